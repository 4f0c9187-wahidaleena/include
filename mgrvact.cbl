               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VACTRPT-STATUS.

      *    NIGHTLY STREAM RESTART CONTROL - SEE 0010-CHECK-STREAM-PARA.
           SELECT OPTIONAL BUSDATE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT STRMCTL ASSIGN TO STRMCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STRMCTL-KEY
               FILE STATUS IS WS-STRMCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MGRXIN
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 94 CHARACTERS.
      *    'H' HEADER / 'T' TRAILER IN COLUMN 1, SPACE ON A DETAIL.
       01  MGRXIN-RECORD.
           05  MGRXIN-REC-TYPE             PIC X(1).
               88  MGRXIN-HEADER                VALUE 'H'.
               88  MGRXIN-TRAILER               VALUE 'T'.
           05  FILLER                      PIC X(93).

       FD  VACTMST
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
       01  VACTRPT-RECORD                  PIC X(80).

       FD  BUSDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  BUSDATE-RECORD.
           05  BUSDATE-DATE                PIC X(8).
           05  FILLER                      PIC X(72).

       FD  STRMCTL
           RECORD CONTAINS 80 CHARACTERS.
       01  STRMCTL-RECORD.
           05  STRMCTL-KEY                 PIC X(16).
           05  FILLER                      PIC X(64).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-MGRXIN-STATUS            PIC XX VALUE SPACES.
           05  WS-VACTMST-STATUS           PIC XX VALUE SPACES.
           05  WS-VACTRPT-STATUS           PIC XX VALUE SPACES.
           05  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
           05  WS-STRMCTL-STATUS           PIC XX VALUE SPACES.

       01  WS-FILE-CHECK.
           05  WS-LAST-FILE-STATUS         PIC XX    VALUE SPACES.
                     ==XREF-MGRNAME==       BY ==WS-IN-MGRNAME==
                     ==XREF-PHONENO==       BY ==WS-IN-PHONENO==.

      *    PROOF OF THE MGRXIN HEADER AND TRAILER - WHAT THE FILE SAYS
      *    ABOUT ITSELF AGAINST WHAT WAS ACTUALLY READ.
       01  WS-CONTROL-PROOF.
           05  WS-CTL-FILE-NAME            PIC X(8)  VALUE SPACES.
           05  WS-CTL-EXPECT-PGM           PIC X(8)  VALUE SPACES.
           05  WS-CTL-EXPECT-DATE          PIC 9(8)  VALUE ZERO.
           05  WS-CTL-RECS-READ            PIC 9(7)  VALUE ZERO.
           05  WS-CTL-DTL-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-CTL-DTL-HASH             PIC 9(15) VALUE ZERO.
           05  WS-CTL-LATE-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-CTL-EOF-SW               PIC X     VALUE 'N'.
               88  CTL-EOF                       VALUE 'Y'.
           05  WS-CTL-HDR-SW               PIC X     VALUE 'N'.
               88  CTL-HDR-SEEN                  VALUE 'Y'.
           05  WS-CTL-TRL-SW               PIC X     VALUE 'N'.
               88  CTL-TRL-SEEN                  VALUE 'Y'.
           05  WS-CTL-FAIL-SW              PIC X     VALUE 'N'.
               88  CTL-FAILED                    VALUE 'Y'.

       01  WS-CTL-RECORD.
           05  WS-CTL-REC-TYPE             PIC X(1).
               88  CTL-REC-HEADER                VALUE 'H'.
               88  CTL-REC-TRAILER               VALUE 'T'.
           05  FILLER                      PIC X(93).

      *    A DEPTNO RIGHT-JUSTIFIED BEHIND A LOW-VALUE BYTE, READ AS
      *    A BINARY FULLWORD FOR THE DEPTNO HASH TOTAL.
       01  WS-HASH-WORK.
           05  FILLER                      PIC X(1)  VALUE LOW-VALUE.
           05  WS-HASH-DEPTNO              PIC X(3)  VALUE SPACES.
       01  WS-HASH-BINARY REDEFINES WS-HASH-WORK
                                           PIC S9(9) COMP.

       COPY VACTREC
           REPLACING ==VACT-RECORD== BY ==WS-VACT-REC==.


       01  WS-RPT-BLANK                    PIC X(80) VALUE SPACES.

      *    NIGHTLY STREAM RESTART CONTROL: THIS STEP'S NAME AND
      *    PLACE IN THE CHAIN, AND THE BUSINESS DATE IT RUNS FOR.
       01  WS-STREAM-FIELDS.
           05  WS-STREAM-PGM               PIC X(8)  VALUE "MGRVACT".
           05  WS-STREAM-STEP              PIC 9(2)  VALUE 09.
      *    THE STEP WHOSE OUTPUT THIS STEP CONSUMES; IT MUST BE
      *    COMPLETE FOR THE SAME BUSINESS DATE.
           05  WS-STREAM-PRODUCER          PIC X(8)  VALUE "MGRXREF".
           05  WS-STREAM-INPUT-STAMP       PIC X(22) VALUE SPACES.
           05  WS-BUS-DATE                 PIC 9(8)  VALUE ZERO.
           05  WS-STREAM-DATE              PIC 9(8)  VALUE ZERO.
           05  WS-STREAM-CLOCK.
               10  WS-STREAM-TIME          PIC 9(6)  VALUE ZERO.
               10  FILLER                  PIC 9(2)  VALUE ZERO.

       COPY STRMREC
           REPLACING ==STRM-RECORD== BY ==WS-STRM-REC==.

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

        COMPUTE WS-RUN-DAY-INT
            = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

        PERFORM 0010-CHECK-STREAM-PARA.

        OPEN INPUT MGRXIN.
        MOVE WS-MGRXIN-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "MGRXIN"         TO WS-LAST-FILE-NAME.
            MOVE 0  TO RETURN-CODE
        END-IF.

        PERFORM 7500-END-STREAM-STEP-PARA.

        GOBACK.

       0010-CHECK-STREAM-PARA.

      *    NIGHTLY STREAM RESTART CONTROL (STRMCTL, STRMREC LAYOUT).
      *    THE BUSINESS DATE COMES OFF THE BUSDATE CARD THE SCHEDULER
      *    BUILDS FOR THE NIGHT, SO A RERUN AFTER MIDNIGHT STILL
      *    BELONGS TO THE RIGHT NIGHT; WITH NO CARD IT IS THE RUN
      *    DATE. A STEP ALREADY MARKED COMPLETE FOR THE DATE ENDS AT
      *    ONCE WITH RC 0 - BEFORE ANY OF ITS OWN FILES ARE OPENED,
      *    SO A RERUN OF THE CHAIN CANNOT EMPTY WHAT THE FIRST RUN
      *    WROTE. OTHERWISE THE STEP IS MARKED STARTED AND RUNS.
      *    THIS STEP UPDATES VACTMST IN PLACE AND IS NOT SAFE TO
      *    REPEAT: IT REFUSES TO RUN AGAIN AFTER AN ATTEMPT FOR THE
      *    SAME DATE THAT DID NOT END OK, AND REFUSES TO RUN UNLESS
      *    MGRXREF IS COMPLETE FOR THE SAME DATE - SO IT CAN NEVER
      *    BE FED THE SAME NIGHT'S INPUT TWICE, NOR A STALE ONE.
        ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD.
        OPEN INPUT BUSDATE.
        IF WS-BUSDATE-STATUS NOT = "00" AND WS-BUSDATE-STATUS NOT = "05"
            MOVE WS-BUSDATE-STATUS TO WS-LAST-FILE-STATUS
            MOVE "BUSDATE"         TO WS-LAST-FILE-NAME
            PERFORM 0050-CHECK-FILE-STATUS-PARA
        END-IF.
        READ BUSDATE
            AT END
                MOVE SPACES TO BUSDATE-RECORD
        END-READ.
        IF BUSDATE-DATE NOT = SPACES
            IF BUSDATE-DATE NUMERIC AND BUSDATE-DATE > ZERO
                MOVE BUSDATE-DATE TO WS-BUS-DATE
            ELSE
                DISPLAY "MGRVACT: BAD BUSDATE CARD - EXPECTED "
                        "YYYYMMDD IN COLS 1-8"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF.
        CLOSE BUSDATE.

        OPEN I-O STRMCTL.
        MOVE WS-STRMCTL-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "STRMCTL"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        MOVE WS-BUS-DATE   TO STRM-BUS-DATE.
        MOVE WS-STREAM-PGM TO STRM-PROGRAM.
        MOVE STRM-KEY      TO STRMCTL-KEY.
        READ STRMCTL INTO WS-STRM-REC.

        EVALUATE WS-STRMCTL-STATUS
            WHEN "00"
                IF STRM-COMPLETE
                    DISPLAY "MGRVACT: COMPLETE FOR BUSINESS DATE "
                            WS-BUS-DATE " - STEP SKIPPED"
                    CLOSE STRMCTL
                    MOVE 0 TO RETURN-CODE
                    GOBACK
                END-IF
                DISPLAY "MGRVACT: ATTEMPT FOR BUSINESS DATE "
                        WS-BUS-DATE " DID NOT END OK - NOT SAFE TO "
                        "REPEAT, STEP REFUSED"
                DISPLAY "MGRVACT: RESTORE VACTMST FROM THE PRE-STEP "
                        "BACKUP AND DELETE THIS STEP'S STRMCTL "
                        "RECORD BEFORE RERUNNING"
                CLOSE STRMCTL
                MOVE 16 TO RETURN-CODE
                GOBACK
            WHEN "23"
                CONTINUE
            WHEN OTHER
                DISPLAY "MGRVACT: READ FAILED ON STRMCTL, FILE STATUS="
                        WS-STRMCTL-STATUS
                CLOSE STRMCTL
                MOVE 16 TO RETURN-CODE
                GOBACK
        END-EVALUATE.

        MOVE WS-BUS-DATE        TO STRM-BUS-DATE.
        MOVE WS-STREAM-PRODUCER TO STRM-PROGRAM.
        MOVE STRM-KEY           TO STRMCTL-KEY.
        READ STRMCTL INTO WS-STRM-REC.
        IF WS-STRMCTL-STATUS NOT = "00" OR NOT STRM-COMPLETE
            DISPLAY "MGRVACT: " WS-STREAM-PRODUCER " NOT COMPLETE "
                    "FOR BUSINESS DATE " WS-BUS-DATE
                    " - INPUT IS NOT THIS DATE'S, STEP REFUSED"
            CLOSE STRMCTL
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF.
        MOVE STRM-PROGRAM    TO WS-STREAM-INPUT-STAMP(1:8).
        MOVE STRM-END-DATE   TO WS-STREAM-INPUT-STAMP(9:8).
        MOVE STRM-END-TIME   TO WS-STREAM-INPUT-STAMP(17:6).

      *    PROVE MGRXIN BEFORE THE STEP IS MARKED STARTED: A BAD
      *    CROSS-REFERENCE IS REFUSED WITH VACTMST UNTOUCHED, SO THE
      *    STEP STAYS SAFE TO RERUN ONCE MGRXIN IS PUT RIGHT.
        PERFORM 0300-PROVE-MGRXIN-PARA.
        IF CTL-FAILED
            CLOSE STRMCTL
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF.

        PERFORM 0020-NEW-STREAM-REC-PARA.
        MOVE WS-STREAM-INPUT-STAMP TO STRM-INPUT-STAMP.
        MOVE "23" TO WS-STRMCTL-STATUS.

        MOVE 'S'               TO STRM-STATUS.
        ACCEPT WS-STREAM-DATE  FROM DATE YYYYMMDD.
        ACCEPT WS-STREAM-CLOCK FROM TIME.
        MOVE WS-STREAM-DATE    TO STRM-START-DATE.
        MOVE WS-STREAM-TIME    TO STRM-START-TIME.
        MOVE ZERO              TO STRM-END-DATE.
        MOVE ZERO              TO STRM-END-TIME.
        MOVE ZERO              TO STRM-RETURN-CODE.
        IF WS-STRMCTL-STATUS = "00"
            REWRITE STRMCTL-RECORD FROM WS-STRM-REC
        ELSE
            WRITE STRMCTL-RECORD FROM WS-STRM-REC
        END-IF.
        IF WS-STRMCTL-STATUS NOT = "00"
            DISPLAY "MGRVACT: STEP NOT MARKED STARTED, STRMCTL FILE "
                    "STATUS=" WS-STRMCTL-STATUS
            CLOSE STRMCTL
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF.
        CLOSE STRMCTL.

       0020-NEW-STREAM-REC-PARA.

        MOVE SPACES         TO WS-STRM-REC.
        MOVE WS-BUS-DATE    TO STRM-BUS-DATE.
        MOVE WS-STREAM-PGM  TO STRM-PROGRAM.
        MOVE WS-STREAM-STEP TO STRM-STEP-SEQ.
        MOVE 1              TO STRM-ATTEMPTS.
        MOVE ZERO           TO STRM-INPUT-END-DATE.
        MOVE ZERO           TO STRM-INPUT-END-TIME.

       0050-CHECK-FILE-STATUS-PARA.

        IF WS-LAST-FILE-STATUS NOT = "00"
            GOBACK
        END-IF.

       0300-PROVE-MGRXIN-PARA.

      *    A FILE FOR ANOTHER DATE, CUT SHORT, OR NOT WRITTEN BY
      *    MGRXREF LEAVES CTL-FAILED SET FOR 0010 TO REFUSE THE STEP.
        MOVE "MGRXIN"    TO WS-CTL-FILE-NAME.
        MOVE "MGRXREF"   TO WS-CTL-EXPECT-PGM.
        MOVE WS-BUS-DATE TO WS-CTL-EXPECT-DATE.

        OPEN INPUT MGRXIN.
        MOVE WS-MGRXIN-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "MGRXIN"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        READ MGRXIN INTO WS-CTL-RECORD
            AT END
                SET CTL-EOF TO TRUE
        END-READ.
        PERFORM UNTIL CTL-EOF
            PERFORM 0320-TALLY-MGRXIN-PARA
            READ MGRXIN INTO WS-CTL-RECORD
                AT END
                    SET CTL-EOF TO TRUE
            END-READ
        END-PERFORM.
        CLOSE MGRXIN.

        PERFORM 0330-CHECK-CONTROLS-PARA.

       0320-TALLY-MGRXIN-PARA.

      *    THE FIRST RECORD MUST BE THE HEADER AND NOTHING MAY FOLLOW
      *    THE TRAILER; EVERYTHING BETWEEN IS A DETAIL, COUNTED AND
      *    HASHED ON ITS BARE DEPTNO EXACTLY AS MGRXREF DID.
        ADD 1 TO WS-CTL-RECS-READ.
        EVALUATE TRUE
            WHEN CTL-TRL-SEEN
                ADD 1 TO WS-CTL-LATE-COUNT
            WHEN WS-CTL-RECS-READ = 1 AND CTL-REC-HEADER
                SET CTL-HDR-SEEN TO TRUE
                MOVE WS-CTL-RECORD TO XREF-HEADER-RECORD
            WHEN CTL-REC-TRAILER
                SET CTL-TRL-SEEN TO TRUE
                MOVE WS-CTL-RECORD TO XREF-TRAILER-RECORD
            WHEN OTHER
                ADD 1 TO WS-CTL-DTL-COUNT
                MOVE WS-CTL-RECORD TO WS-XREF-ROW
                PERFORM 2100-PARSE-DEPT-PARA
                MOVE WS-PARSED-DEPTNO TO WS-HASH-DEPTNO
                ADD WS-HASH-BINARY TO WS-CTL-DTL-HASH
        END-EVALUATE.

       0330-CHECK-CONTROLS-PARA.

        IF NOT CTL-HDR-SEEN
            DISPLAY "MGRVACT: " WS-CTL-FILE-NAME
                    " HAS NO HEADER RECORD"
            SET CTL-FAILED TO TRUE
        ELSE
            IF XREF-HDR-PROGRAM NOT = WS-CTL-EXPECT-PGM
                DISPLAY "MGRVACT: " WS-CTL-FILE-NAME
                        " WAS WRITTEN BY " XREF-HDR-PROGRAM
                        ", NOT " WS-CTL-EXPECT-PGM
                SET CTL-FAILED TO TRUE
            END-IF
            IF XREF-HDR-BUS-DATE NOT NUMERIC
               OR XREF-HDR-BUS-DATE NOT = WS-CTL-EXPECT-DATE
                DISPLAY "MGRVACT: " WS-CTL-FILE-NAME
                        " HEADER DATE " XREF-HDR-BUS-DATE
                        " IS NOT BUSINESS DATE " WS-CTL-EXPECT-DATE
                SET CTL-FAILED TO TRUE
            END-IF
        END-IF.
        IF NOT CTL-TRL-SEEN
            DISPLAY "MGRVACT: " WS-CTL-FILE-NAME
                    " HAS NO TRAILER RECORD - FILE IS INCOMPLETE"
            SET CTL-FAILED TO TRUE
        ELSE
            IF XREF-TRL-REC-COUNT NOT NUMERIC
               OR XREF-TRL-REC-COUNT NOT = WS-CTL-DTL-COUNT
                DISPLAY "MGRVACT: " WS-CTL-FILE-NAME
                        " TRAILER COUNT " XREF-TRL-REC-COUNT
                        " BUT " WS-CTL-DTL-COUNT " DETAILS READ"
                SET CTL-FAILED TO TRUE
            END-IF
            IF XREF-TRL-DEPTNO-HASH NOT NUMERIC
               OR XREF-TRL-DEPTNO-HASH NOT = WS-CTL-DTL-HASH
                DISPLAY "MGRVACT: " WS-CTL-FILE-NAME
                        " DEPTNO HASH TOTAL DOES NOT MATCH TRAILER"
                SET CTL-FAILED TO TRUE
            END-IF
        END-IF.
        IF WS-CTL-LATE-COUNT > 0
            DISPLAY "MGRVACT: " WS-CTL-FILE-NAME " HAS "
                    WS-CTL-LATE-COUNT " RECORDS AFTER ITS TRAILER"
            SET CTL-FAILED TO TRUE
        END-IF.

       2000-PROCESS-XREF-PARA.

        PERFORM 2050-READ-MGRXIN-PARA.

        PERFORM UNTIL MGRXIN-EOF
            ADD 1 TO WS-XREF-READ
                PERFORM 3000-APPLY-SEAT-PARA
            END-IF

            PERFORM 2050-READ-MGRXIN-PARA
        END-PERFORM.

       2050-READ-MGRXIN-PARA.

      *    NEXT DETAIL OFF MGRXIN: THE HEADER IS STEPPED OVER AND THE
      *    TRAILER ENDS THE FILE - BOTH WERE PROVEN AT 0300.
        READ MGRXIN INTO WS-XREF-ROW
            AT END
                SET MGRXIN-EOF TO TRUE
        END-READ.
        IF NOT MGRXIN-EOF AND MGRXIN-HEADER
            READ MGRXIN INTO WS-XREF-ROW
                AT END
                    SET MGRXIN-EOF TO TRUE
            END-READ
        END-IF.
        IF NOT MGRXIN-EOF AND MGRXIN-TRAILER
            SET MGRXIN-EOF TO TRUE
        END-IF.

       2100-PARSE-DEPT-PARA.

                " / " WS-BUCKET-31-60 " / " WS-BUCKET-61-UP.
        DISPLAY "  TRACKER I/O ERRORS . . . . . : " WS-IO-ERRORS.
        DISPLAY "-----------------------------------------------------".

       7500-END-STREAM-STEP-PARA.

      *    RECORD HOW THE STEP ENDED. ONLY RC 0 OR 4 MARKS IT
      *    COMPLETE FOR THE BUSINESS DATE; A WORSE RETURN CODE LEAVES
      *    IT MARKED STARTED, SO A RERUN OF THE CHAIN DOES IT AGAIN.
      *    A STEP THAT CANNOT BE MARKED FAILS - THE NEXT RERUN WOULD
      *    OTHERWISE REPEAT WORK THAT HAS ALREADY BEEN DONE.
        OPEN I-O STRMCTL.
        MOVE WS-STRMCTL-STATUS TO WS-LAST-FILE-STATUS.
        IF WS-STRMCTL-STATUS = "00"
            MOVE WS-BUS-DATE   TO STRM-BUS-DATE
            MOVE WS-STREAM-PGM TO STRM-PROGRAM
            MOVE STRM-KEY      TO STRMCTL-KEY
            READ STRMCTL INTO WS-STRM-REC
            MOVE WS-STRMCTL-STATUS TO WS-LAST-FILE-STATUS
            IF WS-STRMCTL-STATUS = "00"
                ACCEPT WS-STREAM-DATE  FROM DATE YYYYMMDD
                ACCEPT WS-STREAM-CLOCK FROM TIME
                MOVE WS-STREAM-DATE TO STRM-END-DATE
                MOVE WS-STREAM-TIME TO STRM-END-TIME
                MOVE RETURN-CODE    TO STRM-RETURN-CODE
                IF RETURN-CODE < 8
                    MOVE 'C' TO STRM-STATUS
                END-IF
                REWRITE STRMCTL-RECORD FROM WS-STRM-REC
                MOVE WS-STRMCTL-STATUS TO WS-LAST-FILE-STATUS
            END-IF
      *    THE CLOSE RESETS THE STATUS, SO THE FIRST FAILURE - READ,
      *    REWRITE OR THE CLOSE ITSELF - IS THE ONE KEPT AND REPORTED.
            CLOSE STRMCTL
            IF WS-LAST-FILE-STATUS = "00"
                MOVE WS-STRMCTL-STATUS TO WS-LAST-FILE-STATUS
            END-IF
        END-IF.
        IF WS-LAST-FILE-STATUS NOT = "00"
            DISPLAY "MGRVACT: STREAM CONTROL NOT UPDATED, "
                    "STRMCTL FILE STATUS=" WS-LAST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        END-IF.
