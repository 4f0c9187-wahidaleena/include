      *            PROGRAM WITH NO RUN-HISTORY RECORD AT ALL - ENDS
      *            THE STEP NONZERO SO THE SCHEDULER HOLDS
      *            DISTRIBUTION INSTEAD OF MAILING A SHORT FILE.
      *            OUT AND MGRXOUT ARE ALSO PROVEN AGAINST THEIR OWN
      *            HEADER (BUSINESS DATE, PRODUCING PROGRAM) AND
      *            TRAILER (DETAIL COUNT, DEPTNO HASH TOTAL).
      **************************CC109**********************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

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
       FD  DEPTIN
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
      *    'H' HEADER / 'T' TRAILER IN COLUMN 1, SPACE ON A DETAIL.
       01  DEPTIN-RECORD.
           05  DEPTIN-REC-TYPE             PIC X(1).
               88  DEPTIN-HEADER                VALUE 'H'.
               88  DEPTIN-TRAILER               VALUE 'T'.
           05  FILLER                      PIC X(79).

       FD  MGRXIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 94 CHARACTERS.
      *    'H' HEADER / 'T' TRAILER IN COLUMN 1, SPACE ON A DETAIL.
       01  MGRXIN-RECORD.
           05  MGRXIN-REC-TYPE             PIC X(1).
               88  MGRXIN-HEADER                VALUE 'H'.
               88  MGRXIN-TRAILER               VALUE 'T'.
           05  FILLER                      PIC X(93).

       FD  ROSTER
           RECORDING MODE IS F
           05  SYSIN-STREAM-DATE           PIC 9(8).
           05  FILLER                      PIC X(72).

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
           05  WS-RUNHIST-STATUS           PIC XX VALUE SPACES.
           05  WS-BALRPT-STATUS            PIC XX VALUE SPACES.
           05  WS-SYSIN-STATUS             PIC XX VALUE SPACES.
           05  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
           05  WS-STRMCTL-STATUS           PIC XX VALUE SPACES.

       01  WS-FILE-CHECK.
           05  WS-LAST-FILE-STATUS         PIC XX    VALUE SPACES.
               88  RUNHIST-EOF                   VALUE 'Y'.
           05  WS-HIST-OK-SW               PIC X VALUE 'N'.
               88  HIST-OK                       VALUE 'Y'.
           05  WS-OUT-HDR-SW               PIC X VALUE 'N'.
               88  OUT-HDR-SEEN                  VALUE 'Y'.
           05  WS-OUT-TRL-SW               PIC X VALUE 'N'.
               88  OUT-TRL-SEEN                  VALUE 'Y'.
           05  WS-MGRX-HDR-SW              PIC X VALUE 'N'.
               88  MGRX-HDR-SEEN                 VALUE 'Y'.
           05  WS-MGRX-TRL-SW              PIC X VALUE 'N'.
               88  MGRX-TRL-SEEN                 VALUE 'Y'.
           05  WS-CTL-PASS-SW              PIC X VALUE 'N'.
               88  CTL-PASSED                    VALUE 'Y'.

       COPY RUNHREC
           REPLACING ==RUNH-RECORD== BY ==WS-RUNH-REC==.
                     ==ROST-DETAIL-RECORD==  BY ==WS-ROST-DETAIL==
                     ==ROST-TRAILER-RECORD== BY ==WS-ROST-TRAILER==.

       COPY OUTREC
           REPLACING ==OUT-DETAIL-RECORD== BY ==WS-OUT-ROW==.

       COPY XREFREC
           REPLACING ==XREF-DETAIL-RECORD== BY ==WS-XREF-ROW==.

      *--------------------------------------------------------------*
      * WS-HIST-TABLE keeps the LATEST run-history record per feed    *
      * program, WITH ITS START DATE. RUNHIST is appended             *
           05  WS-HIST-SUB                 PIC 9(1) VALUE ZERO.
           05  WS-HIST-HIT-SUB             PIC 9(1) VALUE ZERO.

      *    THE OUT AND MGRXOUT COUNTS ARE DETAILS ONLY - THE HEADER
      *    AND TRAILER ARE TALLIED SEPARATELY FOR THEIR OWN PROOF.
       01  WS-FILE-COUNTS.
           05  WS-OUT-FILE-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-MGRX-FILE-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-OUT-RECS-READ            PIC 9(7) VALUE ZERO.
           05  WS-MGRX-RECS-READ           PIC 9(7) VALUE ZERO.
           05  WS-OUT-LATE-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-MGRX-LATE-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-OUT-DEPTNO-HASH          PIC 9(15) VALUE ZERO.
           05  WS-MGRX-DEPTNO-HASH         PIC 9(15) VALUE ZERO.
           05  WS-ROSTER-RECS-READ         PIC 9(7) VALUE ZERO.
           05  WS-ROSTER-TRL-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-ROSTER-TRL-SUM           PIC 9(7) VALUE ZERO.
           05  WS-CHECK-LHS                PIC 9(7)  VALUE ZERO.
           05  WS-CHECK-RHS                PIC 9(7)  VALUE ZERO.

      *    ONE FEED'S HEADER AND TRAILER AGAINST WHAT WAS READ, SET
      *    UP FROM THE OUT OR MGRXOUT TALLIES FOR 3200 TO CHECK.
       01  WS-CONTROL-PROOF.
           05  WS-CTL-LABEL                PIC X(8)  VALUE SPACES.
           05  WS-CTL-EXPECT-PGM           PIC X(8)  VALUE SPACES.
           05  WS-CTL-HDR-SW               PIC X     VALUE 'N'.
               88  CTL-HDR-SEEN                  VALUE 'Y'.
           05  WS-CTL-HDR-PGM              PIC X(8)  VALUE SPACES.
           05  WS-CTL-HDR-DATE             PIC 9(8)  VALUE ZERO.
           05  WS-CTL-TRL-SW               PIC X     VALUE 'N'.
               88  CTL-TRL-MISSING               VALUE 'N'.
               88  CTL-TRL-SEEN                  VALUE 'Y'.
               88  CTL-TRL-UNREADABLE            VALUE 'B'.
           05  WS-CTL-TRL-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-CTL-TRL-HASH             PIC 9(15) VALUE ZERO.
           05  WS-CTL-DTL-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-CTL-DTL-HASH             PIC 9(15) VALUE ZERO.
           05  WS-CTL-LATE-COUNT           PIC 9(7)  VALUE ZERO.

       01  WS-PARSE-FIELDS.
           05  WS-SCAN-DISP                PIC X(13) VALUE SPACES.
           05  WS-SCAN-SUB                 PIC 9(2)  VALUE ZERO.
           05  WS-PARSED-DEPTNO            PIC X(3)  VALUE SPACES.

      *    A DEPTNO RIGHT-JUSTIFIED BEHIND A LOW-VALUE BYTE, READ AS
      *    A BINARY FULLWORD FOR THE DEPTNO HASH TOTAL.
       01  WS-HASH-WORK.
           05  FILLER                      PIC X(1)  VALUE LOW-VALUE.
           05  WS-HASH-DEPTNO              PIC X(3)  VALUE SPACES.
       01  WS-HASH-BINARY REDEFINES WS-HASH-WORK
                                           PIC S9(9) COMP.

       01  WS-COUNTERS.
           05  WS-HIST-RECS-READ           PIC 9(5) VALUE ZERO.
           05  WS-CHECKS-DONE              PIC 9(3) VALUE ZERO.
               "DEPTLOAD DID NOT RUN TONIGHT - SKIPPED".
           05  FILLER                      PIC X(3)  VALUE SPACES.

      *    A HEADER OR TRAILER PROOF: THE FILE'S OWN CONTROL VALUE
      *    AGAINST WHAT IT SHOULD BE, EITHER SIDE UP TO 15 CHARACTERS.
       01  WS-RPT-CONTROL.
           05  WS-RPT-CTL-DESC             PIC X(30).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-RPT-CTL-LHS              PIC X(15).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-RPT-CTL-RHS              PIC X(15).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RPT-CTL-VERDICT          PIC X(16).

       01  WS-RPT-BLANK                    PIC X(80) VALUE SPACES.

      *    NIGHTLY STREAM RESTART CONTROL: THIS STEP'S NAME AND
      *    PLACE IN THE CHAIN, AND THE BUSINESS DATE IT RUNS FOR.
       01  WS-STREAM-FIELDS.
           05  WS-STREAM-PGM               PIC X(8)  VALUE "FEEDBAL".
           05  WS-STREAM-STEP              PIC 9(2)  VALUE 11.
           05  WS-BUS-DATE                 PIC 9(8)  VALUE ZERO.
           05  WS-STREAM-DATE              PIC 9(8)  VALUE ZERO.
           05  WS-STREAM-CLOCK.
               10  WS-STREAM-TIME          PIC 9(6)  VALUE ZERO.
               10  FILLER                  PIC 9(2)  VALUE ZERO.

       COPY STRMREC
           REPLACING ==STRM-RECORD== BY ==WS-STRM-REC==.

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

        PERFORM 0010-CHECK-STREAM-PARA.

        OPEN INPUT DEPTIN.
        MOVE WS-DEPTIN-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "DEPTIN"         TO WS-LAST-FILE-NAME.
            MOVE 0 TO RETURN-CODE
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
      *    A STEP LEFT MARKED STARTED BY A FAILED RUN RUNS AGAIN.
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
                DISPLAY "FEEDBAL: BAD BUSDATE CARD - EXPECTED "
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
                    DISPLAY "FEEDBAL: COMPLETE FOR BUSINESS DATE "
                            WS-BUS-DATE " - STEP SKIPPED"
                    CLOSE STRMCTL
                    MOVE 0 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO STRM-ATTEMPTS
                DISPLAY "FEEDBAL: RERUN FOR BUSINESS DATE "
                        WS-BUS-DATE " - ATTEMPT " STRM-ATTEMPTS
            WHEN "23"
                PERFORM 0020-NEW-STREAM-REC-PARA
            WHEN OTHER
                DISPLAY "FEEDBAL: READ FAILED ON STRMCTL, FILE STATUS="
                        WS-STRMCTL-STATUS
                CLOSE STRMCTL
                MOVE 16 TO RETURN-CODE
                GOBACK
        END-EVALUATE.

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
            DISPLAY "FEEDBAL: STEP NOT MARKED STARTED, STRMCTL FILE "
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

       2000-COUNT-OUT-PARA.

      *    THE FIRST RECORD SHOULD BE THE HEADER AND NOTHING SHOULD
      *    FOLLOW THE TRAILER; EVERYTHING BETWEEN IS A DETAIL, COUNTED
      *    AND HASHED ON ITS BARE DEPTNO EXACTLY AS TESTDB2 DID.
        READ DEPTIN INTO WS-OUT-ROW
            AT END
                SET DEPTIN-EOF TO TRUE
        END-READ.

        PERFORM UNTIL DEPTIN-EOF
            ADD 1 TO WS-OUT-RECS-READ
            EVALUATE TRUE
                WHEN OUT-TRL-SEEN
                    ADD 1 TO WS-OUT-LATE-COUNT
                WHEN WS-OUT-RECS-READ = 1 AND DEPTIN-HEADER
                    SET OUT-HDR-SEEN TO TRUE
                    MOVE DEPTIN-RECORD TO OUT-HEADER-RECORD
                WHEN DEPTIN-TRAILER
                    SET OUT-TRL-SEEN TO TRUE
                    MOVE DEPTIN-RECORD TO OUT-TRAILER-RECORD
                WHEN OTHER
                    ADD 1 TO WS-OUT-FILE-COUNT
                    MOVE OUT-DEPTNO-DISP TO WS-SCAN-DISP
                    PERFORM 2300-PARSE-DEPTNO-PARA
                    MOVE WS-PARSED-DEPTNO TO WS-HASH-DEPTNO
                    ADD WS-HASH-BINARY TO WS-OUT-DEPTNO-HASH
            END-EVALUATE

            READ DEPTIN INTO WS-OUT-ROW
                AT END
                    SET DEPTIN-EOF TO TRUE
            END-READ

       2100-COUNT-MGRX-PARA.

      *    THE SAME TALLY FOR MGRXOUT, AS MGRXREF WROTE IT.
        READ MGRXIN INTO WS-XREF-ROW
            AT END
                SET MGRXIN-EOF TO TRUE
        END-READ.

        PERFORM UNTIL MGRXIN-EOF
            ADD 1 TO WS-MGRX-RECS-READ
            EVALUATE TRUE
                WHEN MGRX-TRL-SEEN
                    ADD 1 TO WS-MGRX-LATE-COUNT
                WHEN WS-MGRX-RECS-READ = 1 AND MGRXIN-HEADER
                    SET MGRX-HDR-SEEN TO TRUE
                    MOVE MGRXIN-RECORD TO XREF-HEADER-RECORD
                WHEN MGRXIN-TRAILER
                    SET MGRX-TRL-SEEN TO TRUE
                    MOVE MGRXIN-RECORD TO XREF-TRAILER-RECORD
                WHEN OTHER
                    ADD 1 TO WS-MGRX-FILE-COUNT
                    MOVE XREF-DEPTNO-DISP TO WS-SCAN-DISP
                    PERFORM 2300-PARSE-DEPTNO-PARA
                    MOVE WS-PARSED-DEPTNO TO WS-HASH-DEPTNO
                    ADD WS-HASH-BINARY TO WS-MGRX-DEPTNO-HASH
            END-EVALUATE

            READ MGRXIN INTO WS-XREF-ROW
                AT END
                    SET MGRXIN-EOF TO TRUE
            END-READ
            END-READ
        END-PERFORM.

       2300-PARSE-DEPTNO-PARA.

      *    THE DEPTNO-DISP INDENTS TWO COLUMNS PER HIERARCHY LEVEL,
      *    SO THE FIRST NON-SPACE COLUMN STARTS THE BARE DEPTNO.
        MOVE SPACES TO WS-PARSED-DEPTNO.
        PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > 11
                   OR WS-SCAN-DISP(WS-SCAN-SUB:1) NOT = SPACE
            CONTINUE
        END-PERFORM.
        IF WS-SCAN-SUB <= 11
            MOVE WS-SCAN-DISP(WS-SCAN-SUB:3) TO WS-PARSED-DEPTNO
        END-IF.

       3000-CROSS-FOOT-PARA.

        MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
        WRITE BALRPT-RECORD FROM WS-RPT-TITLE.
        WRITE BALRPT-RECORD FROM WS-RPT-BLANK.

      *    EACH FEED AGAINST ITS OWN HEADER AND TRAILER FIRST - A FILE
      *    FOR ANOTHER BUSINESS DATE OR ONE CUT SHORT CAN STILL AGREE
      *    WITH A RUN-HISTORY RECORD WRITTEN THE SAME NIGHT.
        PERFORM 3100-PROVE-OUT-PARA.
        PERFORM 3150-PROVE-MGRX-PARA.
        WRITE BALRPT-RECORD FROM WS-RPT-BLANK.

      *    FILE AGAINST FILE FIRST - THIS ONE CATCHES A SHORT MGRXOUT
      *    EVEN WHEN THE ABENDED PROGRAM NEVER GOT TO WRITE ITS
      *    RUN-HISTORY RECORD AT ALL.
            WRITE BALRPT-RECORD FROM WS-RPT-SKIPPED
        END-IF.

       3100-PROVE-OUT-PARA.

        MOVE "OUT"             TO WS-CTL-LABEL.
        MOVE "TESTDB2"         TO WS-CTL-EXPECT-PGM.
        MOVE WS-OUT-HDR-SW     TO WS-CTL-HDR-SW.
        MOVE OUT-HDR-PROGRAM   TO WS-CTL-HDR-PGM.
        IF OUT-HDR-BUS-DATE NUMERIC
            MOVE OUT-HDR-BUS-DATE TO WS-CTL-HDR-DATE
        ELSE
            MOVE ZERO             TO WS-CTL-HDR-DATE
        END-IF.
        MOVE WS-OUT-TRL-SW     TO WS-CTL-TRL-SW.
        IF OUT-TRL-SEEN
            IF OUT-TRL-REC-COUNT NUMERIC
               AND OUT-TRL-DEPTNO-HASH NUMERIC
                MOVE OUT-TRL-REC-COUNT   TO WS-CTL-TRL-COUNT
                MOVE OUT-TRL-DEPTNO-HASH TO WS-CTL-TRL-HASH
            ELSE
                SET CTL-TRL-UNREADABLE TO TRUE
            END-IF
        END-IF.
        MOVE WS-OUT-FILE-COUNT  TO WS-CTL-DTL-COUNT.
        MOVE WS-OUT-DEPTNO-HASH TO WS-CTL-DTL-HASH.
        MOVE WS-OUT-LATE-COUNT  TO WS-CTL-LATE-COUNT.
        PERFORM 3200-CHECK-CONTROLS-PARA.

       3150-PROVE-MGRX-PARA.

        MOVE "MGRXOUT"         TO WS-CTL-LABEL.
        MOVE "MGRXREF"         TO WS-CTL-EXPECT-PGM.
        MOVE WS-MGRX-HDR-SW    TO WS-CTL-HDR-SW.
        MOVE XREF-HDR-PROGRAM  TO WS-CTL-HDR-PGM.
        IF XREF-HDR-BUS-DATE NUMERIC
            MOVE XREF-HDR-BUS-DATE TO WS-CTL-HDR-DATE
        ELSE
            MOVE ZERO              TO WS-CTL-HDR-DATE
        END-IF.
        MOVE WS-MGRX-TRL-SW    TO WS-CTL-TRL-SW.
        IF MGRX-TRL-SEEN
            IF XREF-TRL-REC-COUNT NUMERIC
               AND XREF-TRL-DEPTNO-HASH NUMERIC
                MOVE XREF-TRL-REC-COUNT   TO WS-CTL-TRL-COUNT
                MOVE XREF-TRL-DEPTNO-HASH TO WS-CTL-TRL-HASH
            ELSE
                SET CTL-TRL-UNREADABLE TO TRUE
            END-IF
        END-IF.
        MOVE WS-MGRX-FILE-COUNT  TO WS-CTL-DTL-COUNT.
        MOVE WS-MGRX-DEPTNO-HASH TO WS-CTL-DTL-HASH.
        MOVE WS-MGRX-LATE-COUNT  TO WS-CTL-LATE-COUNT.
        PERFORM 3200-CHECK-CONTROLS-PARA.

       3200-CHECK-CONTROLS-PARA.

      *    THE HEADER MUST BE THE PRODUCING PROGRAM'S AND CARRY THIS
      *    BUSINESS DATE; THE TRAILER'S COUNT AND HASH MUST MATCH THE
      *    DETAILS ACTUALLY READ. A MISSING HEADER OR TRAILER, OR
      *    ANYTHING AFTER THE TRAILER, IS OUT OF BALANCE LIKE ANY
      *    OTHER FAILED CHECK.
        MOVE SPACES TO WS-RPT-CTL-DESC.
        STRING WS-CTL-LABEL DELIMITED BY SPACE
               " HDR PROGRAM" DELIMITED BY SIZE
               INTO WS-RPT-CTL-DESC.
        IF CTL-HDR-SEEN
            MOVE WS-CTL-HDR-PGM TO WS-RPT-CTL-LHS
        ELSE
            MOVE "(NO HEADER)"  TO WS-RPT-CTL-LHS
        END-IF.
        MOVE WS-CTL-EXPECT-PGM TO WS-RPT-CTL-RHS.
        IF CTL-HDR-SEEN AND WS-CTL-HDR-PGM = WS-CTL-EXPECT-PGM
            SET CTL-PASSED TO TRUE
        ELSE
            MOVE 'N' TO WS-CTL-PASS-SW
        END-IF.
        PERFORM 3250-WRITE-CONTROL-PARA.

        MOVE SPACES TO WS-RPT-CTL-DESC.
        STRING WS-CTL-LABEL DELIMITED BY SPACE
               " HDR DATE VS BUS DATE" DELIMITED BY SIZE
               INTO WS-RPT-CTL-DESC.
        IF CTL-HDR-SEEN
            MOVE WS-CTL-HDR-DATE TO WS-RPT-CTL-LHS
        ELSE
            MOVE "(NO HEADER)"   TO WS-RPT-CTL-LHS
        END-IF.
        MOVE WS-BUS-DATE TO WS-RPT-CTL-RHS.
        IF CTL-HDR-SEEN AND WS-CTL-HDR-DATE = WS-BUS-DATE
            SET CTL-PASSED TO TRUE
        ELSE
            MOVE 'N' TO WS-CTL-PASS-SW
        END-IF.
        PERFORM 3250-WRITE-CONTROL-PARA.

        IF CTL-TRL-SEEN
            MOVE SPACES TO WS-CHECK-DESC
            STRING WS-CTL-LABEL DELIMITED BY SPACE
                   " TRAILER COUNT VS DETAILS READ" DELIMITED BY SIZE
                   INTO WS-CHECK-DESC
            MOVE WS-CTL-TRL-COUNT TO WS-CHECK-LHS
            MOVE WS-CTL-DTL-COUNT TO WS-CHECK-RHS
            PERFORM 3500-CHECK-PAIR-PARA

            MOVE SPACES TO WS-RPT-CTL-DESC
            STRING WS-CTL-LABEL DELIMITED BY SPACE
                   " TRL HASH VS DTL HASH" DELIMITED BY SIZE
                   INTO WS-RPT-CTL-DESC
            MOVE WS-CTL-TRL-HASH TO WS-RPT-CTL-LHS
            MOVE WS-CTL-DTL-HASH TO WS-RPT-CTL-RHS
            IF WS-CTL-TRL-HASH = WS-CTL-DTL-HASH
                SET CTL-PASSED TO TRUE
            ELSE
                MOVE 'N' TO WS-CTL-PASS-SW
            END-IF
            PERFORM 3250-WRITE-CONTROL-PARA
        ELSE
            MOVE SPACES TO WS-RPT-CTL-DESC
            STRING WS-CTL-LABEL DELIMITED BY SPACE
                   " TRAILER" DELIMITED BY SIZE
                   INTO WS-RPT-CTL-DESC
            IF CTL-TRL-UNREADABLE
                MOVE "(UNREADABLE)" TO WS-RPT-CTL-LHS
            ELSE
                MOVE "(NO TRAILER)" TO WS-RPT-CTL-LHS
            END-IF
            MOVE SPACES TO WS-RPT-CTL-RHS
            MOVE 'N' TO WS-CTL-PASS-SW
            PERFORM 3250-WRITE-CONTROL-PARA
        END-IF.

        IF WS-CTL-LATE-COUNT > 0
            MOVE SPACES TO WS-CHECK-DESC
            STRING WS-CTL-LABEL DELIMITED BY SPACE
                   " RECORDS AFTER TRAILER" DELIMITED BY SIZE
                   INTO WS-CHECK-DESC
            MOVE WS-CTL-LATE-COUNT TO WS-CHECK-LHS
            MOVE ZERO              TO WS-CHECK-RHS
            PERFORM 3500-CHECK-PAIR-PARA
        END-IF.

       3250-WRITE-CONTROL-PARA.

        IF CTL-PASSED
            MOVE "IN BALANCE"      TO WS-RPT-CTL-VERDICT
        ELSE
            MOVE "*OUT OF BALANCE" TO WS-RPT-CTL-VERDICT
            ADD 1 TO WS-OOB-COUNT
        END-IF.
        WRITE BALRPT-RECORD FROM WS-RPT-CONTROL.
        ADD 1 TO WS-CHECKS-DONE.

       3300-REQUIRE-HIST-PARA.

      *    ONLY A RUN-HISTORY RECORD DATED TONIGHT PROVES ANYTHING
              BALRPT.
        DISPLAY "-----------------------------------------------------".
        DISPLAY "FEEDBAL CONTROL TOTALS".
        DISPLAY "  OUT DETAILS COUNTED  . . : " WS-OUT-FILE-COUNT.
        DISPLAY "  MGRXOUT DETAILS COUNTED : " WS-MGRX-FILE-COUNT.
        DISPLAY "  ROSTER RECORDS READ . . : " WS-ROSTER-RECS-READ.
        DISPLAY "  ROSTER TRAILER SUM . . . : " WS-ROSTER-TRL-SUM.
        DISPLAY "  RUN-HISTORY RECORDS READ : " WS-HIST-RECS-READ.
            DISPLAY "FEEDBAL: FEEDS OUT OF BALANCE - HOLD DISTRIBUTION "
                    "AND CHECK THE BALRPT REPORT"
        END-IF.

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
            DISPLAY "FEEDBAL: STREAM CONTROL NOT UPDATED, "
                    "STRMCTL FILE STATUS=" WS-LAST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        END-IF.
