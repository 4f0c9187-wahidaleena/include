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
       FD  CURRIN
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
      *    'H' HEADER / 'T' TRAILER IN COLUMN 1, SPACE ON A DETAIL.
       01  CURRIN-RECORD.
           05  CURRIN-REC-TYPE             PIC X(1).
               88  CURRIN-HEADER                VALUE 'H'.
               88  CURRIN-TRAILER               VALUE 'T'.
           05  FILLER                      PIC X(79).

       FD  PRIORIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
      *    'H' HEADER / 'T' TRAILER IN COLUMN 1, SPACE ON A DETAIL.
       01  PRIORIN-RECORD.
           05  PRIORIN-REC-TYPE            PIC X(1).
               88  PRIORIN-HEADER               VALUE 'H'.
               88  PRIORIN-TRAILER              VALUE 'T'.
           05  FILLER                      PIC X(79).

       FD  DELTAOUT
           RECORDING MODE IS F
           05  SYSIN-ADMRDEPT              PIC X(3).
           05  FILLER                      PIC X(77).

       FD  BUSDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  BUSDATE-RECORD.
           05  BUSDATE-DATE                PIC X(8).
           05  FILLER                      PIC X(1).
      *    OPTIONAL PRIOR BUSINESS DATE, FOR THE NIGHT AFTER A
      *    HOLIDAY - SEE 0250-DERIVE-PRIOR-DATE-PARA.
           05  BUSDATE-PRIOR-DATE          PIC X(8).
           05  FILLER                      PIC X(63).

       FD  STRMCTL
           RECORD CONTAINS 80 CHARACTERS.
       01  STRMCTL-RECORD.
           05  STRMCTL-KEY                 PIC X(16).
           05  FILLER                      PIC X(64).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-PRIORIN-STATUS           PIC XX VALUE SPACES.
           05  WS-DELTAOUT-STATUS          PIC XX VALUE SPACES.
           05  WS-SYSIN-STATUS             PIC XX VALUE SPACES.
           05  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
           05  WS-STRMCTL-STATUS           PIC XX VALUE SPACES.

       01  WS-FILE-CHECK.
           05  WS-LAST-FILE-STATUS         PIC XX    VALUE SPACES.
                     ==OUT-DEPTNAME==      BY ==WS-IN-DEPTNAME==
                     ==OUT-MGRNO==         BY ==WS-IN-MGRNO==.

      *    PROOF OF THE CURRIN AND PRIORIN HEADERS AND TRAILERS - WHAT
      *    EACH FILE SAYS ABOUT ITSELF AGAINST WHAT WAS ACTUALLY READ.
      *    PROVEN ONE FILE AFTER THE OTHER, SO THE TALLIES ARE RESET
      *    BETWEEN THEM.
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
           05  FILLER                      PIC X(79).

      *    A DEPTNO RIGHT-JUSTIFIED BEHIND A LOW-VALUE BYTE, READ AS
      *    A BINARY FULLWORD FOR THE DEPTNO HASH TOTAL.
       01  WS-HASH-WORK.
           05  FILLER                      PIC X(1)  VALUE LOW-VALUE.
           05  WS-HASH-DEPTNO              PIC X(3)  VALUE SPACES.
       01  WS-HASH-BINARY REDEFINES WS-HASH-WORK
                                           PIC S9(9) COMP.

       COPY DLTAREC
           REPLACING ==DLTA-DETAIL-RECORD== BY ==WS-DLTA-DETAIL==.

           05  WS-DELETE-COUNT             PIC 9(5) VALUE ZERO.
           05  WS-MOVE-COUNT               PIC 9(5) VALUE ZERO.

      *    NIGHTLY STREAM RESTART CONTROL: THIS STEP'S NAME AND
      *    PLACE IN THE CHAIN, AND THE BUSINESS DATE IT RUNS FOR.
       01  WS-STREAM-FIELDS.
           05  WS-STREAM-PGM               PIC X(8)  VALUE "DEPTDLT".
           05  WS-STREAM-STEP              PIC 9(2)  VALUE 06.
           05  WS-BUS-DATE                 PIC 9(8)  VALUE ZERO.
           05  WS-STREAM-DATE              PIC 9(8)  VALUE ZERO.
           05  WS-STREAM-CLOCK.
               10  WS-STREAM-TIME          PIC 9(6)  VALUE ZERO.
               10  FILLER                  PIC 9(2)  VALUE ZERO.

      *    THE BUSINESS DAY PRIORIN MUST HAVE BEEN EXTRACTED FOR, AND
      *    THE DAY ARITHMETIC THAT FINDS IT.
       01  WS-PRIOR-DAY-FIELDS.
           05  WS-PRIOR-BUS-DATE           PIC 9(8)  VALUE ZERO.
           05  WS-DAY-INTEGER              PIC 9(7)  VALUE ZERO.
           05  WS-DAY-QUOTIENT             PIC 9(7)  VALUE ZERO.
           05  WS-DAY-OF-WEEK              PIC 9(1)  VALUE ZERO.

       COPY STRMREC
           REPLACING ==STRM-RECORD== BY ==WS-STRM-REC==.

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

        PERFORM 0010-CHECK-STREAM-PARA.

        PERFORM 0250-DERIVE-PRIOR-DATE-PARA.
        PERFORM 0300-PROVE-CURRIN-PARA.
        PERFORM 0310-PROVE-PRIORIN-PARA.

        OPEN INPUT CURRIN.
        MOVE WS-CURRIN-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "CURRIN"         TO WS-LAST-FILE-NAME.

        PERFORM 6000-FINAL-COUNT.

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
                DISPLAY "DEPTDLT: BAD BUSDATE CARD - EXPECTED "
                        "YYYYMMDD IN COLS 1-8"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF.
        IF BUSDATE-PRIOR-DATE NOT = SPACES
            IF BUSDATE-PRIOR-DATE NUMERIC AND BUSDATE-PRIOR-DATE > ZERO
                MOVE BUSDATE-PRIOR-DATE TO WS-PRIOR-BUS-DATE
            ELSE
                DISPLAY "DEPTDLT: BAD BUSDATE CARD - EXPECTED "
                        "PRIOR YYYYMMDD IN COLS 10-17"
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
                    DISPLAY "DEPTDLT: COMPLETE FOR BUSINESS DATE "
                            WS-BUS-DATE " - STEP SKIPPED"
                    CLOSE STRMCTL
                    MOVE 0 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO STRM-ATTEMPTS
                DISPLAY "DEPTDLT: RERUN FOR BUSINESS DATE "
                        WS-BUS-DATE " - ATTEMPT " STRM-ATTEMPTS
            WHEN "23"
                PERFORM 0020-NEW-STREAM-REC-PARA
            WHEN OTHER
                DISPLAY "DEPTDLT: READ FAILED ON STRMCTL, FILE STATUS="
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
            DISPLAY "DEPTDLT: STEP NOT MARKED STARTED, STRMCTL FILE "
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
        END-IF.
        CLOSE SYSIN.

       0250-DERIVE-PRIOR-DATE-PARA.

      *    CURRIN AND PRIORIN MUST BE EXTRACTS OF CONSECUTIVE BUSINESS
      *    DAYS: PRIORIN'S IS THE NEAREST MONDAY-FRIDAY BEFORE THE
      *    BUSINESS DATE, SO MONDAY COMPARES AGAINST FRIDAY. INTEGER
      *    DAY 1 IS MONDAY 01/01/1601, SO THE REMAINDER OF A DAY
      *    NUMBER BY 7 IS 1-5 FOR MONDAY-FRIDAY, 6 SATURDAY AND 0
      *    SUNDAY. WHEN THAT DAY WAS A HOLIDAY THE SCHEDULER PUTS THE
      *    REAL PRIOR BUSINESS DATE IN COLS 10-17 OF THE BUSDATE CARD.
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUS-DATE) NOT = ZERO
            DISPLAY "DEPTDLT: BUSINESS DATE " WS-BUS-DATE
                    " IS NOT A VALID DATE"
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF.
        IF WS-PRIOR-BUS-DATE > ZERO
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-PRIOR-BUS-DATE)
                    NOT = ZERO
               OR WS-PRIOR-BUS-DATE NOT < WS-BUS-DATE
                DISPLAY "DEPTDLT: PRIOR BUSINESS DATE "
                        WS-PRIOR-BUS-DATE " ON BUSDATE CARD IS NOT "
                        "A VALID DATE BEFORE " WS-BUS-DATE
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
        ELSE
            COMPUTE WS-DAY-INTEGER
                = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) - 1
            PERFORM 0260-DAY-OF-WEEK-PARA
            PERFORM UNTIL WS-DAY-OF-WEEK >= 1 AND WS-DAY-OF-WEEK <= 5
                SUBTRACT 1 FROM WS-DAY-INTEGER
                PERFORM 0260-DAY-OF-WEEK-PARA
            END-PERFORM
            COMPUTE WS-PRIOR-BUS-DATE
                = FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
        END-IF.

       0260-DAY-OF-WEEK-PARA.

        DIVIDE WS-DAY-INTEGER BY 7
            GIVING WS-DAY-QUOTIENT
            REMAINDER WS-DAY-OF-WEEK.

       0300-PROVE-CURRIN-PARA.

      *    PROVE BOTH EXTRACTS BEFORE DELTAOUT IS OPENED OUTPUT: A
      *    FILE FOR THE WRONG DAY, CUT SHORT, OR NOT WRITTEN BY TESTDB2
      *    WOULD TURN INTO A FEED OF FALSE ADDS AND DELETES.
        MOVE "CURRIN"    TO WS-CTL-FILE-NAME.
        MOVE "TESTDB2"   TO WS-CTL-EXPECT-PGM.
        MOVE WS-BUS-DATE TO WS-CTL-EXPECT-DATE.

        OPEN INPUT CURRIN.
        MOVE WS-CURRIN-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "CURRIN"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        READ CURRIN INTO WS-CTL-RECORD
            AT END
                SET CTL-EOF TO TRUE
        END-READ.
        PERFORM UNTIL CTL-EOF
            PERFORM 0320-TALLY-EXTRACT-PARA
            READ CURRIN INTO WS-CTL-RECORD
                AT END
                    SET CTL-EOF TO TRUE
            END-READ
        END-PERFORM.
        CLOSE CURRIN.

        PERFORM 0330-CHECK-CONTROLS-PARA.
        IF CTL-FAILED
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF.

       0310-PROVE-PRIORIN-PARA.

      *    THE SAME PROOF FOR THE PRIOR EXTRACT, WHOSE HEADER MUST
      *    CARRY THE PRIOR BUSINESS DATE FOUND AT 0250.
        MOVE ZERO TO WS-CTL-RECS-READ
                     WS-CTL-DTL-COUNT
                     WS-CTL-DTL-HASH
                     WS-CTL-LATE-COUNT.
        MOVE 'N'  TO WS-CTL-EOF-SW
                     WS-CTL-HDR-SW
                     WS-CTL-TRL-SW.
        MOVE "PRIORIN"         TO WS-CTL-FILE-NAME.
        MOVE "TESTDB2"         TO WS-CTL-EXPECT-PGM.
        MOVE WS-PRIOR-BUS-DATE TO WS-CTL-EXPECT-DATE.

        OPEN INPUT PRIORIN.
        MOVE WS-PRIORIN-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "PRIORIN"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        READ PRIORIN INTO WS-CTL-RECORD
            AT END
                SET CTL-EOF TO TRUE
        END-READ.
        PERFORM UNTIL CTL-EOF
            PERFORM 0320-TALLY-EXTRACT-PARA
            READ PRIORIN INTO WS-CTL-RECORD
                AT END
                    SET CTL-EOF TO TRUE
            END-READ
        END-PERFORM.
        CLOSE PRIORIN.

        PERFORM 0330-CHECK-CONTROLS-PARA.
        IF CTL-FAILED
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF.

       0320-TALLY-EXTRACT-PARA.

      *    THE FIRST RECORD MUST BE THE HEADER AND NOTHING MAY FOLLOW
      *    THE TRAILER; EVERYTHING BETWEEN IS A DETAIL, COUNTED AND
      *    HASHED ON ITS BARE DEPTNO EXACTLY AS TESTDB2 DID.
        ADD 1 TO WS-CTL-RECS-READ.
        EVALUATE TRUE
            WHEN CTL-TRL-SEEN
                ADD 1 TO WS-CTL-LATE-COUNT
            WHEN WS-CTL-RECS-READ = 1 AND CTL-REC-HEADER
                SET CTL-HDR-SEEN TO TRUE
                MOVE WS-CTL-RECORD TO OUT-HEADER-RECORD
            WHEN CTL-REC-TRAILER
                SET CTL-TRL-SEEN TO TRUE
                MOVE WS-CTL-RECORD TO OUT-TRAILER-RECORD
            WHEN OTHER
                ADD 1 TO WS-CTL-DTL-COUNT
                MOVE WS-CTL-RECORD TO WS-DEPT-ROW
                PERFORM 1100-PARSE-DEPT-PARA
                MOVE WS-PARSED-DEPTNO TO WS-HASH-DEPTNO
                ADD WS-HASH-BINARY TO WS-CTL-DTL-HASH
        END-EVALUATE.

       0330-CHECK-CONTROLS-PARA.

        IF NOT CTL-HDR-SEEN
            DISPLAY "DEPTDLT: " WS-CTL-FILE-NAME
                    " HAS NO HEADER RECORD"
            SET CTL-FAILED TO TRUE
        ELSE
            IF OUT-HDR-PROGRAM NOT = WS-CTL-EXPECT-PGM
                DISPLAY "DEPTDLT: " WS-CTL-FILE-NAME
                        " WAS WRITTEN BY " OUT-HDR-PROGRAM
                        ", NOT " WS-CTL-EXPECT-PGM
                SET CTL-FAILED TO TRUE
            END-IF
            IF OUT-HDR-BUS-DATE NOT NUMERIC
               OR OUT-HDR-BUS-DATE NOT = WS-CTL-EXPECT-DATE
                DISPLAY "DEPTDLT: " WS-CTL-FILE-NAME
                        " HEADER DATE " OUT-HDR-BUS-DATE
                        " IS NOT EXPECTED DATE " WS-CTL-EXPECT-DATE
                SET CTL-FAILED TO TRUE
            END-IF
        END-IF.
        IF NOT CTL-TRL-SEEN
            DISPLAY "DEPTDLT: " WS-CTL-FILE-NAME
                    " HAS NO TRAILER RECORD - FILE IS INCOMPLETE"
            SET CTL-FAILED TO TRUE
        ELSE
            IF OUT-TRL-REC-COUNT NOT NUMERIC
               OR OUT-TRL-REC-COUNT NOT = WS-CTL-DTL-COUNT
                DISPLAY "DEPTDLT: " WS-CTL-FILE-NAME
                        " TRAILER COUNT " OUT-TRL-REC-COUNT
                        " BUT " WS-CTL-DTL-COUNT " DETAILS READ"
                SET CTL-FAILED TO TRUE
            END-IF
            IF OUT-TRL-DEPTNO-HASH NOT NUMERIC
               OR OUT-TRL-DEPTNO-HASH NOT = WS-CTL-DTL-HASH
                DISPLAY "DEPTDLT: " WS-CTL-FILE-NAME
                        " DEPTNO HASH TOTAL DOES NOT MATCH TRAILER"
                SET CTL-FAILED TO TRUE
            END-IF
        END-IF.
        IF WS-CTL-LATE-COUNT > 0
            DISPLAY "DEPTDLT: " WS-CTL-FILE-NAME " HAS "
                    WS-CTL-LATE-COUNT " RECORDS AFTER ITS TRAILER"
            SET CTL-FAILED TO TRUE
        END-IF.

       1000-LOAD-PRIOR-PARA.

        MOVE SPACES TO WS-PATH-TABLE.

        PERFORM 1050-READ-PRIORIN-PARA.

        PERFORM UNTIL PRIORIN-EOF
            ADD 1 TO WS-PRIOR-READ
                END-IF
            END-IF

            PERFORM 1050-READ-PRIORIN-PARA
        END-PERFORM.

       1050-READ-PRIORIN-PARA.

      *    NEXT DETAIL OFF PRIORIN: THE HEADER IS STEPPED OVER AND THE
      *    TRAILER ENDS THE FILE - BOTH WERE PROVEN AT 0310.
        READ PRIORIN INTO WS-DEPT-ROW
            AT END
                SET PRIORIN-EOF TO TRUE
        END-READ.
        IF NOT PRIORIN-EOF AND PRIORIN-HEADER
            READ PRIORIN INTO WS-DEPT-ROW
                AT END
                    SET PRIORIN-EOF TO TRUE
            END-READ
        END-IF.
        IF NOT PRIORIN-EOF AND PRIORIN-TRAILER
            SET PRIORIN-EOF TO TRUE
        END-IF.

       1100-PARSE-DEPT-PARA.

      *    OWN TREE'S PATH BEHIND.
        MOVE SPACES TO WS-PATH-TABLE.

        PERFORM 2050-READ-CURRIN-PARA.

        PERFORM UNTIL CURRIN-EOF
            ADD 1 TO WS-CURR-READ
                PERFORM 2100-MATCH-PRIOR-PARA
            END-IF

            PERFORM 2050-READ-CURRIN-PARA
        END-PERFORM.

       2050-READ-CURRIN-PARA.

      *    NEXT DETAIL OFF CURRIN: THE HEADER IS STEPPED OVER AND THE
      *    TRAILER ENDS THE FILE - BOTH WERE PROVEN AT 0300.
        READ CURRIN INTO WS-DEPT-ROW
            AT END
                SET CURRIN-EOF TO TRUE
        END-READ.
        IF NOT CURRIN-EOF AND CURRIN-HEADER
            READ CURRIN INTO WS-DEPT-ROW
                AT END
                    SET CURRIN-EOF TO TRUE
            END-READ
        END-IF.
        IF NOT CURRIN-EOF AND CURRIN-TRAILER
            SET CURRIN-EOF TO TRUE
        END-IF.

       2100-MATCH-PRIOR-PARA.

        DISPLAY "  PARENT MOVES AMONG CHANGES : " WS-MOVE-COUNT.
        DISPLAY "  DELETE TRANSACTIONS WRITTEN : " WS-DELETE-COUNT.
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
            DISPLAY "DEPTDLT: STREAM CONTROL NOT UPDATED, "
                    "STRMCTL FILE STATUS=" WS-LAST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        END-IF.
