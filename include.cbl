               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

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
      *    LEGACY DEPARTMENT-REGISTER RECONCILIATION FEED: ONE DEPTNO
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
      *    'H' HEADER / 'T' TRAILER IN COLUMN 1, SPACE ON A DETAIL.
       01  OUT-RECORD.
           05  OUT-REC-TYPE                PIC X(1).
               88  OUT-REC-HEADER               VALUE 'H'.
               88  OUT-REC-TRAILER              VALUE 'T'.
           05  FILLER                      PIC X(79).

       FD  SYSIN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RUNHIST-RECORD                  PIC X(80).

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

           EXEC SQL INCLUDE SQLCA END-EXEC.
           05  WS-RECONRPT-STATUS          PIC XX VALUE SPACES.
           05  WS-ROSTER-STATUS            PIC XX VALUE SPACES.
           05  WS-RUNHIST-STATUS           PIC XX VALUE SPACES.
           05  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
           05  WS-STRMCTL-STATUS           PIC XX VALUE SPACES.

       01  WS-FILE-CHECK.
           05  WS-LAST-FILE-STATUS         PIC XX    VALUE SPACES.
                     ==OUT-DEPTNAME==      BY ==WS-OUT-DEPTNAME==
                     ==OUT-MGRNO==         BY ==WS-OUT-MGRNO==.

      *    OUT CONTROL TOTALS FOR THE TRAILER (SEE OUTREC): DETAILS
      *    ON THE FILE AND THE HASH OF THEIR DEPTNOS. ON A RESTART
      *    THEY START FROM WHAT THE ABENDED RUN ALREADY LEFT ON OUT.
       01  WS-OUT-CONTROL.
           05  WS-OUT-DTL-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-OUT-DEPTNO-HASH          PIC 9(15) VALUE ZERO.
           05  WS-OUT-SCAN-SUB             PIC 9(2)  VALUE ZERO.
           05  WS-OUT-HDR-SW               PIC X     VALUE 'N'.
               88  OUT-HDR-WRITTEN               VALUE 'Y'.
           05  WS-OUT-TRL-SW               PIC X     VALUE 'N'.
               88  OUT-TRL-FOUND                 VALUE 'Y'.
           05  WS-OUT-SCAN-EOF-SW          PIC X     VALUE 'N'.
               88  OUT-SCAN-EOF                  VALUE 'Y'.

      *    A DEPTNO RIGHT-JUSTIFIED BEHIND A LOW-VALUE BYTE, READ AS
      *    A BINARY FULLWORD FOR THE DEPTNO HASH TOTAL.
       01  WS-HASH-WORK.
           05  FILLER                      PIC X(1)  VALUE LOW-VALUE.
           05  WS-HASH-DEPTNO              PIC X(3)  VALUE SPACES.
       01  WS-HASH-BINARY REDEFINES WS-HASH-WORK
                                           PIC S9(9) COMP.

       COPY ROSTRREC
           REPLACING ==ROST-HEADER-RECORD==  BY ==WS-ROST-HEADER==
                     ==ROST-DETAIL-RECORD==  BY ==WS-ROST-DETAIL==
           05  WS-C1-OPENED-SW             PIC X    VALUE 'N'.
               88  C1-OPENED                    VALUE 'Y'.

      *    NIGHTLY STREAM RESTART CONTROL: THIS STEP'S NAME AND
      *    PLACE IN THE CHAIN, AND THE BUSINESS DATE IT RUNS FOR.
       01  WS-STREAM-FIELDS.
           05  WS-STREAM-PGM               PIC X(8)  VALUE "TESTDB2".
           05  WS-STREAM-STEP              PIC 9(2)  VALUE 03.
           05  WS-BUS-DATE                 PIC 9(8)  VALUE ZERO.
           05  WS-STREAM-DATE              PIC 9(8)  VALUE ZERO.
           05  WS-STREAM-CLOCK.
               10  WS-STREAM-TIME          PIC 9(6)  VALUE ZERO.
               10  FILLER                  PIC 9(2)  VALUE ZERO.

       COPY STRMREC
           REPLACING ==STRM-RECORD== BY ==WS-STRM-REC==.

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

          WITH UR
        END-EXEC.

        PERFORM 0010-CHECK-STREAM-PARA.

        OPEN INPUT INFILE.
        MOVE WS-INFILE-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "INFILE"         TO WS-LAST-FILE-NAME.
      *    FOR EACH OF THESE ON A RESTART STEP MUST REFERENCE THE SAME
      *    DATASET AS THE ABENDED RUN WITH DISP=MOD (NOT A NEW ONE).
        IF IS-RESTART-RUN
            PERFORM 0250-SCAN-PRIOR-OUT-PARA
            OPEN EXTEND OUT
        ELSE
            OPEN OUTPUT OUT
        MOVE WS-OUT-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "OUT"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.
        IF NOT OUT-HDR-WRITTEN
            PERFORM 0200-WRITE-OUT-HEADER-PARA
        END-IF.

        OPEN OUTPUT ERRLOG.
        MOVE WS-ERRLOG-STATUS TO WS-LAST-FILE-STATUS.
            PERFORM 4000-RECONCILE-PARA
        END-IF.

      *    THE TRAILER ONLY GOES OUT WHEN THE WALK FINISHED CLEAN -
      *    AFTER AN SQL ABEND OUT IS INCOMPLETE, AND A FILE WITH NO
      *    TRAILER IS EXACTLY WHAT EVERY READER REJECTS. THE RESTART
      *    RUN PICKS THE FILE UP AND WRITES THE TRAILER WHEN IT ENDS.
        IF NOT SQL-ABEND
            PERFORM 2900-WRITE-OUT-TRAILER-PARA
        END-IF.

        PERFORM 6000-FINAL-COUNT.

        IF SQL-ABEND

        PERFORM 7000-WRITE-RUN-HISTORY-PARA.

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
                DISPLAY "TESTDB2: BAD BUSDATE CARD - EXPECTED "
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
                    DISPLAY "TESTDB2: COMPLETE FOR BUSINESS DATE "
                            WS-BUS-DATE " - STEP SKIPPED"
                    CLOSE STRMCTL
                    MOVE 0 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO STRM-ATTEMPTS
                DISPLAY "TESTDB2: RERUN FOR BUSINESS DATE "
                        WS-BUS-DATE " - ATTEMPT " STRM-ATTEMPTS
            WHEN "23"
                PERFORM 0020-NEW-STREAM-REC-PARA
            WHEN OTHER
                DISPLAY "TESTDB2: READ FAILED ON STRMCTL, FILE STATUS="
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
            DISPLAY "TESTDB2: STEP NOT MARKED STARTED, STRMCTL FILE "
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

       0200-WRITE-OUT-HEADER-PARA.

      *    FIRST RECORD ON OUT: THE BUSINESS DATE THE EXTRACT WAS
      *    TAKEN FOR AND THE PROGRAM THAT TOOK IT (SEE OUTREC).
        MOVE SPACES        TO OUT-HEADER-RECORD.
        MOVE 'H'           TO OUT-HDR-TYPE.
        MOVE WS-BUS-DATE   TO OUT-HDR-BUS-DATE.
        MOVE WS-STREAM-PGM TO OUT-HDR-PROGRAM.
        WRITE OUT-RECORD FROM OUT-HEADER-RECORD.
        SET OUT-HDR-WRITTEN TO TRUE.

       0250-SCAN-PRIOR-OUT-PARA.

      *    ON A RESTART, OUT ALREADY HOLDS WHAT THE ABENDED RUN
      *    WROTE. READ IT BACK BEFORE EXTENDING IT SO THE TRAILER'S
      *    COUNT AND HASH COVER THE WHOLE FILE, NOT JUST THIS RUN'S
      *    ROWS - AND REFUSE A FILE THAT IS ANOTHER NIGHT'S EXTRACT
      *    OR ALREADY CARRIES A TRAILER. AN EMPTY FILE (THE ABEND
      *    CAME BEFORE THE HEADER WENT OUT) JUST GETS ITS HEADER NOW.
        OPEN INPUT OUT.
        MOVE WS-OUT-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "OUT"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        READ OUT
            AT END
                SET OUT-SCAN-EOF TO TRUE
        END-READ.
        IF NOT OUT-SCAN-EOF
            MOVE OUT-RECORD TO OUT-HEADER-RECORD
            IF NOT OUT-HDR
               OR OUT-HDR-BUS-DATE NOT NUMERIC
               OR OUT-HDR-BUS-DATE NOT = WS-BUS-DATE
                DISPLAY "TESTDB2: RESTART REFUSED - OUT IS NOT THE "
                        "PARTIAL EXTRACT FOR BUSINESS DATE "
                        WS-BUS-DATE
                CLOSE OUT
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            SET OUT-HDR-WRITTEN TO TRUE
            READ OUT
                AT END
                    SET OUT-SCAN-EOF TO TRUE
            END-READ
        END-IF.

        PERFORM UNTIL OUT-SCAN-EOF
            IF OUT-REC-TRAILER
                SET OUT-TRL-FOUND TO TRUE
            ELSE
                MOVE OUT-RECORD TO WS-OUT-DETAIL
                PERFORM VARYING WS-OUT-SCAN-SUB FROM 1 BY 1
                        UNTIL WS-OUT-SCAN-SUB > 11
                           OR WS-OUT-DEPTNO-DISP(WS-OUT-SCAN-SUB:1)
                              NOT = SPACE
                    CONTINUE
                END-PERFORM
                IF WS-OUT-SCAN-SUB <= 11
                    MOVE WS-OUT-DEPTNO-DISP(WS-OUT-SCAN-SUB:3)
                        TO WS-HASH-DEPTNO
                    ADD 1              TO WS-OUT-DTL-COUNT
                    ADD WS-HASH-BINARY TO WS-OUT-DEPTNO-HASH
                END-IF
            END-IF
            READ OUT
                AT END
                    SET OUT-SCAN-EOF TO TRUE
            END-READ
        END-PERFORM.
        CLOSE OUT.

        IF OUT-TRL-FOUND
            DISPLAY "TESTDB2: RESTART REFUSED - OUT ALREADY CARRIES "
                    "ITS TRAILER, THE EXTRACT IS COMPLETE"
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF.
        DISPLAY "TESTDB2: RESTART CARRIES FORWARD " WS-OUT-DTL-COUNT
                " DEPARTMENTS ALREADY ON OUT".

       2000-FETCH-DEPT-PARA.

      *    EXPAND THE TOP-LEVEL ADMRDEPT FROM SYSIN INTO ITS DIRECT
        MOVE WS-DEPTNAME TO WS-OUT-DEPTNAME.
        MOVE WS-MGRNO    TO WS-OUT-MGRNO.
        WRITE OUT-RECORD FROM WS-OUT-DETAIL.
        ADD 1 TO WS-OUT-DTL-COUNT.
        MOVE WS-DEPTNO TO WS-HASH-DEPTNO.
        ADD WS-HASH-BINARY TO WS-OUT-DEPTNO-HASH.

        ADD 1 TO WS-FETCH-COUNT.
        IF WS-FETCH-COUNT <= 500
        ADD 1 TO WS-ROSTER-DEPT-EMPS.
        ADD 1 TO WS-ROSTER-EMP-TOTAL.

       2900-WRITE-OUT-TRAILER-PARA.

      *    LAST RECORD ON OUT: HOW MANY DETAILS THE FILE HOLDS AND
      *    THE HASH OF THEIR DEPTNOS (SEE OUTREC), SO A READER CAN
      *    PROVE IT GOT THE WHOLE FILE.
        MOVE SPACES             TO OUT-TRAILER-RECORD.
        MOVE 'T'                TO OUT-TRL-TYPE.
        MOVE WS-OUT-DTL-COUNT   TO OUT-TRL-REC-COUNT.
        MOVE WS-OUT-DEPTNO-HASH TO OUT-TRL-DEPTNO-HASH.
        WRITE OUT-RECORD FROM OUT-TRAILER-RECORD.

       3000-WRITE-CHECKPOINT-PARA.

      *    CHKPT-PROGRESS-DEPTNO/CHKPT-ROW-COUNT ARE PROGRESS-MONITORING
        DISPLAY "TESTDB2 CONTROL TOTALS".
        DISPLAY "  DEPARTMENTS FETCHED FROM TDEPT  : " WS-FETCH-COUNT.
        DISPLAY "  ROWS WRITTEN TO OUT . . . . . . : " WS-FETCH-COUNT.
        DISPLAY "  DETAILS ON OUT (TRAILER COUNT)  : " WS-OUT-DTL-COUNT.
        DISPLAY "  ROSTER EMPLOYEES WRITTEN . . . : "
                WS-ROSTER-EMP-TOTAL.
        DISPLAY "  LEGACY REGISTER RECORDS READ . : " WS-INFILE-COUNT.
                    "NOTHING TO RESTART PAST"
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
            DISPLAY "TESTDB2: STREAM CONTROL NOT UPDATED, "
                    "STRMCTL FILE STATUS=" WS-LAST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        END-IF.

       8000-WAIT-RETRY-PARA.

      *    LOG EVERY RETRY SO THE CONTENTION PATTERN WITH THE ONLINE
