               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MOVEOUT-STATUS.

      *    CUMULATIVE WORKFORCE HISTORY - SEE 2400-POST-HISTORY-PARA.
           SELECT MOVEHIST ASSIGN TO MOVEHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MOVEHIST-KEY
               FILE STATUS IS WS-MOVEHIST-STATUS.

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
           RECORD CONTAINS 80 CHARACTERS.
       01  MOVEOUT-RECORD                  PIC X(80).

       FD  MOVEHIST
           RECORD CONTAINS 80 CHARACTERS.
       01  MOVEHIST-RECORD.
           05  MOVEHIST-KEY                PIC X(15).
           05  FILLER                      PIC X(65).

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
           05  WS-CURRIN-STATUS            PIC XX VALUE SPACES.
           05  WS-PRIORIN-STATUS           PIC XX VALUE SPACES.
           05  WS-MOVEOUT-STATUS           PIC XX VALUE SPACES.
           05  WS-MOVEHIST-STATUS          PIC XX VALUE SPACES.
           05  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
           05  WS-STRMCTL-STATUS           PIC XX VALUE SPACES.

       01  WS-FILE-CHECK.
           05  WS-LAST-FILE-STATUS         PIC XX    VALUE SPACES.
       COPY EMPMVREC
           REPLACING ==EMPMV-DETAIL-RECORD== BY ==WS-EMPMV-DETAIL==.

       COPY MVHSTREC
           REPLACING ==MVH-HEADCOUNT-RECORD== BY ==WS-MVH-HEADCOUNT==
                     ==MVH-MOVEMENT-RECORD==  BY ==WS-MVH-MOVEMENT==.

      *--------------------------------------------------------------*
      * WS-PRIOR-TABLE holds every 'D' detail off the prior run's     *
      * roster with the department its 'H' header put it under, so    *
           05  WS-NEW-COUNT                PIC 9(5) VALUE ZERO.
           05  WS-TRANSFER-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-GONE-COUNT               PIC 9(5) VALUE ZERO.
           05  WS-HIST-POSTED              PIC 9(5) VALUE ZERO.
           05  WS-HIST-REPLACED            PIC 9(5) VALUE ZERO.
           05  WS-HIST-ERRORS              PIC 9(5) VALUE ZERO.

      *    NIGHTLY STREAM RESTART CONTROL: THIS STEP'S NAME AND
      *    PLACE IN THE CHAIN, AND THE BUSINESS DATE IT RUNS FOR.
       01  WS-STREAM-FIELDS.
           05  WS-STREAM-PGM               PIC X(8)  VALUE "EMPMOVE".
           05  WS-STREAM-STEP              PIC 9(2)  VALUE 08.
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

        OPEN INPUT CURRIN.
        MOVE WS-CURRIN-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "CURRIN"         TO WS-LAST-FILE-NAME.
        MOVE "MOVEOUT"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        OPEN I-O MOVEHIST.
        MOVE WS-MOVEHIST-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "MOVEHIST"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        PERFORM 1000-LOAD-PRIOR-PARA.

        PERFORM 2000-COMPARE-CURRENT-PARA.

        PERFORM 6000-FINAL-COUNT.

      *    A MOVEMENT THAT REACHED PAYROLL BUT NOT THE HISTORY WOULD
      *    BE MISSING FROM THE MONTH-END TURNOVER FIGURES FOR GOOD -
      *    FAIL THE STEP SO THE RERUN POSTS THE NIGHT AGAIN.
        IF WS-HIST-ERRORS > 0
            MOVE 16 TO RETURN-CODE
        ELSE
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
                DISPLAY "EMPMOVE: BAD BUSDATE CARD - EXPECTED "
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
                    DISPLAY "EMPMOVE: COMPLETE FOR BUSINESS DATE "
                            WS-BUS-DATE " - STEP SKIPPED"
                    CLOSE STRMCTL
                    MOVE 0 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO STRM-ATTEMPTS
                DISPLAY "EMPMOVE: RERUN FOR BUSINESS DATE "
                        WS-BUS-DATE " - ATTEMPT " STRM-ATTEMPTS
            WHEN "23"
                PERFORM 0020-NEW-STREAM-REC-PARA
            WHEN OTHER
                DISPLAY "EMPMOVE: READ FAILED ON STRMCTL, FILE STATUS="
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
            DISPLAY "EMPMOVE: STEP NOT MARKED STARTED, STRMCTL FILE "
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
        MOVE ROST-DTL-HIREDATE  TO EMPMV-HIREDATE.
        WRITE MOVEOUT-RECORD FROM WS-EMPMV-DETAIL.
        ADD 1 TO WS-NEW-COUNT.
        PERFORM 2400-POST-HISTORY-PARA.

       2300-WRITE-TRANSFER-PARA.

        MOVE ROST-DTL-HIREDATE  TO EMPMV-HIREDATE.
        WRITE MOVEOUT-RECORD FROM WS-EMPMV-DETAIL.
        ADD 1 TO WS-TRANSFER-COUNT.
        PERFORM 2400-POST-HISTORY-PARA.

       2400-POST-HISTORY-PARA.

      *    EVERY TRANSACTION WRITTEN TO MOVEOUT IS ALSO POSTED TO THE
      *    CUMULATIVE HISTORY (MOVEHIST, MVHSTREC LAYOUT) UNDER THE
      *    BUSINESS DATE, SO THE MONTH-END TURNOVER REPORT HAS EVERY
      *    NIGHT'S MOVEMENTS. "22" (DUPLICATE KEY) IS A RERUN OF A
      *    NIGHT ALREADY POSTED: THE RERUN'S VALUES REPLACE IT.
        MOVE SPACES            TO WS-MVH-MOVEMENT.
        MOVE WS-BUS-DATE       TO MVH-MV-BUS-DATE.
        SET MVH-MV             TO TRUE.
        MOVE EMPMV-EMPNO       TO MVH-MV-EMPNO.
        MOVE EMPMV-TRANS-CODE  TO MVH-MV-TRANS-CODE.
        MOVE EMPMV-OLD-DEPTNO  TO MVH-MV-OLD-DEPTNO.
        MOVE EMPMV-NEW-DEPTNO  TO MVH-MV-NEW-DEPTNO.
        MOVE EMPMV-FIRSTNME    TO MVH-MV-FIRSTNME.
        MOVE EMPMV-LASTNAME    TO MVH-MV-LASTNAME.
        MOVE EMPMV-JOB         TO MVH-MV-JOB.
        MOVE EMPMV-HIREDATE    TO MVH-MV-HIREDATE.

        WRITE MOVEHIST-RECORD FROM WS-MVH-MOVEMENT.
        EVALUATE WS-MOVEHIST-STATUS
            WHEN "00"
                ADD 1 TO WS-HIST-POSTED
            WHEN "22"
                MOVE MVH-MV-KEY TO MOVEHIST-KEY
                REWRITE MOVEHIST-RECORD FROM WS-MVH-MOVEMENT
                IF WS-MOVEHIST-STATUS = "00"
                    ADD 1 TO WS-HIST-REPLACED
                ELSE
                    ADD 1 TO WS-HIST-ERRORS
                    DISPLAY "EMPMOVE: REWRITE FAILED ON MOVEHIST FOR "
                            EMPMV-EMPNO " FILE STATUS="
                            WS-MOVEHIST-STATUS
                END-IF
            WHEN OTHER
                ADD 1 TO WS-HIST-ERRORS
                DISPLAY "EMPMOVE: WRITE FAILED ON MOVEHIST FOR "
                        EMPMV-EMPNO " FILE STATUS=" WS-MOVEHIST-STATUS
        END-EVALUATE.

       3000-SWEEP-GONE-PARA.

                                             TO EMPMV-HIREDATE
                WRITE MOVEOUT-RECORD FROM WS-EMPMV-DETAIL
                ADD 1 TO WS-GONE-COUNT
                PERFORM 2400-POST-HISTORY-PARA
            END-IF
        END-PERFORM.

       6000-FINAL-COUNT.
        CLOSE CURRIN
              PRIORIN
              MOVEOUT
              MOVEHIST.
        DISPLAY "-----------------------------------------------------".
        DISPLAY "EMPMOVE CONTROL TOTALS".
        DISPLAY "  CURRENT ROSTER RECORDS READ : " WS-CURR-READ.
        DISPLAY "  NEW TRANSACTIONS WRITTEN . : " WS-NEW-COUNT.
        DISPLAY "  TRANSFERS WRITTEN  . . . . : " WS-TRANSFER-COUNT.
        DISPLAY "  GONE TRANSACTIONS WRITTEN : " WS-GONE-COUNT.
        DISPLAY "  HISTORY RECORDS POSTED . . : " WS-HIST-POSTED.
        DISPLAY "  HISTORY REPLACED (RERUN) . : " WS-HIST-REPLACED.
        DISPLAY "  HISTORY POSTING ERRORS . . : " WS-HIST-ERRORS.
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
            DISPLAY "EMPMOVE: STREAM CONTROL NOT UPDATED, "
                    "STRMCTL FILE STATUS=" WS-LAST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        END-IF.
