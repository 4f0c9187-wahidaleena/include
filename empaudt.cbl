               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EMPAURPT-STATUS.

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
       FD  EMPAURPT
           05  AUDIT-REASON                PIC X(44).
           05  FILLER                      PIC X(23) VALUE SPACES.

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

       01  WS-FILE-STATUSES.
           05  WS-EMPAURPT-STATUS          PIC XX VALUE SPACES.
           05  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
           05  WS-STRMCTL-STATUS           PIC XX VALUE SPACES.

       01  WS-FILE-CHECK.
           05  WS-LAST-FILE-STATUS         PIC XX    VALUE SPACES.
           05  WS-FINDING-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-SQL-ERRORS               PIC 9(5) VALUE ZERO.

      *    NIGHTLY STREAM RESTART CONTROL: THIS STEP'S NAME AND
      *    PLACE IN THE CHAIN, AND THE BUSINESS DATE IT RUNS FOR.
       01  WS-STREAM-FIELDS.
           05  WS-STREAM-PGM               PIC X(8)  VALUE "EMPAUDT".
           05  WS-STREAM-STEP              PIC 9(2)  VALUE 02.
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

        OPEN OUTPUT EMPAURPT.
        MOVE WS-EMPAURPT-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "EMPAURPT"         TO WS-LAST-FILE-NAME.
                MOVE 0  TO RETURN-CODE
        END-EVALUATE.

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
                DISPLAY "EMPAUDT: BAD BUSDATE CARD - EXPECTED "
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
                    DISPLAY "EMPAUDT: COMPLETE FOR BUSINESS DATE "
                            WS-BUS-DATE " - STEP SKIPPED"
                    CLOSE STRMCTL
                    MOVE 0 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO STRM-ATTEMPTS
                DISPLAY "EMPAUDT: RERUN FOR BUSINESS DATE "
                        WS-BUS-DATE " - ATTEMPT " STRM-ATTEMPTS
            WHEN "23"
                PERFORM 0020-NEW-STREAM-REC-PARA
            WHEN OTHER
                DISPLAY "EMPAUDT: READ FAILED ON STRMCTL, FILE STATUS="
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
            DISPLAY "EMPAUDT: STEP NOT MARKED STARTED, STRMCTL FILE "
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
                    "EXTRACT STREAM UNTIL EMPLOYEE IS CORRECTED"
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
            DISPLAY "EMPAUDT: STREAM CONTROL NOT UPDATED, "
                    "STRMCTL FILE STATUS=" WS-LAST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        END-IF.

       8000-WAIT-RETRY-PARA.

      *    LOG EVERY RETRY SO THE CONTENTION PATTERN WITH THE ONLINE
