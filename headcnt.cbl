               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HDCTRPT-STATUS.

      *    CUMULATIVE WORKFORCE HISTORY - SEE 5000-POST-HISTORY-PARA.
           SELECT MOVEHIST ASSIGN TO MOVEHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MOVEHIST-KEY
               FILE STATUS IS WS-MOVEHIST-STATUS.

           SELECT RUNHIST ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
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

       FD  HDCTRPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  HDCTRPT-RECORD                  PIC X(80).

       FD  MOVEHIST
           RECORD CONTAINS 80 CHARACTERS.
       01  MOVEHIST-RECORD.
           05  MOVEHIST-KEY                PIC X(15).
           05  FILLER                      PIC X(65).

      *    COMMON RUN-HISTORY AUDIT TRAIL, APPENDED AT END OF JOB
      *    (SEE RUNHREC). SHARED WITH TESTDB2 AND MGRXREF, SUMMARIZED
      *    BY RUNHRPT AND CROSS-FOOTED BY FEEDBAL.
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
       01  WS-FILE-STATUSES.
           05  WS-DEPTIN-STATUS            PIC XX VALUE SPACES.
           05  WS-HDCTRPT-STATUS           PIC XX VALUE SPACES.
           05  WS-MOVEHIST-STATUS          PIC XX VALUE SPACES.
           05  WS-RUNHIST-STATUS           PIC XX VALUE SPACES.
           05  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
           05  WS-STRMCTL-STATUS           PIC XX VALUE SPACES.

       01  WS-FILE-CHECK.
           05  WS-LAST-FILE-STATUS         PIC XX    VALUE SPACES.
                     ==OUT-DEPTNAME==      BY ==WS-IN-DEPTNAME==
                     ==OUT-MGRNO==         BY ==WS-IN-MGRNO==.

      *    PROOF OF THE DEPTIN HEADER AND TRAILER - WHAT THE FILE SAYS
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
           05  FILLER                      PIC X(79).

      *    A DEPTNO RIGHT-JUSTIFIED BEHIND A LOW-VALUE BYTE, READ AS
      *    A BINARY FULLWORD FOR THE DEPTNO HASH TOTAL.
       01  WS-HASH-WORK.
           05  FILLER                      PIC X(1)  VALUE LOW-VALUE.
           05  WS-HASH-DEPTNO              PIC X(3)  VALUE SPACES.
       01  WS-HASH-BINARY REDEFINES WS-HASH-WORK
                                           PIC S9(9) COMP.

       COPY MVHSTREC
           REPLACING ==MVH-HEADCOUNT-RECORD== BY ==WS-MVH-HEADCOUNT==
                     ==MVH-MOVEMENT-RECORD==  BY ==WS-MVH-MOVEMENT==.

      *    THE LEVEL-1 DEPARTMENT WHOSE BRANCH THE PREORDER WALK IS IN.
       01  WS-CUR-BRANCH                   PIC X(3) VALUE SPACES.

       01  WS-EMP-HOST-VARS.
           05  WS-WORKDEPT                 PIC X(3).
           05  WS-EMPCNT-HOST              PIC S9(9) COMP.
           05  WS-DEPTS-NO-EMPS            PIC 9(5) VALUE ZERO.
           05  WS-SQL-ERRORS               PIC 9(5) VALUE ZERO.
           05  WS-COMPANY-TOTAL            PIC 9(7) VALUE ZERO.
           05  WS-HIST-POSTED              PIC 9(5) VALUE ZERO.
           05  WS-HIST-REPLACED            PIC 9(5) VALUE ZERO.
           05  WS-HIST-ERRORS              PIC 9(5) VALUE ZERO.

       01  WS-RPT-TITLE.
           05  FILLER                      PIC X(24) VALUE
           05  WS-RUNH-END-DATE            PIC 9(8) VALUE ZERO.
           05  WS-RUNH-END-TIME            PIC 9(6) VALUE ZERO.

      *    NIGHTLY STREAM RESTART CONTROL: THIS STEP'S NAME AND
      *    PLACE IN THE CHAIN, AND THE BUSINESS DATE IT RUNS FOR.
       01  WS-STREAM-FIELDS.
           05  WS-STREAM-PGM               PIC X(8)  VALUE "HEADCNT".
           05  WS-STREAM-STEP              PIC 9(2)  VALUE 05.
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

        PERFORM 0300-PROVE-DEPTIN-PARA.

        OPEN INPUT DEPTIN.
        MOVE WS-DEPTIN-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "DEPTIN"         TO WS-LAST-FILE-NAME.
        MOVE "HDCTRPT"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        OPEN I-O MOVEHIST.
        MOVE WS-MOVEHIST-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "MOVEHIST"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        PERFORM 1000-LOAD-EMPCNT-PARA.

        PERFORM 2000-LOAD-DEPTS-PARA.

        PERFORM 4000-PRINT-REPORT-PARA.

      *    A FAILED EMPLOYEE COUNT LOAD WOULD POST ZERO HEADCOUNTS AS
      *    THE NIGHT'S RECORD - POST ONLY A GOOD NIGHT.
        IF NOT SQL-ABEND
            PERFORM 5000-POST-HISTORY-PARA
        END-IF.

        PERFORM 6000-FINAL-COUNT.

      *    A NIGHT MISSING FROM THE HISTORY WOULD LEAVE A HOLE IN THE
      *    MONTH-END TURNOVER FIGURES - FAIL THE STEP SO THE RERUN
      *    POSTS IT AGAIN.
        IF SQL-ABEND OR WS-HIST-ERRORS > 0
            MOVE 16 TO RETURN-CODE
        ELSE
            MOVE 0  TO RETURN-CODE

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
                DISPLAY "HEADCNT: BAD BUSDATE CARD - EXPECTED "
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
                    DISPLAY "HEADCNT: COMPLETE FOR BUSINESS DATE "
                            WS-BUS-DATE " - STEP SKIPPED"
                    CLOSE STRMCTL
                    MOVE 0 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO STRM-ATTEMPTS
                DISPLAY "HEADCNT: RERUN FOR BUSINESS DATE "
                        WS-BUS-DATE " - ATTEMPT " STRM-ATTEMPTS
            WHEN "23"
                PERFORM 0020-NEW-STREAM-REC-PARA
            WHEN OTHER
                DISPLAY "HEADCNT: READ FAILED ON STRMCTL, FILE STATUS="
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
            DISPLAY "HEADCNT: STEP NOT MARKED STARTED, STRMCTL FILE "
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

       0300-PROVE-DEPTIN-PARA.

      *    PROVE THE EXTRACT BEFORE ANY OF IT IS USED (SEE OUTREC):
      *    IT MUST BE TESTDB2'S EXTRACT FOR THIS BUSINESS DATE, AND
      *    ITS DETAIL COUNT AND DEPTNO HASH MUST AGREE WITH ITS
      *    TRAILER. A STALE, SWAPPED OR CUT-SHORT FILE ENDS THE STEP
      *    RC 16 HERE, BEFORE THE REPORT IS OPENED.
        MOVE "DEPTIN"    TO WS-CTL-FILE-NAME.
        MOVE "TESTDB2"   TO WS-CTL-EXPECT-PGM.
        MOVE WS-BUS-DATE TO WS-CTL-EXPECT-DATE.

        OPEN INPUT DEPTIN.
        MOVE WS-DEPTIN-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "DEPTIN"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        READ DEPTIN INTO WS-CTL-RECORD
            AT END
                SET CTL-EOF TO TRUE
        END-READ.
        PERFORM UNTIL CTL-EOF
            PERFORM 0320-TALLY-DEPTIN-PARA
            READ DEPTIN INTO WS-CTL-RECORD
                AT END
                    SET CTL-EOF TO TRUE
            END-READ
        END-PERFORM.
        CLOSE DEPTIN.

        PERFORM 0330-CHECK-CONTROLS-PARA.
        IF CTL-FAILED
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF.

       0320-TALLY-DEPTIN-PARA.

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
                PERFORM 2100-PARSE-DEPT-PARA
                MOVE WS-PARSED-DEPTNO TO WS-HASH-DEPTNO
                ADD WS-HASH-BINARY TO WS-CTL-DTL-HASH
        END-EVALUATE.

       0330-CHECK-CONTROLS-PARA.

        IF NOT CTL-HDR-SEEN
            DISPLAY "HEADCNT: " WS-CTL-FILE-NAME
                    " HAS NO HEADER RECORD"
            SET CTL-FAILED TO TRUE
        ELSE
            IF OUT-HDR-PROGRAM NOT = WS-CTL-EXPECT-PGM
                DISPLAY "HEADCNT: " WS-CTL-FILE-NAME
                        " WAS WRITTEN BY " OUT-HDR-PROGRAM
                        ", NOT " WS-CTL-EXPECT-PGM
                SET CTL-FAILED TO TRUE
            END-IF
            IF OUT-HDR-BUS-DATE NOT NUMERIC
               OR OUT-HDR-BUS-DATE NOT = WS-CTL-EXPECT-DATE
                DISPLAY "HEADCNT: " WS-CTL-FILE-NAME
                        " HEADER DATE " OUT-HDR-BUS-DATE
                        " IS NOT BUSINESS DATE " WS-CTL-EXPECT-DATE
                SET CTL-FAILED TO TRUE
            END-IF
        END-IF.
        IF NOT CTL-TRL-SEEN
            DISPLAY "HEADCNT: " WS-CTL-FILE-NAME
                    " HAS NO TRAILER RECORD - FILE IS INCOMPLETE"
            SET CTL-FAILED TO TRUE
        ELSE
            IF OUT-TRL-REC-COUNT NOT NUMERIC
               OR OUT-TRL-REC-COUNT NOT = WS-CTL-DTL-COUNT
                DISPLAY "HEADCNT: " WS-CTL-FILE-NAME
                        " TRAILER COUNT " OUT-TRL-REC-COUNT
                        " BUT " WS-CTL-DTL-COUNT " DETAILS READ"
                SET CTL-FAILED TO TRUE
            END-IF
            IF OUT-TRL-DEPTNO-HASH NOT NUMERIC
               OR OUT-TRL-DEPTNO-HASH NOT = WS-CTL-DTL-HASH
                DISPLAY "HEADCNT: " WS-CTL-FILE-NAME
                        " DEPTNO HASH TOTAL DOES NOT MATCH TRAILER"
                SET CTL-FAILED TO TRUE
            END-IF
        END-IF.
        IF WS-CTL-LATE-COUNT > 0
            DISPLAY "HEADCNT: " WS-CTL-FILE-NAME " HAS "
                    WS-CTL-LATE-COUNT " RECORDS AFTER ITS TRAILER"
            SET CTL-FAILED TO TRUE
        END-IF.

       1000-LOAD-EMPCNT-PARA.

      *    DRIVE THE LOAD PASS, RE-DRIVING IT AFTER A WAIT WHEN IT

       2000-LOAD-DEPTS-PARA.

        PERFORM 2050-READ-DEPTIN-PARA.

        PERFORM UNTIL DEPTIN-EOF
            ADD 1 TO WS-DEPTS-READ
                END-IF
            END-IF

            PERFORM 2050-READ-DEPTIN-PARA
        END-PERFORM.

       2050-READ-DEPTIN-PARA.

      *    NEXT DETAIL OFF DEPTIN: THE HEADER IS STEPPED OVER AND THE
      *    TRAILER ENDS THE FILE - BOTH WERE PROVEN AT 0300.
        READ DEPTIN INTO WS-DEPT-ROW
            AT END
                SET DEPTIN-EOF TO TRUE
        END-READ.
        IF NOT DEPTIN-EOF AND DEPTIN-HEADER
            READ DEPTIN INTO WS-DEPT-ROW
                AT END
                    SET DEPTIN-EOF TO TRUE
            END-READ
        END-IF.
        IF NOT DEPTIN-EOF AND DEPTIN-TRAILER
            SET DEPTIN-EOF TO TRUE
        END-IF.

       2100-PARSE-DEPT-PARA.

        MOVE WS-DT-SUBTREE(WS-DEPT-SUB)  TO WS-RPT-SUBTREE.
        WRITE HDCTRPT-RECORD FROM WS-RPT-DETAIL.

       5000-POST-HISTORY-PARA.

      *    POST THE NIGHT'S HEADCOUNT FOR EVERY DEPARTMENT TO THE
      *    CUMULATIVE HISTORY (MOVEHIST, MVHSTREC LAYOUT) UNDER THE
      *    BUSINESS DATE, WITH THE LEVEL-1 BRANCH IT SITS IN - THE
      *    OPENING AND CLOSING HEADCOUNTS OF THE MONTH-END TURNOVER
      *    REPORT. THE TABLE IS IN PREORDER, SO EACH LEVEL-1 ENTRY
      *    STARTS A NEW BRANCH. "22" (DUPLICATE KEY) IS A RERUN OF A
      *    NIGHT ALREADY POSTED: THE RERUN'S COUNTS REPLACE IT.
        MOVE SPACES TO WS-CUR-BRANCH.
        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            EVALUATE TRUE
                WHEN WS-DT-LEVEL(WS-DEPT-SUB) = 0
                    MOVE SPACES TO WS-CUR-BRANCH
                WHEN WS-DT-LEVEL(WS-DEPT-SUB) = 1
                    MOVE WS-DT-DEPTNO(WS-DEPT-SUB) TO WS-CUR-BRANCH
            END-EVALUATE

            MOVE SPACES                      TO WS-MVH-HEADCOUNT
            MOVE WS-BUS-DATE                 TO MVH-HC-BUS-DATE
            SET MVH-HC                       TO TRUE
            MOVE WS-DT-DEPTNO(WS-DEPT-SUB)   TO MVH-HC-DEPTNO
            MOVE WS-DT-DEPTNAME(WS-DEPT-SUB) TO MVH-HC-DEPTNAME
            MOVE WS-DT-LEVEL(WS-DEPT-SUB)    TO MVH-HC-LEVEL
            MOVE WS-CUR-BRANCH               TO MVH-HC-BRANCH
            MOVE WS-DT-DIRECT(WS-DEPT-SUB)   TO MVH-HC-DIRECT
            MOVE WS-DT-SUBTREE(WS-DEPT-SUB)  TO MVH-HC-SUBTREE

            WRITE MOVEHIST-RECORD FROM WS-MVH-HEADCOUNT
            EVALUATE WS-MOVEHIST-STATUS
                WHEN "00"
                    ADD 1 TO WS-HIST-POSTED
                WHEN "22"
                    PERFORM 5100-REPLACE-HISTORY-PARA
                WHEN OTHER
                    ADD 1 TO WS-HIST-ERRORS
                    DISPLAY "HEADCNT: WRITE FAILED ON MOVEHIST FOR "
                            MVH-HC-DEPTNO " FILE STATUS="
                            WS-MOVEHIST-STATUS
            END-EVALUATE
        END-PERFORM.

       5100-REPLACE-HISTORY-PARA.

        MOVE MVH-HC-KEY TO MOVEHIST-KEY.
        REWRITE MOVEHIST-RECORD FROM WS-MVH-HEADCOUNT.
        IF WS-MOVEHIST-STATUS = "00"
            ADD 1 TO WS-HIST-REPLACED
        ELSE
            ADD 1 TO WS-HIST-ERRORS
            DISPLAY "HEADCNT: REWRITE FAILED ON MOVEHIST FOR "
                    MVH-HC-DEPTNO " FILE STATUS=" WS-MOVEHIST-STATUS
        END-IF.

       6000-FINAL-COUNT.
        CLOSE DEPTIN
              HDCTRPT
              MOVEHIST.
        DISPLAY "-----------------------------------------------------".
        DISPLAY "HEADCNT CONTROL TOTALS".
        DISPLAY "  DEPARTMENTS READ . . . . : " WS-DEPTS-READ.
        DISPLAY "  DEPTS WITH NO EMPLOYEES . : " WS-DEPTS-NO-EMPS.
        DISPLAY "  SQL ERRORS . . . . . . . : " WS-SQL-ERRORS.
        DISPLAY "  COMPANY TOTAL HEADCOUNT . : " WS-COMPANY-TOTAL.
        DISPLAY "  HISTORY RECORDS POSTED . : " WS-HIST-POSTED.
        DISPLAY "  HISTORY REPLACED (RERUN) : " WS-HIST-REPLACED.
        DISPLAY "  HISTORY POSTING ERRORS . : " WS-HIST-ERRORS.
        DISPLAY "-----------------------------------------------------".

       7000-WRITE-RUN-HISTORY-PARA.
            CLOSE RUNHIST
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
            DISPLAY "HEADCNT: STREAM CONTROL NOT UPDATED, "
                    "STRMCTL FILE STATUS=" WS-LAST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        END-IF.

       8000-WAIT-RETRY-PARA.

      *    LOG EVERY RETRY SO THE CONTENTION PATTERN WITH THE ONLINE
