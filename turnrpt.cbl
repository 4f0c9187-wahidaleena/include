       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TURNRPT.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      *REMARKS.       MONTH-END TURNOVER AND ATTRITION REPORT OFF THE
      *            CUMULATIVE WORKFORCE HISTORY (MOVEHIST, MVHSTREC
      *            LAYOUT) THAT HEADCNT AND EMPMOVE POST TO NIGHTLY.
      *            FOR EVERY DEPARTMENT, GROUPED UNDER ITS LEVEL-1
      *            BRANCH, WITH BRANCH AND COMPANY TOTALS: OPENING AND
      *            CLOSING HEADCOUNT, HIRES (N), TRANSFERS IN AND OUT
      *            (T) AND SEPARATIONS (G) OVER THE WINDOW, AND THE
      *            ANNUALIZED ATTRITION AND INTERNAL-MOBILITY RATES.
      *            A LINE WHOSE ATTRITION IS ABOVE THE THRESHOLD IS
      *            FLAGGED FOR THE HR BUSINESS PARTNERS. AN OPTIONAL
      *            SYSIN CARD GIVES THE WINDOW (FROM-DATE COLS 1-8,
      *            THRU-DATE COLS 10-17, BOTH YYYYMMDD) AND THE
      *            THRESHOLD (PERCENT, 999V99, COLS 19-23); WITH NO
      *            CARD THE WINDOW IS THE PREVIOUS CALENDAR MONTH AND
      *            THE THRESHOLD IS 20.00 PERCENT.
      **************************CC109**********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEHIST ASSIGN TO MOVEHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MOVEHIST-KEY
               FILE STATUS IS WS-MOVEHIST-STATUS.

           SELECT TURNPRT ASSIGN TO TURNPRT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TURNPRT-STATUS.

      *    OPTIONAL: MOST MONTHS THE REPORT IS SIMPLY FOR THE MONTH
      *    JUST ENDED, SO A STEP WITHOUT A SYSIN DD STILL OPENS
      *    (STATUS "05").
           SELECT OPTIONAL SYSIN ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVEHIST
           RECORD CONTAINS 80 CHARACTERS.
       01  MOVEHIST-RECORD.
           05  MOVEHIST-KEY                PIC X(15).
           05  FILLER                      PIC X(65).

       FD  TURNPRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS.
       01  TURNPRT-RECORD                  PIC X(133).

       FD  SYSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  SYSIN-RECORD.
           05  SYSIN-FROM-DATE             PIC X(8).
           05  FILLER                      PIC X(1).
           05  SYSIN-THRU-DATE             PIC X(8).
           05  FILLER                      PIC X(1).
           05  SYSIN-THRESHOLD             PIC X(5).
           05  SYSIN-THRESHOLD-N REDEFINES SYSIN-THRESHOLD
                                           PIC 9(3)V9(2).
           05  FILLER                      PIC X(57).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-MOVEHIST-STATUS          PIC XX VALUE SPACES.
           05  WS-TURNPRT-STATUS           PIC XX VALUE SPACES.
           05  WS-SYSIN-STATUS             PIC XX VALUE SPACES.

       01  WS-FILE-CHECK.
           05  WS-LAST-FILE-STATUS         PIC XX    VALUE SPACES.
           05  WS-LAST-FILE-NAME           PIC X(8)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-MOVEHIST-EOF-SW          PIC X VALUE 'N'.
               88  MOVEHIST-EOF                  VALUE 'Y'.
           05  WS-TABLE-FULL-SW            PIC X VALUE 'N'.
               88  TABLE-FULL                    VALUE 'Y'.
           05  WS-OPEN-IN-WINDOW-SW        PIC X VALUE 'N'.
               88  OPEN-IN-WINDOW                VALUE 'Y'.
           05  WS-LINE-FLAG-SW             PIC X VALUE 'N'.
               88  LINE-FLAGGED                  VALUE 'Y'.
           05  WS-RATES-SW                 PIC X VALUE 'N'.
               88  RATES-COMPUTABLE              VALUE 'Y'.

       COPY MVHSTREC
           REPLACING ==MVH-HEADCOUNT-RECORD== BY ==WS-MVH-HEADCOUNT==
                     ==MVH-MOVEMENT-RECORD==  BY ==WS-MVH-MOVEMENT==.

      *    THE WINDOW AND THRESHOLD OFF THE SYSIN CARD, AND THE TWO
      *    HEADCOUNT SNAPSHOTS THAT BRACKET IT: OPENING IS THE LAST
      *    ONE BEFORE THE WINDOW (THE FIRST ONE IN IT WHEN THE HISTORY
      *    STARTS INSIDE THE WINDOW), CLOSING IS THE LAST ONE IN IT.
      *    MOVEMENTS COUNT WHEN POSTED AFTER THE OPENING SNAPSHOT AND
      *    NO LATER THAN THE CLOSING ONE, SO OPENING + HIRES +
      *    TRANSFERS IN - TRANSFERS OUT - SEPARATIONS = CLOSING.
       01  WS-PARMS.
           05  WS-FROM-DATE                PIC 9(8) VALUE ZERO.
           05  WS-THRU-DATE                PIC 9(8) VALUE ZERO.
           05  WS-THRESHOLD                PIC 9(3)V9(2) VALUE 20.00.

       01  WS-SNAPSHOTS.
           05  WS-OPEN-DATE                PIC 9(8) VALUE ZERO.
           05  WS-CLOSE-DATE               PIC 9(8) VALUE ZERO.
           05  WS-FIRST-IN-WINDOW          PIC 9(8) VALUE ZERO.
           05  WS-PERIOD-DAYS              PIC 9(5) VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  WS-MONTH-START                  PIC 9(8) VALUE ZERO.
       01  WS-MONTH-START-R REDEFINES WS-MONTH-START.
           05  WS-MS-YYYYMM                PIC 9(6).
           05  WS-MS-DD                    PIC 9(2).
       01  WS-DAY-INTEGER                  PIC 9(9) VALUE ZERO.

      *    POSITIONS THE SECOND PASS AT THE OPENING SNAPSHOT'S NIGHT -
      *    LOW-VALUES SORT AHEAD OF EVERY RECORD POSTED FOR IT.
       01  WS-START-KEY.
           05  WS-START-DATE               PIC 9(8)  VALUE ZERO.
           05  FILLER                      PIC X(7)  VALUE LOW-VALUES.

      *--------------------------------------------------------------*
      * WS-DEPT-TABLE holds every department seen on either snapshot  *
      * or named on a movement in the window, with its branch, its    *
      * opening and closing headcount and its movement counts. Name,  *
      * level and branch come from the closing snapshot, or from the  *
      * opening one for a department gone by the close.               *
      *--------------------------------------------------------------*
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT               PIC 9(3) VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 500 TIMES.
               10  WS-DT-DEPTNO            PIC X(3).
               10  WS-DT-DEPTNAME          PIC X(36).
               10  WS-DT-LEVEL             PIC 9(2).
               10  WS-DT-BRANCH            PIC X(3).
               10  WS-DT-OPEN              PIC 9(5).
               10  WS-DT-HIRES             PIC 9(5).
               10  WS-DT-XFR-IN            PIC 9(5).
               10  WS-DT-XFR-OUT           PIC 9(5).
               10  WS-DT-SEPS              PIC 9(5).
               10  WS-DT-CLOSE             PIC 9(5).
               10  WS-DT-SNAP-SW           PIC X(1).
                   88  DT-ON-SNAPSHOT           VALUE 'Y'.

      *    THE LEVEL-1 BRANCHES, IN THE ORDER THEIR DEPARTMENTS WERE
      *    FIRST SEEN.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-COUNT             PIC 9(3) VALUE ZERO.
           05  WS-BRANCH-ENTRY OCCURS 100 TIMES.
               10  WS-BT-DEPTNO            PIC X(3).

       01  WS-SUBSCRIPTS.
           05  WS-DEPT-SUB                 PIC 9(3) VALUE ZERO.
           05  WS-HIT-SUB                  PIC 9(3) VALUE ZERO.
           05  WS-BRANCH-SUB               PIC 9(3) VALUE ZERO.
           05  WS-SCAN-SUB                 PIC 9(3) VALUE ZERO.

       01  WS-FIND-FIELDS.
           05  WS-FIND-DEPTNO              PIC X(3) VALUE SPACES.
           05  WS-CUR-BRANCH               PIC X(3) VALUE SPACES.

      *    ONE LINE'S FIGURES - A DEPARTMENT, A BRANCH OR THE COMPANY -
      *    AND THE BRANCH AND COMPANY ACCUMULATORS.
       01  WS-LINE-FIGURES.
           05  WS-LN-OPEN                  PIC 9(7) VALUE ZERO.
           05  WS-LN-HIRES                 PIC 9(7) VALUE ZERO.
           05  WS-LN-XFR-IN                PIC 9(7) VALUE ZERO.
           05  WS-LN-XFR-OUT               PIC 9(7) VALUE ZERO.
           05  WS-LN-SEPS                  PIC 9(7) VALUE ZERO.
           05  WS-LN-CLOSE                 PIC 9(7) VALUE ZERO.
       01  WS-BRANCH-FIGURES.
           05  WS-BR-OPEN                  PIC 9(7) VALUE ZERO.
           05  WS-BR-HIRES                 PIC 9(7) VALUE ZERO.
           05  WS-BR-XFR-IN                PIC 9(7) VALUE ZERO.
           05  WS-BR-XFR-OUT               PIC 9(7) VALUE ZERO.
           05  WS-BR-SEPS                  PIC 9(7) VALUE ZERO.
           05  WS-BR-CLOSE                 PIC 9(7) VALUE ZERO.
       01  WS-COMPANY-FIGURES.
           05  WS-CO-OPEN                  PIC 9(7) VALUE ZERO.
           05  WS-CO-HIRES                 PIC 9(7) VALUE ZERO.
           05  WS-CO-XFR-IN                PIC 9(7) VALUE ZERO.
           05  WS-CO-XFR-OUT               PIC 9(7) VALUE ZERO.
           05  WS-CO-SEPS                  PIC 9(7) VALUE ZERO.
           05  WS-CO-CLOSE                 PIC 9(7) VALUE ZERO.

      *    ANNUALIZED RATE = COUNT / AVERAGE OF OPENING AND CLOSING
      *    HEADCOUNT * 365 / DAYS IN THE PERIOD * 100.
       01  WS-RATE-WORK.
           05  WS-AVG-HC                   PIC 9(7)V9    VALUE ZERO.
           05  WS-ATTR-RATE                PIC 9(5)V9    VALUE ZERO.
           05  WS-MOBIL-RATE               PIC 9(5)V9    VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-HIST-READ                PIC 9(7) VALUE ZERO.
           05  WS-SNAPS-USED               PIC 9(7) VALUE ZERO.
           05  WS-MOVES-USED               PIC 9(7) VALUE ZERO.
           05  WS-MOVES-SKIPPED            PIC 9(7) VALUE ZERO.
           05  WS-DEPTS-FLAGGED            PIC 9(5) VALUE ZERO.
           05  WS-BRANCHES-FLAGGED         PIC 9(5) VALUE ZERO.
           05  WS-NO-BRANCH-DEPTS          PIC 9(5) VALUE ZERO.

       01  WS-PAGE-CONTROLS.
           05  WS-PAGE-CNT                 PIC 9(4) VALUE ZERO.
           05  WS-LINE-CNT                 PIC 9(3) VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC 9(3) VALUE 055.
           05  WS-LINES-PRINTED            PIC 9(7) VALUE ZERO.

       01  WS-PRT-TITLE.
           05  FILLER                      PIC X(1)  VALUE '1'.
           05  FILLER                      PIC X(40) VALUE
               "MONTHLY TURNOVER AND ATTRITION REPORT".
           05  FILLER                      PIC X(7)  VALUE "WINDOW ".
           05  WS-PRT-FROM-DATE            PIC 9(8).
           05  FILLER                      PIC X(3)  VALUE " - ".
           05  WS-PRT-THRU-DATE            PIC 9(8).
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(5)  VALUE "PAGE ".
           05  WS-PRT-PAGE                 PIC ZZZ9.
           05  FILLER                      PIC X(47) VALUE SPACES.

      *    THE SNAPSHOTS, PERIOD AND THRESHOLD, UNDER EVERY TITLE.
       01  WS-PRT-SUBTITLE.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-PRT-SUBTITLE-TEXT        PIC X(100) VALUE SPACES.
           05  FILLER                      PIC X(32) VALUE SPACES.

       01  WS-PRT-HEADING.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  FILLER                      PIC X(3)  VALUE "DEP".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(30) VALUE
               "DEPARTMENT NAME".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(2)  VALUE "LV".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE "  OPEN".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(5)  VALUE "HIRES".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(5)  VALUE " T-IN".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(5)  VALUE "T-OUT".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(5)  VALUE " SEPS".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE " CLOSE".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(8)  VALUE "  AVG HC".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(8)  VALUE " ATTRIT%".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(8)  VALUE "  MOBIL%".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(17) VALUE SPACES.

       01  WS-PRT-DETAIL.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-PRT-DEPTNO               PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-DEPTNAME             PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-LEVEL                PIC X(2).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-OPEN                 PIC ZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-HIRES                PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-XFR-IN               PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-XFR-OUT              PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-SEPS                 PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-CLOSE                PIC ZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-AVG-HC               PIC ZZZZZ9.9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-ATTR-RATE            PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-MOBIL-RATE           PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-FLAG                 PIC X(17).

       01  WS-PRT-BRANCH-HEAD.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  FILLER                      PIC X(7)  VALUE "BRANCH ".
           05  WS-PRT-BH-DEPTNO            PIC X(3).
           05  WS-PRT-BH-SEP               PIC X(3)  VALUE " - ".
           05  WS-PRT-BH-DEPTNAME          PIC X(36).
           05  FILLER                      PIC X(83) VALUE SPACES.

       01  WS-PRT-MESSAGE.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-PRT-MSG-TEXT             PIC X(100).
           05  FILLER                      PIC X(32) VALUE SPACES.

       01  WS-PRT-OUT                      PIC X(133) VALUE SPACES.

       01  WS-PRT-BLANK.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  FILLER                      PIC X(132) VALUE SPACES.

       01  WS-EDIT-FIELDS.
           05  WS-EDIT-RATE                PIC ZZZZ9.9.
           05  WS-EDIT-DAYS                PIC ZZZZ9.
           05  WS-EDIT-THRESHOLD           PIC ZZ9.99.
           05  WS-EDIT-COUNT               PIC ZZZZZZ9.
           05  WS-EDIT-LEVEL               PIC Z9.

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

        PERFORM 0100-READ-PARM-PARA.

        OPEN INPUT MOVEHIST.
        MOVE WS-MOVEHIST-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "MOVEHIST"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        PERFORM 1000-FIND-SNAPSHOTS-PARA.

        OPEN OUTPUT TURNPRT.
        MOVE WS-TURNPRT-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "TURNPRT"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        PERFORM 2000-ACCUMULATE-PARA.

        PERFORM 3000-BUILD-BRANCHES-PARA.

        PERFORM 4000-PRINT-REPORT-PARA.

        PERFORM 6000-FINAL-COUNT.

      *    A FULL TABLE MEANS FIGURES ARE MISSING FROM THE REPORT.
      *    A FLAGGED LINE IS WORK FOR THE HR BUSINESS PARTNERS.
        EVALUATE TRUE
            WHEN TABLE-FULL
                MOVE 8 TO RETURN-CODE
            WHEN WS-DEPTS-FLAGGED > 0 OR WS-BRANCHES-FLAGGED > 0
                MOVE 4 TO RETURN-CODE
            WHEN OTHER
                MOVE 0 TO RETURN-CODE
        END-EVALUATE.

        GOBACK.

       0050-CHECK-FILE-STATUS-PARA.

        IF WS-LAST-FILE-STATUS NOT = "00"
            DISPLAY "TURNRPT: OPEN FAILED ON " WS-LAST-FILE-NAME
                    " FILE STATUS=" WS-LAST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF.

       0100-READ-PARM-PARA.

      *    WITH NO CARD THE WINDOW IS THE WHOLE OF THE PREVIOUS
      *    CALENDAR MONTH - THE MONTH-END RUN IS MADE EARLY IN THE
      *    FOLLOWING ONE.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
        MOVE WS-RUN-DATE TO WS-MONTH-START.
        MOVE 01          TO WS-MS-DD.
        COMPUTE WS-DAY-INTEGER
            = FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1.
        COMPUTE WS-THRU-DATE
            = FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
        MOVE WS-THRU-DATE TO WS-MONTH-START.
        MOVE 01           TO WS-MS-DD.
        MOVE WS-MONTH-START TO WS-FROM-DATE.

        OPEN INPUT SYSIN.
      *    STATUS "05" (OPTIONAL FILE, DD MISSING) IS NOT AN ERROR -
      *    IT FALLS THROUGH TO THE SAME DEFAULTS AS A SYSIN DD THAT
      *    IS PRESENT BUT EMPTY.
        IF WS-SYSIN-STATUS NOT = "00" AND WS-SYSIN-STATUS NOT = "05"
            MOVE WS-SYSIN-STATUS TO WS-LAST-FILE-STATUS
            MOVE "SYSIN"         TO WS-LAST-FILE-NAME
            PERFORM 0050-CHECK-FILE-STATUS-PARA
        END-IF.

        READ SYSIN
            AT END
                DISPLAY "TURNRPT: NO SYSIN PARM CARD, WINDOW DEFAULTS "
                        "TO THE PREVIOUS CALENDAR MONTH"
        END-READ.
        IF WS-SYSIN-STATUS = "00"
      *    A WINDOW OR THRESHOLD THAT CANNOT BE TRUSTED WOULD PUT
      *    WRONG RATES IN FRONT OF HR - REFUSE TO REPORT.
            IF SYSIN-FROM-DATE NOT NUMERIC
               OR SYSIN-THRU-DATE NOT NUMERIC
               OR (SYSIN-THRESHOLD NOT = SPACES
                   AND SYSIN-THRESHOLD NOT NUMERIC)
                DISPLAY "TURNRPT: BAD PARM CARD - EXPECTED YYYYMMDD "
                        "IN COLS 1-8 AND 10-17, THRESHOLD 999V99 IN "
                        "COLS 19-23 - NOTHING REPORTED"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE SYSIN-FROM-DATE TO WS-FROM-DATE
            MOVE SYSIN-THRU-DATE TO WS-THRU-DATE
            IF SYSIN-THRESHOLD NOT = SPACES
                MOVE SYSIN-THRESHOLD-N TO WS-THRESHOLD
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = ZERO
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-THRU-DATE)
                      NOT = ZERO
               OR WS-THRU-DATE < WS-FROM-DATE
                DISPLAY "TURNRPT: WINDOW " WS-FROM-DATE " - "
                        WS-THRU-DATE " IS NOT A VALID DATE RANGE - "
                        "NOTHING REPORTED"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF.
        CLOSE SYSIN.

       1000-FIND-SNAPSHOTS-PARA.

      *    FIRST PASS: THE FILE READS BACK IN BUSINESS DATE ORDER, SO
      *    THE LAST 'H' NIGHT BEFORE THE WINDOW IS THE OPENING
      *    SNAPSHOT AND THE LAST ONE IN IT IS THE CLOSING SNAPSHOT.
        PERFORM 1100-READ-HIST-PARA.
        PERFORM UNTIL MOVEHIST-EOF
            IF MVH-HC
                EVALUATE TRUE
                    WHEN MVH-HC-BUS-DATE < WS-FROM-DATE
                        MOVE MVH-HC-BUS-DATE TO WS-OPEN-DATE
                    WHEN MVH-HC-BUS-DATE > WS-THRU-DATE
                        SET MOVEHIST-EOF TO TRUE
                    WHEN OTHER
                        IF WS-FIRST-IN-WINDOW = ZERO
                            MOVE MVH-HC-BUS-DATE TO WS-FIRST-IN-WINDOW
                        END-IF
                        MOVE MVH-HC-BUS-DATE TO WS-CLOSE-DATE
                END-EVALUATE
            END-IF
            IF NOT MOVEHIST-EOF
                PERFORM 1100-READ-HIST-PARA
            END-IF
        END-PERFORM.
        CLOSE MOVEHIST.

        IF WS-CLOSE-DATE = ZERO
            DISPLAY "TURNRPT: NO HEADCOUNT POSTED TO MOVEHIST BETWEEN "
                    WS-FROM-DATE " AND " WS-THRU-DATE
                    " - NOTHING REPORTED"
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF.
      *    HISTORY THAT STARTS INSIDE THE WINDOW OPENS ON ITS FIRST
      *    NIGHT; THAT NIGHT'S OWN MOVEMENTS ARE ALREADY IN IT.
        IF WS-OPEN-DATE = ZERO
            MOVE WS-FIRST-IN-WINDOW TO WS-OPEN-DATE
            SET OPEN-IN-WINDOW TO TRUE
        END-IF.
        COMPUTE WS-PERIOD-DAYS
            = FUNCTION INTEGER-OF-DATE(WS-CLOSE-DATE)
            - FUNCTION INTEGER-OF-DATE(WS-OPEN-DATE).

       1100-READ-HIST-PARA.

      *    BYTE 9 CARRIES THE RECORD TYPE ON BOTH LAYOUTS, SO THE
      *    HEADCOUNT VIEW IS SAFE FOR THE TYPE TEST; A MOVEMENT IS
      *    RE-VIEWED AS ONE.
        READ MOVEHIST INTO WS-MVH-HEADCOUNT
            AT END
                SET MOVEHIST-EOF TO TRUE
        END-READ.
        IF NOT MOVEHIST-EOF
            ADD 1 TO WS-HIST-READ
            IF WS-MOVEHIST-STATUS NOT = "00"
                DISPLAY "TURNRPT: READ FAILED ON MOVEHIST, FILE STATUS="
                        WS-MOVEHIST-STATUS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            IF MVH-HC-REC-TYPE = 'M'
                MOVE WS-MVH-HEADCOUNT TO WS-MVH-MOVEMENT
            END-IF
        END-IF.

       2000-ACCUMULATE-PARA.

      *    SECOND PASS, FROM THE OPENING NIGHT THROUGH THE CLOSING
      *    NIGHT ONLY.
        MOVE 'N' TO WS-MOVEHIST-EOF-SW.
        OPEN INPUT MOVEHIST.
        MOVE WS-MOVEHIST-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "MOVEHIST"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        MOVE WS-OPEN-DATE TO WS-START-DATE.
        MOVE WS-START-KEY TO MOVEHIST-KEY.
        START MOVEHIST KEY IS NOT LESS THAN MOVEHIST-KEY
            INVALID KEY
                SET MOVEHIST-EOF TO TRUE
        END-START.

        IF NOT MOVEHIST-EOF
            PERFORM 1100-READ-HIST-PARA
        END-IF.
        PERFORM UNTIL MOVEHIST-EOF
            IF MVH-HC-BUS-DATE > WS-CLOSE-DATE
                SET MOVEHIST-EOF TO TRUE
            ELSE
                IF MVH-HC
                    PERFORM 2100-HEADCOUNT-PARA
                ELSE
                    PERFORM 2200-MOVEMENT-PARA
                END-IF
                PERFORM 1100-READ-HIST-PARA
            END-IF
        END-PERFORM.

       2100-HEADCOUNT-PARA.

        IF MVH-HC-BUS-DATE = WS-OPEN-DATE
           OR MVH-HC-BUS-DATE = WS-CLOSE-DATE
            ADD 1 TO WS-SNAPS-USED
            MOVE MVH-HC-DEPTNO TO WS-FIND-DEPTNO
            PERFORM 2300-FIND-DEPT-PARA
            IF WS-HIT-SUB > ZERO
      *    THE CLOSING SNAPSHOT HAS THE LAST WORD ON NAME, LEVEL AND
      *    BRANCH; THE OPENING ONE ONLY FILLS THEM IN.
                IF MVH-HC-BUS-DATE = WS-CLOSE-DATE
                   OR NOT DT-ON-SNAPSHOT(WS-HIT-SUB)
                    MOVE MVH-HC-DEPTNAME TO WS-DT-DEPTNAME(WS-HIT-SUB)
                    MOVE MVH-HC-LEVEL    TO WS-DT-LEVEL(WS-HIT-SUB)
                    MOVE MVH-HC-BRANCH   TO WS-DT-BRANCH(WS-HIT-SUB)
                    MOVE 'Y'             TO WS-DT-SNAP-SW(WS-HIT-SUB)
                END-IF
                IF MVH-HC-BUS-DATE = WS-OPEN-DATE
                    MOVE MVH-HC-DIRECT TO WS-DT-OPEN(WS-HIT-SUB)
                END-IF
                IF MVH-HC-BUS-DATE = WS-CLOSE-DATE
                    MOVE MVH-HC-DIRECT TO WS-DT-CLOSE(WS-HIT-SUB)
                END-IF
            END-IF
        END-IF.

       2200-MOVEMENT-PARA.

      *    A TRANSFER COUNTS OUT OF ITS OLD DEPARTMENT AND INTO ITS
      *    NEW ONE. MOVEMENTS OF THE OPENING NIGHT ARE ALREADY IN THE
      *    OPENING HEADCOUNT.
        IF MVH-MV-BUS-DATE NOT > WS-OPEN-DATE
            ADD 1 TO WS-MOVES-SKIPPED
        ELSE
            ADD 1 TO WS-MOVES-USED
            IF MVH-MV-NEW OR MVH-MV-TRANSFER
                MOVE MVH-MV-NEW-DEPTNO TO WS-FIND-DEPTNO
                PERFORM 2300-FIND-DEPT-PARA
                IF WS-HIT-SUB > ZERO
                    IF MVH-MV-NEW
                        ADD 1 TO WS-DT-HIRES(WS-HIT-SUB)
                    ELSE
                        ADD 1 TO WS-DT-XFR-IN(WS-HIT-SUB)
                    END-IF
                END-IF
            END-IF
            IF MVH-MV-GONE OR MVH-MV-TRANSFER
                MOVE MVH-MV-OLD-DEPTNO TO WS-FIND-DEPTNO
                PERFORM 2300-FIND-DEPT-PARA
                IF WS-HIT-SUB > ZERO
                    IF MVH-MV-GONE
                        ADD 1 TO WS-DT-SEPS(WS-HIT-SUB)
                    ELSE
                        ADD 1 TO WS-DT-XFR-OUT(WS-HIT-SUB)
                    END-IF
                END-IF
            END-IF
        END-IF.

       2300-FIND-DEPT-PARA.

      *    FIND WS-FIND-DEPTNO ON THE TABLE, ADDING IT IF NEW; ZERO IN
      *    WS-HIT-SUB ONLY WHEN THE TABLE IS FULL.
        MOVE ZERO TO WS-HIT-SUB.
        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   OR WS-HIT-SUB > ZERO
            IF WS-DT-DEPTNO(WS-DEPT-SUB) = WS-FIND-DEPTNO
                MOVE WS-DEPT-SUB TO WS-HIT-SUB
            END-IF
        END-PERFORM.
        IF WS-HIT-SUB = ZERO
            IF WS-DEPT-COUNT < 500
                ADD 1 TO WS-DEPT-COUNT
                MOVE WS-DEPT-COUNT TO WS-HIT-SUB
                INITIALIZE WS-DEPT-ENTRY(WS-HIT-SUB)
                MOVE WS-FIND-DEPTNO TO WS-DT-DEPTNO(WS-HIT-SUB)
                MOVE "NOT ON EITHER HEADCOUNT SNAPSHOT"
                    TO WS-DT-DEPTNAME(WS-HIT-SUB)
                MOVE 'N' TO WS-DT-SNAP-SW(WS-HIT-SUB)
            ELSE
                IF NOT TABLE-FULL
                    DISPLAY "TURNRPT: DEPT TABLE FULL, "
                            WS-FIND-DEPTNO " AND LATER DEPARTMENTS "
                            "DROPPED FROM REPORT"
                END-IF
                SET TABLE-FULL TO TRUE
            END-IF
        END-IF.

       3000-BUILD-BRANCHES-PARA.

        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            IF WS-DT-BRANCH(WS-DEPT-SUB) = SPACES
                ADD 1 TO WS-NO-BRANCH-DEPTS
            ELSE
                MOVE ZERO TO WS-HIT-SUB
                PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                        UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
                    IF WS-BT-DEPTNO(WS-BRANCH-SUB)
                           = WS-DT-BRANCH(WS-DEPT-SUB)
                        MOVE WS-BRANCH-SUB TO WS-HIT-SUB
                    END-IF
                END-PERFORM
                IF WS-HIT-SUB = ZERO
                    IF WS-BRANCH-COUNT < 100
                        ADD 1 TO WS-BRANCH-COUNT
                        MOVE WS-DT-BRANCH(WS-DEPT-SUB)
                            TO WS-BT-DEPTNO(WS-BRANCH-COUNT)
                    ELSE
                        DISPLAY "TURNRPT: BRANCH TABLE FULL, "
                                WS-DT-BRANCH(WS-DEPT-SUB)
                                " NOT REPORTED"
                        SET TABLE-FULL TO TRUE
                    END-IF
                END-IF
            END-IF
        END-PERFORM.

       4000-PRINT-REPORT-PARA.

        MOVE WS-FROM-DATE TO WS-PRT-FROM-DATE.
        MOVE WS-THRU-DATE TO WS-PRT-THRU-DATE.
        MOVE WS-PERIOD-DAYS TO WS-EDIT-DAYS.
        MOVE WS-THRESHOLD   TO WS-EDIT-THRESHOLD.
        MOVE SPACES TO WS-PRT-SUBTITLE-TEXT.
        STRING "OPENING HEADCOUNT " WS-OPEN-DATE
               "  CLOSING HEADCOUNT " WS-CLOSE-DATE
               "  PERIOD " WS-EDIT-DAYS " DAYS"
               "  ATTRITION FLAGGED ABOVE " WS-EDIT-THRESHOLD "%"
               DELIMITED BY SIZE INTO WS-PRT-SUBTITLE-TEXT.
        PERFORM 4950-NEW-PAGE-PARA.

        INITIALIZE WS-COMPANY-FIGURES.

        PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
            MOVE WS-BT-DEPTNO(WS-BRANCH-SUB) TO WS-CUR-BRANCH
            PERFORM 4100-PRINT-BRANCH-PARA
        END-PERFORM.

      *    THE LEVEL-0 ROOT, AND ANY DEPARTMENT SEEN ONLY ON A
      *    MOVEMENT, BELONG TO NO LEVEL-1 BRANCH.
        IF WS-NO-BRANCH-DEPTS > ZERO
            MOVE SPACES TO WS-CUR-BRANCH
            PERFORM 4100-PRINT-BRANCH-PARA
        END-IF.

        MOVE SPACES TO WS-PRT-DETAIL.
        MOVE "COMPANY TOTAL"  TO WS-PRT-DEPTNAME.
        MOVE WS-COMPANY-FIGURES TO WS-LINE-FIGURES.
        PERFORM 4300-PRINT-FIGURES-PARA.

        MOVE WS-PRT-BLANK TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        MOVE SPACES TO WS-PRT-MSG-TEXT.
        STRING "RATES ARE ANNUALIZED: COUNT / AVERAGE OF OPEN AND "
               "CLOSE HEADCOUNT * 365 / PERIOD DAYS * 100"
               DELIMITED BY SIZE INTO WS-PRT-MSG-TEXT.
        MOVE WS-PRT-MESSAGE TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        MOVE SPACES TO WS-PRT-MSG-TEXT.
        MOVE "ATTRITION COUNTS SEPARATIONS, MOBILITY TRANSFERS OUT"
            TO WS-PRT-MSG-TEXT.
        MOVE WS-PRT-MESSAGE TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        IF OPEN-IN-WINDOW
            MOVE SPACES TO WS-PRT-MSG-TEXT
            STRING "THE HISTORY STARTS INSIDE THE WINDOW - THE "
                   "OPENING HEADCOUNT IS ITS FIRST NIGHT"
                   DELIMITED BY SIZE INTO WS-PRT-MSG-TEXT
            MOVE WS-PRT-MESSAGE TO WS-PRT-OUT
            PERFORM 4900-PRINT-LINE-PARA
        END-IF.
        IF WS-PERIOD-DAYS = ZERO
            MOVE "ONLY ONE NIGHT OF HEADCOUNT IN THE WINDOW - NO RATES"
                TO WS-PRT-MSG-TEXT
            MOVE WS-PRT-MESSAGE TO WS-PRT-OUT
            PERFORM 4900-PRINT-LINE-PARA
        END-IF.
        COMPUTE WS-EDIT-COUNT = WS-DEPTS-FLAGGED.
        MOVE SPACES TO WS-PRT-MSG-TEXT.
        STRING "DEPARTMENTS FLAGGED ABOVE THE ATTRITION THRESHOLD: "
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRT-MSG-TEXT.
        MOVE WS-PRT-MESSAGE TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.

       4100-PRINT-BRANCH-PARA.

      *    ONE BRANCH: ITS HEADING, ONE LINE PER DEPARTMENT IN IT AND
      *    THE BRANCH TOTAL. SPACES IN WS-CUR-BRANCH IS THE GROUP OF
      *    DEPARTMENTS OUTSIDE EVERY LEVEL-1 BRANCH.
        MOVE WS-CUR-BRANCH TO WS-PRT-BH-DEPTNO.
        MOVE SPACES        TO WS-PRT-BH-DEPTNAME.
        IF WS-CUR-BRANCH = SPACES
            MOVE SPACES TO WS-PRT-BH-SEP
            MOVE "OUTSIDE ANY LEVEL-1 BRANCH" TO WS-PRT-BH-DEPTNAME
        ELSE
            MOVE " - "  TO WS-PRT-BH-SEP
            PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                    UNTIL WS-SCAN-SUB > WS-DEPT-COUNT
                IF WS-DT-DEPTNO(WS-SCAN-SUB) = WS-CUR-BRANCH
                    MOVE WS-DT-DEPTNAME(WS-SCAN-SUB)
                        TO WS-PRT-BH-DEPTNAME
                END-IF
            END-PERFORM
        END-IF.
        MOVE WS-PRT-BLANK TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        MOVE WS-PRT-BRANCH-HEAD TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.

        INITIALIZE WS-BRANCH-FIGURES.
        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            IF WS-DT-BRANCH(WS-DEPT-SUB) = WS-CUR-BRANCH
                PERFORM 4200-PRINT-DEPT-PARA
            END-IF
        END-PERFORM.

        MOVE SPACES TO WS-PRT-DETAIL.
        MOVE WS-CUR-BRANCH TO WS-PRT-DEPTNO.
        MOVE "BRANCH TOTAL" TO WS-PRT-DEPTNAME.
        MOVE WS-BRANCH-FIGURES TO WS-LINE-FIGURES.
        PERFORM 4300-PRINT-FIGURES-PARA.
        IF LINE-FLAGGED AND WS-CUR-BRANCH NOT = SPACES
            ADD 1 TO WS-BRANCHES-FLAGGED
        END-IF.

        ADD WS-BR-OPEN    TO WS-CO-OPEN.
        ADD WS-BR-HIRES   TO WS-CO-HIRES.
        ADD WS-BR-XFR-IN  TO WS-CO-XFR-IN.
        ADD WS-BR-XFR-OUT TO WS-CO-XFR-OUT.
        ADD WS-BR-SEPS    TO WS-CO-SEPS.
        ADD WS-BR-CLOSE   TO WS-CO-CLOSE.

       4200-PRINT-DEPT-PARA.

        MOVE SPACES TO WS-PRT-DETAIL.
        MOVE WS-DT-DEPTNO(WS-DEPT-SUB)   TO WS-PRT-DEPTNO.
        MOVE WS-DT-DEPTNAME(WS-DEPT-SUB) TO WS-PRT-DEPTNAME.
        IF DT-ON-SNAPSHOT(WS-DEPT-SUB)
            MOVE WS-DT-LEVEL(WS-DEPT-SUB) TO WS-EDIT-LEVEL
            MOVE WS-EDIT-LEVEL            TO WS-PRT-LEVEL
        END-IF.
        MOVE WS-DT-OPEN(WS-DEPT-SUB)    TO WS-LN-OPEN.
        MOVE WS-DT-HIRES(WS-DEPT-SUB)   TO WS-LN-HIRES.
        MOVE WS-DT-XFR-IN(WS-DEPT-SUB)  TO WS-LN-XFR-IN.
        MOVE WS-DT-XFR-OUT(WS-DEPT-SUB) TO WS-LN-XFR-OUT.
        MOVE WS-DT-SEPS(WS-DEPT-SUB)    TO WS-LN-SEPS.
        MOVE WS-DT-CLOSE(WS-DEPT-SUB)   TO WS-LN-CLOSE.
        PERFORM 4300-PRINT-FIGURES-PARA.
        IF LINE-FLAGGED
            ADD 1 TO WS-DEPTS-FLAGGED
        END-IF.

        ADD WS-LN-OPEN    TO WS-BR-OPEN.
        ADD WS-LN-HIRES   TO WS-BR-HIRES.
        ADD WS-LN-XFR-IN  TO WS-BR-XFR-IN.
        ADD WS-LN-XFR-OUT TO WS-BR-XFR-OUT.
        ADD WS-LN-SEPS    TO WS-BR-SEPS.
        ADD WS-LN-CLOSE   TO WS-BR-CLOSE.

       4300-PRINT-FIGURES-PARA.

      *    THE LABEL COLUMNS ARE SET BY THE CALLER; THIS FILLS IN THE
      *    FIGURES, THE RATES AND THE FLAG FROM WS-LINE-FIGURES. NO
      *    RATE IS SHOWN WITHOUT A HEADCOUNT OR A PERIOD TO DIVIDE BY.
        MOVE 'N' TO WS-LINE-FLAG-SW.
        MOVE 'N' TO WS-RATES-SW.
        MOVE WS-LN-OPEN    TO WS-PRT-OPEN.
        MOVE WS-LN-HIRES   TO WS-PRT-HIRES.
        MOVE WS-LN-XFR-IN  TO WS-PRT-XFR-IN.
        MOVE WS-LN-XFR-OUT TO WS-PRT-XFR-OUT.
        MOVE WS-LN-SEPS    TO WS-PRT-SEPS.
        MOVE WS-LN-CLOSE   TO WS-PRT-CLOSE.
        COMPUTE WS-AVG-HC = (WS-LN-OPEN + WS-LN-CLOSE) / 2.
        MOVE WS-AVG-HC     TO WS-PRT-AVG-HC.

        IF WS-AVG-HC > ZERO AND WS-PERIOD-DAYS > ZERO
            SET RATES-COMPUTABLE TO TRUE
            COMPUTE WS-ATTR-RATE ROUNDED
                = (WS-LN-SEPS * 36500) / (WS-AVG-HC * WS-PERIOD-DAYS)
                ON SIZE ERROR
                    MOVE 99999.9 TO WS-ATTR-RATE
            END-COMPUTE
            COMPUTE WS-MOBIL-RATE ROUNDED
                = (WS-LN-XFR-OUT * 36500)
                / (WS-AVG-HC * WS-PERIOD-DAYS)
                ON SIZE ERROR
                    MOVE 99999.9 TO WS-MOBIL-RATE
            END-COMPUTE
        END-IF.

        IF RATES-COMPUTABLE
            MOVE WS-ATTR-RATE  TO WS-EDIT-RATE
            MOVE WS-EDIT-RATE  TO WS-PRT-ATTR-RATE
            MOVE WS-MOBIL-RATE TO WS-EDIT-RATE
            MOVE WS-EDIT-RATE  TO WS-PRT-MOBIL-RATE
            IF WS-ATTR-RATE > WS-THRESHOLD
                SET LINE-FLAGGED TO TRUE
                MOVE "*ABOVE THRESHOLD" TO WS-PRT-FLAG
            END-IF
        ELSE
            MOVE "     N/A" TO WS-PRT-ATTR-RATE
            MOVE "     N/A" TO WS-PRT-MOBIL-RATE
        END-IF.

        MOVE WS-PRT-DETAIL TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.

       4900-PRINT-LINE-PARA.

        IF WS-LINE-CNT >= WS-LINES-PER-PAGE
            PERFORM 4950-NEW-PAGE-PARA
        END-IF.
        WRITE TURNPRT-RECORD FROM WS-PRT-OUT.
        ADD 1 TO WS-LINE-CNT.
        ADD 1 TO WS-LINES-PRINTED.

       4950-NEW-PAGE-PARA.

        ADD 1 TO WS-PAGE-CNT.
        MOVE WS-PAGE-CNT TO WS-PRT-PAGE.
        WRITE TURNPRT-RECORD FROM WS-PRT-TITLE.
        WRITE TURNPRT-RECORD FROM WS-PRT-SUBTITLE.
        WRITE TURNPRT-RECORD FROM WS-PRT-BLANK.
        WRITE TURNPRT-RECORD FROM WS-PRT-HEADING.
        ADD 4 TO WS-LINES-PRINTED.
        MOVE 4 TO WS-LINE-CNT.

       6000-FINAL-COUNT.
        CLOSE MOVEHIST
              TURNPRT.
        DISPLAY "-----------------------------------------------------".
        DISPLAY "TURNRPT CONTROL TOTALS".
        DISPLAY "  WINDOW . . . . . . . . . : " WS-FROM-DATE " - "
                WS-THRU-DATE.
        DISPLAY "  OPENING SNAPSHOT . . . . : " WS-OPEN-DATE.
        DISPLAY "  CLOSING SNAPSHOT . . . . : " WS-CLOSE-DATE.
        DISPLAY "  HISTORY RECORDS READ . . : " WS-HIST-READ.
        DISPLAY "  SNAPSHOT RECORDS USED  . : " WS-SNAPS-USED.
        DISPLAY "  MOVEMENTS COUNTED  . . . : " WS-MOVES-USED.
        DISPLAY "  MOVEMENTS BEFORE OPENING : " WS-MOVES-SKIPPED.
        DISPLAY "  DEPARTMENTS REPORTED . . : " WS-DEPT-COUNT.
        DISPLAY "  DEPARTMENTS FLAGGED  . . : " WS-DEPTS-FLAGGED.
        DISPLAY "  BRANCHES FLAGGED . . . . : " WS-BRANCHES-FLAGGED.
        DISPLAY "-----------------------------------------------------".
