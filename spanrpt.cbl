       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SPANRPT.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      *REMARKS.       SPAN-OF-CONTROL AND MANAGEMENT-LAYER ANALYSIS.
      *            READS THE DEPARTMENT MASTER (DEPTMST, DEPTMREC
      *            LAYOUT), THE DEPARTMENT TABLE (TDEPT) AND THE
      *            EMPLOYEE TABLE AND, FOR EVERY
      *            MANAGER SEAT, SHOWS THE DIRECT REPORTS - THE
      *            EMPLOYEES WHOSE WORKDEPT IS THE DEPARTMENT MANAGED
      *            PLUS THE MANAGERS OF ITS CHILD DEPARTMENTS - THE
      *            WHOLE ORGANIZATION BELOW THE MANAGER, AND HOW MANY
      *            LAYERS THE SEAT SITS BELOW THE TOP OF ITS LEVEL-1
      *            BRANCH. A SPAN BELOW THE MINIMUM OR ABOVE THE
      *            MAXIMUM IS FLAGGED, AS IS A BRANCH WITH MORE LAYERS
      *            THAN THE COMPANY STANDARD. SPANRPT ENDS WITH THE
      *            LAYERS, THE SPAN DISTRIBUTION AND THE MANAGERS BY
      *            LAYER FOR EVERY LEVEL-1 BRANCH. AN OPTIONAL SYSIN
      *            CARD GIVES THE MINIMUM SPAN (COLS 1-3), MAXIMUM
      *            SPAN (COLS 5-7), LAYER STANDARD (COLS 9-10) AND THE
      *            ROOT ADMRDEPT THE MASTER WAS LOADED UNDER (COLS
      *            12-14); BLANK FIELDS DEFAULT TO 3, 15, 6 AND A00.
      *            EACH DEPARTMENT'S PARENT IS TAKEN FROM TDEPT, NOT
      *            FROM THE MASTER: DEPTLOAD REBUILDS DEPTM-ADMRDEPT
      *            FROM THE EXTRACT'S INDENTATION, WHICH STOPS AT
      *            LEVEL 5, SO THE MASTER HANGS EVERYTHING DEEPER
      *            UNDER THE LEVEL-4 DEPARTMENT AND COULD NEVER SHOW A
      *            BRANCH OVER THE LAYER STANDARD.
      **************************CC109**********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SYSIN ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

      *    OPENED INPUT ONLY, ONE READ NEXT PASS.
           SELECT DEPTMST ASSIGN TO DEPTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPTMST-KEY
               FILE STATUS IS WS-DEPTMST-STATUS.

           SELECT SPANPRT ASSIGN TO SPANPRT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SPANPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  SYSIN-RECORD.
           05  SYSIN-MIN-SPAN              PIC X(3).
           05  SYSIN-MIN-SPAN-N REDEFINES SYSIN-MIN-SPAN
                                           PIC 9(3).
           05  FILLER                      PIC X(1).
           05  SYSIN-MAX-SPAN              PIC X(3).
           05  SYSIN-MAX-SPAN-N REDEFINES SYSIN-MAX-SPAN
                                           PIC 9(3).
           05  FILLER                      PIC X(1).
           05  SYSIN-MAX-LAYERS            PIC X(2).
           05  SYSIN-MAX-LAYERS-N REDEFINES SYSIN-MAX-LAYERS
                                           PIC 9(2).
           05  FILLER                      PIC X(1).
           05  SYSIN-ADMRDEPT              PIC X(3).
           05  FILLER                      PIC X(66).

       FD  DEPTMST
           RECORD CONTAINS 80 CHARACTERS.
       01  DEPTMST-RECORD.
           05  DEPTMST-KEY                 PIC X(3).
           05  FILLER                      PIC X(77).

       FD  SPANPRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS.
       01  SPANPRT-RECORD                  PIC X(133).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-FILE-STATUSES.
           05  WS-SYSIN-STATUS             PIC XX VALUE SPACES.
           05  WS-DEPTMST-STATUS           PIC XX VALUE SPACES.
           05  WS-SPANPRT-STATUS           PIC XX VALUE SPACES.

       01  WS-FILE-CHECK.
           05  WS-LAST-FILE-STATUS         PIC XX    VALUE SPACES.
           05  WS-LAST-FILE-NAME           PIC X(8)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-MST-EOF-SW               PIC X VALUE 'N'.
               88  MST-EOF                       VALUE 'Y'.
           05  WS-CEMP-EOF-SW              PIC X VALUE 'N'.
               88  CEMP-EOF                      VALUE 'Y'.
           05  WS-CTDP-EOF-SW              PIC X VALUE 'N'.
               88  CTDP-EOF                      VALUE 'Y'.
           05  WS-ABEND-SW                 PIC X VALUE 'N'.
               88  SQL-ABEND                     VALUE 'Y'.
           05  WS-RETRY-SW                 PIC X VALUE 'N'.
               88  RETRY-PENDING                 VALUE 'Y'.
           05  WS-TABLE-FULL-SW            PIC X VALUE 'N'.
               88  TABLE-FULL                    VALUE 'Y'.
           05  WS-CLIMB-DONE-SW            PIC X VALUE 'N'.
               88  CLIMB-DONE                    VALUE 'Y'.
           05  WS-IN-SUBTREE-SW            PIC X VALUE 'N'.
               88  IN-SUBTREE                    VALUE 'Y'.

      *    DEADLOCK (-911) AND TIMEOUT (-913) RETRY CONTROLS FOR THE
      *    COUNT AND PARENT LOADS - SAME CONVENTION AS MGRXREF AND
      *    REORGSIM. WS-RETRY-LOAD NAMES THE LOAD IN THE MESSAGES.
       01  WS-RETRY-FIELDS.
           05  WS-RETRY-LOAD               PIC X(19) VALUE SPACES.
           05  WS-RETRY-COUNT              PIC 9(2)  VALUE ZERO.
           05  WS-RETRY-LIMIT              PIC 9(2)  VALUE 03.
           05  WS-RETRY-SECS               PIC S9(9) COMP VALUE 30.
           05  WS-RETRY-SQLCODE            PIC S9(9) COMP VALUE ZERO.
           05  WS-CEE-FEEDBACK             PIC X(12) VALUE SPACES.

       01  WS-EMP-HOST-VARS.
           05  WS-WORKDEPT                 PIC X(3).
           05  WS-EMPCNT-HOST              PIC S9(9) COMP.

       01  WS-TDEPT-HOST-VARS.
           05  WS-TDP-DEPTNO               PIC X(3).
           05  WS-TDP-ADMRDEPT             PIC X(3).

       01  WS-EMP-ROW.
           05  WS-EMP-EMPNO                PIC X(6).
           05  WS-EMP-WORKDEPT             PIC X(3).
           05  WS-EMP-LASTNAME             PIC X(15).
           05  WS-EMP-IND.
               10  WS-WORKDEPT-IND         PIC S9(4) COMP.
               10  WS-LASTNAME-IND         PIC S9(4) COMP.

       COPY DEPTMREC
           REPLACING ==DEPTM-RECORD== BY ==WS-DEPTM-REC==.

      *    THE ROOT ADMRDEPT THE MASTER WAS LOADED UNDER (DEPTLOAD'S
      *    SYSIN CARD) - THE PARENT OF EVERY LEVEL-1 DEPARTMENT, AND
      *    NEVER ITSELF ON THE MASTER.
       01  WS-ROOT-ADMRDEPT                PIC X(3)  VALUE "A00".

      *    THE PLANNING LIMITS: A SPAN OUTSIDE MIN-MAX IS FLAGGED, AND
      *    A BRANCH DEEPER THAN THE LAYER STANDARD IS FLAGGED. THE
      *    WALK DEPTH BOUNDS EVERY CLIMB SO A CYCLE CANNOT LOOP - THE
      *    SAME LIMIT DEPTAUDT ENFORCES.
       01  WS-LIMITS.
           05  WS-MIN-SPAN                 PIC 9(3) VALUE 003.
           05  WS-MAX-SPAN                 PIC 9(3) VALUE 015.
           05  WS-MAX-LAYERS               PIC 9(2) VALUE 06.
           05  WS-MAX-DEPTH                PIC 9(3) VALUE 050.

      *--------------------------------------------------------------*
      * WS-EMPCNT-TABLE holds the per-WORKDEPT employee counts pulled *
      * from the EMPLOYEE master in ONE pass of cursor CEMP, the same *
      * counts HEADCNT rolls up.                                      *
      *--------------------------------------------------------------*
       01  WS-EMPCNT-TABLE.
           05  WS-EMPCNT-COUNT             PIC 9(3) VALUE ZERO.
           05  WS-EMPCNT-ENTRY OCCURS 500 TIMES.
               10  WS-EC-WORKDEPT          PIC X(3).
               10  WS-EC-COUNT             PIC 9(5).

      *--------------------------------------------------------------*
      * WS-DEPT-TABLE holds DEPTMST in ascending DEPTNO order, with   *
      * WS-DT-ADMRDEPT replaced by TDEPT's ADMRDEPT wherever the      *
      * department is on TDEPT (WS-DT-TDEPT-SW 'Y').                  *
      * WS-DT-PARENT-SUB is zero for a department whose ADMRDEPT is   *
      * the root, blank, its own DEPTNO, or not on the master - the   *
      * heads of the tree. WS-DT-LEVEL counts down from the head of   *
      * its branch (1) and WS-DT-HEAD-SUB points at that head; both   *
      * are zero for a department the climb never brings to a head   *
      * (it sits on or under an ADMRDEPT cycle). WS-DT-DIRECT is the  *
      * department's own headcount and WS-DT-SUBTREE its subtree's,   *
      * as HEADCNT counts them.                                       *
      * For the manager seat: WS-DT-MGR-SW is 'F' found on EMPLOYEE,  *
      * 'N' not on EMPLOYEE, 'V' vacant (no MGRNO), 'E' lookup        *
      * failed. WS-DT-STAFF is the department's employees other than *
      * the manager; WS-DT-MGR-REPORTS the child-department managers  *
      * not already counted as staff; WS-DT-SPAN their sum; WS-DT-ORG *
      * the subtree headcount less the manager; WS-DT-VAC-CHILD the   *
      * child departments whose seat is vacant. WS-DT-SPAN-FLAG is    *
      * 'L' below the minimum, 'H' above the maximum.                 *
      *--------------------------------------------------------------*
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT               PIC 9(3) VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 500 TIMES.
               10  WS-DT-DEPTNO            PIC X(3).
               10  WS-DT-DEPTNAME          PIC X(36).
               10  WS-DT-MGRNO             PIC X(6).
               10  WS-DT-ADMRDEPT          PIC X(3).
               10  WS-DT-TDEPT-SW          PIC X(1).
                   88  DT-ON-TDEPT              VALUE 'Y'.
               10  WS-DT-PARENT-SUB        PIC 9(3).
               10  WS-DT-HEAD-SUB          PIC 9(3).
               10  WS-DT-BRANCH-SUB        PIC 9(3).
               10  WS-DT-LEVEL             PIC 9(3).
               10  WS-DT-ORPHAN-SW         PIC X(1).
                   88  DT-ORPHAN                VALUE 'Y'.
               10  WS-DT-DIRECT            PIC 9(5).
               10  WS-DT-SUBTREE           PIC 9(7).
               10  WS-DT-MGR-SW            PIC X(1).
                   88  DT-MGR-FOUND             VALUE 'F'.
                   88  DT-MGR-NOT-EMP           VALUE 'N'.
                   88  DT-MGR-VACANT            VALUE 'V'.
                   88  DT-MGR-ERROR             VALUE 'E'.
               10  WS-DT-MGR-WORKDEPT      PIC X(3).
               10  WS-DT-MGR-NAME          PIC X(15).
               10  WS-DT-STAFF             PIC 9(5).
               10  WS-DT-MGR-REPORTS       PIC 9(3).
               10  WS-DT-SPAN              PIC 9(5).
               10  WS-DT-ORG               PIC 9(7).
               10  WS-DT-VAC-CHILD         PIC 9(3).
               10  WS-DT-SPAN-FLAG         PIC X(1).
                   88  DT-SPAN-LOW              VALUE 'L'.
                   88  DT-SPAN-HIGH             VALUE 'H'.
               10  WS-DT-PRINTED-SW        PIC X(1).
                   88  DT-PRINTED               VALUE 'Y'.

      *--------------------------------------------------------------*
      * WS-BRANCH-TABLE holds one entry per level-1 branch, in the    *
      * DEPTNO order of its head, plus the company in the last entry. *
      * WS-BR-LAYERS is the deepest level in the branch. WS-BR-BAND   *
      * counts manager seats by span: 0, 1-3, 4-6, 7-9, 10-12, 13-15, *
      * 16 AND OVER. WS-BR-BY-LAYER counts them by layers below the   *
      * top: 0 THRU 8, THEN 9 AND OVER.                               *
      *--------------------------------------------------------------*
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-COUNT             PIC 9(3) VALUE ZERO.
           05  WS-BRANCH-MAX               PIC 9(3) VALUE 100.
           05  WS-COMPANY-SUB              PIC 9(3) VALUE 101.
           05  WS-BRANCH-ENTRY OCCURS 101 TIMES.
               10  WS-BR-HEAD-SUB          PIC 9(3).
               10  WS-BR-DEPTS             PIC 9(5).
               10  WS-BR-MGRS              PIC 9(5).
               10  WS-BR-VACANT            PIC 9(5).
               10  WS-BR-LAYERS            PIC 9(3).
               10  WS-BR-SPAN-SUM          PIC 9(7).
               10  WS-BR-MIN-SPAN          PIC 9(5).
               10  WS-BR-MAX-SPAN          PIC 9(5).
               10  WS-BR-BELOW             PIC 9(5).
               10  WS-BR-ABOVE             PIC 9(5).
               10  WS-BR-BAND              PIC 9(5) OCCURS 7 TIMES.
               10  WS-BR-BY-LAYER          PIC 9(5) OCCURS 10 TIMES.

      *--------------------------------------------------------------*
      * WS-WALK-STACK drives the preorder walk that prints the tree,  *
      * the same LIFO discipline as the TESTDB2 hierarchy walk: pop a *
      * department, print it, push its children in reverse DEPTNO    *
      * order.                                                        *
      *--------------------------------------------------------------*
       01  WS-WALK-STACK.
           05  WS-STACK-TOP                PIC 9(3) VALUE ZERO.
           05  WS-STACK-ENTRY OCCURS 500 TIMES.
               10  WS-SK-DEPT-SUB          PIC 9(3).

       01  WS-WORK-FIELDS.
           05  WS-DEPT-SUB                 PIC 9(3) VALUE ZERO.
           05  WS-SCAN-SUB                 PIC 9(3) VALUE ZERO.
           05  WS-WALK-SUB                 PIC 9(3) VALUE ZERO.
           05  WS-CLIMB-SUB                PIC 9(3) VALUE ZERO.
           05  WS-CLIMB-DEPTH              PIC 9(3) VALUE ZERO.
           05  WS-FIND-TARGET              PIC X(3) VALUE SPACES.
           05  WS-FIND-HIT-SUB             PIC 9(3) VALUE ZERO.
           05  WS-EC-SUB                   PIC 9(3) VALUE ZERO.
           05  WS-EMP-FOUND                PIC 9(5) VALUE ZERO.
           05  WS-BR-SUB                   PIC 9(3) VALUE ZERO.
           05  WS-STAT-SUB                 PIC 9(3) VALUE ZERO.
           05  WS-BAND-SUB                 PIC 9(2) VALUE ZERO.
           05  WS-LAYER-SUB                PIC 9(2) VALUE ZERO.
           05  WS-DISP-LEVEL               PIC 9(2) VALUE ZERO.
           05  WS-INDENT-OFFSET            PIC 9(2) VALUE ZERO.
           05  WS-AVG-SPAN                 PIC 9(5)V99 VALUE ZERO.
           05  WS-LINE-TOTAL               PIC 9(7) VALUE ZERO.

       01  WS-EDIT-FIELDS.
           05  WS-EDIT-MIN                 PIC ZZ9.
           05  WS-EDIT-MAX                 PIC ZZ9.
           05  WS-EDIT-LAYERS              PIC Z9.

       01  WS-COUNTERS.
           05  WS-DEPTS-LOADED             PIC 9(5) VALUE ZERO.
           05  WS-WORKDEPT-GROUPS          PIC 9(5) VALUE ZERO.
           05  WS-TDEPT-ROWS               PIC 9(5) VALUE ZERO.
           05  WS-TDEPT-NOT-ON-MST         PIC 9(5) VALUE ZERO.
           05  WS-NOT-ON-TDEPT             PIC 9(5) VALUE ZERO.
           05  WS-MGR-SELECTS              PIC 9(5) VALUE ZERO.
           05  WS-MGR-SEATS                PIC 9(5) VALUE ZERO.
           05  WS-VACANT-SEATS             PIC 9(5) VALUE ZERO.
           05  WS-MGRS-NOT-EMP             PIC 9(5) VALUE ZERO.
           05  WS-SPANS-LOW                PIC 9(5) VALUE ZERO.
           05  WS-SPANS-HIGH               PIC 9(5) VALUE ZERO.
           05  WS-BRANCHES-FLAGGED         PIC 9(5) VALUE ZERO.
           05  WS-NOT-REACHED              PIC 9(5) VALUE ZERO.
           05  WS-ORPHANS                  PIC 9(5) VALUE ZERO.
           05  WS-IO-ERRORS                PIC 9(5) VALUE ZERO.
           05  WS-SQL-ERRORS               PIC 9(5) VALUE ZERO.

       01  WS-PAGE-CONTROLS.
           05  WS-PAGE-CNT                 PIC 9(4) VALUE ZERO.
           05  WS-LINE-CNT                 PIC 9(3) VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC 9(3) VALUE 055.
           05  WS-LINES-PRINTED            PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(8).

       01  WS-PRT-TITLE.
           05  FILLER                      PIC X(1)  VALUE '1'.
           05  FILLER                      PIC X(40) VALUE
               "SPAN OF CONTROL AND MANAGEMENT LAYERS".
           05  FILLER                      PIC X(9)  VALUE
               "RUN DATE ".
           05  WS-PRT-RUN-DATE             PIC 9(8).
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(5)  VALUE "PAGE ".
           05  WS-PRT-PAGE                 PIC ZZZ9.
           05  FILLER                      PIC X(56) VALUE SPACES.

      *    THE SECTION NOW PRINTING AND ITS COLUMN HEADING, REPEATED
      *    AT THE TOP OF EVERY PAGE OF THE SECTION.
       01  WS-PRT-SECTION.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-PRT-SECTION-TEXT         PIC X(80) VALUE SPACES.
           05  FILLER                      PIC X(52) VALUE SPACES.

       01  WS-CUR-HEADING                  PIC X(133) VALUE SPACES.

       01  WS-PRT-OUT                      PIC X(133) VALUE SPACES.

       01  WS-PRT-BLANK.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  FILLER                      PIC X(132) VALUE SPACES.

       01  WS-PRT-SPAN-HEADING.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  FILLER                      PIC X(13) VALUE "DEPARTMENT".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(3)  VALUE "LYR".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(30) VALUE
               "DEPARTMENT NAME".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE "MGRNO".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(15) VALUE "MANAGER".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(5)  VALUE "STAFF".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(5)  VALUE " MGRS".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(5)  VALUE " SPAN".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(7)  VALUE "ORGSIZE".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(3)  VALUE "VAC".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE "NOTE".

       01  WS-PRT-SPAN-DETAIL.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-PRT-DEPTNO-DISP          PIC X(13).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-LAYER                PIC ZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-DEPTNAME             PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-MGRNO                PIC X(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-MGR-NAME             PIC X(15).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-STAFF                PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-MGR-REPORTS          PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-SPAN                 PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-ORG                  PIC ZZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-VAC-CHILD            PIC ZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-NOTE                 PIC X(20).

       01  WS-PRT-LAYER-HEADING.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  FILLER                      PIC X(6)  VALUE "BRANCH".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(30) VALUE
               "DEPARTMENT NAME".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(5)  VALUE "DEPTS".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(5)  VALUE " MGRS".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(5)  VALUE "VACNT".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE "LAYERS".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(8)  VALUE "AVG SPAN".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(4)  VALUE " MIN".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(4)  VALUE " MAX".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(5)  VALUE "BELOW".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(5)  VALUE "ABOVE".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(27) VALUE "NOTE".

       01  WS-PRT-LAYER-DETAIL.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-PRT-LY-DEPTNO            PIC X(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-LY-DEPTNAME          PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-LY-DEPTS             PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-LY-MGRS              PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-LY-VACANT            PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-LY-LAYERS            PIC ZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-LY-AVG-SPAN          PIC ZZZZ9.99.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-LY-MIN               PIC ZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-LY-MAX               PIC ZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-LY-BELOW             PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-LY-ABOVE             PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-LY-NOTE              PIC X(27).

       01  WS-PRT-BAND-HEADING.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  FILLER                      PIC X(6)  VALUE "BRANCH".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(30) VALUE
               "DEPARTMENT NAME".
           05  FILLER                      PIC X(8)  VALUE "       0".
           05  FILLER                      PIC X(8)  VALUE "     1-3".
           05  FILLER                      PIC X(8)  VALUE "     4-6".
           05  FILLER                      PIC X(8)  VALUE "     7-9".
           05  FILLER                      PIC X(8)  VALUE "   10-12".
           05  FILLER                      PIC X(8)  VALUE "   13-15".
           05  FILLER                      PIC X(8)  VALUE "     16+".
           05  FILLER                      PIC X(8)  VALUE "   TOTAL".
           05  FILLER                      PIC X(30) VALUE SPACES.

       01  WS-PRT-LAYERS-HEADING.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  FILLER                      PIC X(6)  VALUE "BRANCH".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(30) VALUE
               "DEPARTMENT NAME".
           05  FILLER                      PIC X(8)  VALUE "       0".
           05  FILLER                      PIC X(8)  VALUE "       1".
           05  FILLER                      PIC X(8)  VALUE "       2".
           05  FILLER                      PIC X(8)  VALUE "       3".
           05  FILLER                      PIC X(8)  VALUE "       4".
           05  FILLER                      PIC X(8)  VALUE "       5".
           05  FILLER                      PIC X(8)  VALUE "       6".
           05  FILLER                      PIC X(8)  VALUE "       7".
           05  FILLER                      PIC X(8)  VALUE "       8".
           05  FILLER                      PIC X(8)  VALUE "      9+".
           05  FILLER                      PIC X(8)  VALUE "   TOTAL".
           05  FILLER                      PIC X(6)  VALUE SPACES.

      *    ONE LINE OF EITHER DISTRIBUTION: UP TO ELEVEN COUNTS.
       01  WS-PRT-DIST-DETAIL.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-PRT-DS-DEPTNO            PIC X(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-DS-DEPTNAME          PIC X(30).
           05  WS-PRT-DS-CELL OCCURS 11 TIMES.
               10  FILLER                  PIC X(2).
               10  WS-PRT-DS-COUNT         PIC ZZZZZ9.
           05  FILLER                      PIC X(6)  VALUE SPACES.

       01  WS-PRT-MESSAGE.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-PRT-MSG-TEXT             PIC X(80).
           05  FILLER                      PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

      *    WITH UR: THE REPORT ONLY READS EMPLOYEE, NEVER UPDATES IT.
      *    ONE GROUP BY PASS PULLS EVERY WORKDEPT COUNT AT ONCE, THE
      *    SAME CURSOR HEADCNT ROLLS UP.
        EXEC SQL DECLARE CEMP CURSOR FOR
          SELECT WORKDEPT, COUNT(*) FROM EMPLOYEE
          WHERE WORKDEPT IS NOT NULL
          GROUP BY WORKDEPT
          ORDER BY WORKDEPT
          WITH UR
        END-EXEC.

      *    EVERY DEPARTMENT'S TRUE PARENT, AT ANY DEPTH.
        EXEC SQL DECLARE CTDP CURSOR FOR
          SELECT DEPTNO, ADMRDEPT FROM TDEPT
          ORDER BY DEPTNO
          WITH UR
        END-EXEC.

        INITIALIZE WS-BRANCH-ENTRY(WS-COMPANY-SUB).
        MOVE 99999 TO WS-BR-MIN-SPAN(WS-COMPANY-SUB).

        PERFORM 0100-READ-PARM-PARA.

        OPEN INPUT DEPTMST.
        MOVE WS-DEPTMST-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "DEPTMST"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        OPEN OUTPUT SPANPRT.
        MOVE WS-SPANPRT-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "SPANPRT"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
        MOVE WS-RUN-DATE TO WS-PRT-RUN-DATE.

        PERFORM 1000-LOAD-EMPCNT-PARA.

        PERFORM 1500-LOAD-MASTER-PARA.

        PERFORM 1700-LOAD-PARENTS-PARA.

        PERFORM 2000-ANALYZE-PARA.

        PERFORM 4000-PRINT-SPANS-PARA.

        PERFORM 4500-PRINT-LAYERS-PARA.

        PERFORM 4600-PRINT-BANDS-PARA.

        PERFORM 4700-PRINT-BY-LAYER-PARA.

        PERFORM 6000-FINAL-COUNT.

      *    AN INCOMPLETE PICTURE IS NO BASIS FOR A DECISION - THE RUN
      *    FAILS. A SPAN OUTSIDE THE LIMITS OR A BRANCH OVER THE
      *    LAYER STANDARD IS THE FINDING THE RUN EXISTS TO MAKE - A
      *    WARNING.
        EVALUATE TRUE
            WHEN SQL-ABEND OR WS-SQL-ERRORS > 0
              OR WS-IO-ERRORS > 0 OR TABLE-FULL
                MOVE 16 TO RETURN-CODE
            WHEN WS-SPANS-LOW > 0 OR WS-SPANS-HIGH > 0
              OR WS-BRANCHES-FLAGGED > 0 OR WS-NOT-ON-TDEPT > 0
                MOVE 4  TO RETURN-CODE
            WHEN OTHER
                MOVE 0  TO RETURN-CODE
        END-EVALUATE.

        GOBACK.

       0050-CHECK-FILE-STATUS-PARA.

        IF WS-LAST-FILE-STATUS NOT = "00"
            DISPLAY "SPANRPT: OPEN FAILED ON " WS-LAST-FILE-NAME
                    " FILE STATUS=" WS-LAST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF.

       0100-READ-PARM-PARA.

      *    NO SYSIN, AN EMPTY ONE, OR A BLANK FIELD KEEPS THE DEFAULT.
        OPEN INPUT SYSIN.
        IF WS-SYSIN-STATUS NOT = "00" AND WS-SYSIN-STATUS NOT = "05"
            MOVE WS-SYSIN-STATUS TO WS-LAST-FILE-STATUS
            MOVE "SYSIN"         TO WS-LAST-FILE-NAME
            PERFORM 0050-CHECK-FILE-STATUS-PARA
        END-IF.

        READ SYSIN
            AT END
                CONTINUE
        END-READ.
        IF WS-SYSIN-STATUS = "00"
      *    LIMITS THAT CANNOT BE TRUSTED WOULD FLAG THE WRONG
      *    MANAGERS - REFUSE TO REPORT.
            IF (SYSIN-MIN-SPAN NOT = SPACES
                AND SYSIN-MIN-SPAN NOT NUMERIC)
               OR (SYSIN-MAX-SPAN NOT = SPACES
                   AND SYSIN-MAX-SPAN NOT NUMERIC)
               OR (SYSIN-MAX-LAYERS NOT = SPACES
                   AND SYSIN-MAX-LAYERS NOT NUMERIC)
                DISPLAY "SPANRPT: BAD PARM CARD - EXPECTED MIN SPAN "
                        "999 IN COLS 1-3, MAX SPAN 999 IN COLS 5-7, "
                        "LAYERS 99 IN COLS 9-10 - NOTHING REPORTED"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            IF SYSIN-MIN-SPAN NOT = SPACES
                MOVE SYSIN-MIN-SPAN-N TO WS-MIN-SPAN
            END-IF
            IF SYSIN-MAX-SPAN NOT = SPACES
                MOVE SYSIN-MAX-SPAN-N TO WS-MAX-SPAN
            END-IF
            IF SYSIN-MAX-LAYERS NOT = SPACES
                MOVE SYSIN-MAX-LAYERS-N TO WS-MAX-LAYERS
            END-IF
            IF SYSIN-ADMRDEPT NOT = SPACES
                MOVE SYSIN-ADMRDEPT TO WS-ROOT-ADMRDEPT
            END-IF
            IF WS-MIN-SPAN > WS-MAX-SPAN
                DISPLAY "SPANRPT: MINIMUM SPAN " WS-MIN-SPAN
                        " IS ABOVE MAXIMUM SPAN " WS-MAX-SPAN
                        " - NOTHING REPORTED"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF.
        CLOSE SYSIN.

       1000-LOAD-EMPCNT-PARA.

      *    DRIVE THE LOAD PASS, RE-DRIVING IT AFTER A WAIT WHEN IT
      *    DIES ON A DEADLOCK OR TIMEOUT. THE TABLE IS RESET AND THE
      *    WHOLE PASS RERUN - A HALF-LOADED TABLE PLUS A RE-OPENED
      *    CURSOR WOULD DOUBLE-STORE EVERY GROUP ALREADY FETCHED.
        MOVE "EMPLOYEE COUNT LOAD" TO WS-RETRY-LOAD.
        MOVE ZERO TO WS-RETRY-COUNT.
        MOVE 'N'  TO WS-RETRY-SW.
        PERFORM 1050-LOAD-EMPCNT-PASS-PARA.

        PERFORM UNTIL NOT RETRY-PENDING
                   OR WS-RETRY-COUNT >= WS-RETRY-LIMIT
            PERFORM 8000-WAIT-RETRY-PARA
      *    AFTER A -913 THE CURSOR MAY STILL BE OPEN (NO AUTOMATIC
      *    ROLLBACK) - CLOSE IT BEFORE RE-OPENING AND IGNORE THE
      *    SQLCODE; AFTER A -911 THE ROLLBACK CLOSED IT ALREADY AND
      *    THE CLOSE JUST FAILS HARMLESSLY.
            EXEC SQL CLOSE CEMP END-EXEC
            MOVE ZERO TO WS-EMPCNT-COUNT
            MOVE ZERO TO WS-WORKDEPT-GROUPS
            MOVE 'N'  TO WS-CEMP-EOF-SW
            MOVE 'N'  TO WS-RETRY-SW
            PERFORM 1050-LOAD-EMPCNT-PASS-PARA
        END-PERFORM.

        IF RETRY-PENDING
            DISPLAY "SPANRPT: " WS-RETRY-LOAD " STILL FAILING "
                    "AFTER " WS-RETRY-LIMIT " RETRIES, SQLCODE="
                    WS-RETRY-SQLCODE
            ADD 1 TO WS-SQL-ERRORS
            SET SQL-ABEND TO TRUE
        END-IF.

       1050-LOAD-EMPCNT-PASS-PARA.

        EXEC SQL OPEN CEMP END-EXEC.
        IF SQLCODE NOT = 0
            IF SQLCODE = -911 OR SQLCODE = -913
                MOVE SQLCODE TO WS-RETRY-SQLCODE
                SET RETRY-PENDING TO TRUE
            ELSE
                DISPLAY "SPANRPT: OPEN CEMP FAILED, SQLCODE=" SQLCODE
                ADD 1 TO WS-SQL-ERRORS
                SET SQL-ABEND TO TRUE
            END-IF
            SET CEMP-EOF TO TRUE
        END-IF.

        PERFORM UNTIL CEMP-EOF
        EXEC SQL
          FETCH CEMP INTO :WS-WORKDEPT, :WS-EMPCNT-HOST
        END-EXEC

            IF SQLCODE = 0
                IF WS-EMPCNT-COUNT < 500
                    ADD 1 TO WS-EMPCNT-COUNT
                    MOVE WS-WORKDEPT
                        TO WS-EC-WORKDEPT(WS-EMPCNT-COUNT)
                    MOVE WS-EMPCNT-HOST
                        TO WS-EC-COUNT(WS-EMPCNT-COUNT)
                    ADD 1 TO WS-WORKDEPT-GROUPS
                ELSE
                    DISPLAY "SPANRPT: EMPCNT TABLE FULL, WORKDEPT="
                            WS-WORKDEPT " DROPPED"
                    SET TABLE-FULL TO TRUE
                END-IF
            ELSE
                EVALUATE TRUE
                    WHEN SQLCODE = 100
                        CONTINUE
      *            DEADLOCK OR TIMEOUT - THE DRIVER ABOVE WAITS AND
      *            RERUNS THE WHOLE PASS; NOT AN ERROR YET.
                    WHEN SQLCODE = -911 OR SQLCODE = -913
                        MOVE SQLCODE TO WS-RETRY-SQLCODE
                        SET RETRY-PENDING TO TRUE
                    WHEN OTHER
                        DISPLAY "SPANRPT: FETCH CEMP FAILED, SQLCODE="
                                SQLCODE
                        ADD 1 TO WS-SQL-ERRORS
                        SET SQL-ABEND TO TRUE
                END-EVALUATE
                SET CEMP-EOF TO TRUE
            END-IF
        END-PERFORM.

        IF NOT SQL-ABEND AND NOT RETRY-PENDING
            EXEC SQL CLOSE CEMP END-EXEC
            IF SQLCODE NOT = 0
                DISPLAY "SPANRPT: CLOSE CEMP FAILED, SQLCODE=" SQLCODE
                ADD 1 TO WS-SQL-ERRORS
            END-IF
        END-IF.

       1500-LOAD-MASTER-PARA.

        MOVE ZERO TO WS-DEPT-COUNT.
        READ DEPTMST NEXT RECORD INTO WS-DEPTM-REC
            AT END
                SET MST-EOF TO TRUE
        END-READ.
        PERFORM 1550-CHECK-MST-READ-PARA.

        PERFORM UNTIL MST-EOF
            PERFORM 1600-STORE-DEPT-PARA
            READ DEPTMST NEXT RECORD INTO WS-DEPTM-REC
                AT END
                    SET MST-EOF TO TRUE
            END-READ
            PERFORM 1550-CHECK-MST-READ-PARA
        END-PERFORM.

        CLOSE DEPTMST.

       1550-CHECK-MST-READ-PARA.

        IF NOT MST-EOF AND WS-DEPTMST-STATUS NOT = "00"
            ADD 1 TO WS-IO-ERRORS
            DISPLAY "SPANRPT: READ FAILED ON DEPTMST, FILE STATUS="
                    WS-DEPTMST-STATUS
            SET MST-EOF TO TRUE
        END-IF.

       1600-STORE-DEPT-PARA.

        IF WS-DEPT-COUNT < 500
            ADD 1 TO WS-DEPT-COUNT
            ADD 1 TO WS-DEPTS-LOADED
            INITIALIZE WS-DEPT-ENTRY(WS-DEPT-COUNT)
            MOVE DEPTM-DEPTNO   TO WS-DT-DEPTNO(WS-DEPT-COUNT)
            MOVE DEPTM-DEPTNAME TO WS-DT-DEPTNAME(WS-DEPT-COUNT)
            MOVE DEPTM-MGRNO    TO WS-DT-MGRNO(WS-DEPT-COUNT)
            MOVE DEPTM-ADMRDEPT TO WS-DT-ADMRDEPT(WS-DEPT-COUNT)
            MOVE 'N' TO WS-DT-ORPHAN-SW(WS-DEPT-COUNT)
            MOVE 'N' TO WS-DT-TDEPT-SW(WS-DEPT-COUNT)
            MOVE 'N' TO WS-DT-PRINTED-SW(WS-DEPT-COUNT)
        ELSE
            DISPLAY "SPANRPT: DEPT TABLE FULL, " DEPTM-DEPTNO
                    " NOT LOADED - ANALYSIS INCOMPLETE"
            SET TABLE-FULL TO TRUE
        END-IF.

       1700-LOAD-PARENTS-PARA.

      *    OVERLAY EVERY DEPARTMENT'S ADMRDEPT WITH TDEPT'S, THE SAME
      *    WAIT-AND-RERUN DRIVER AS THE COUNT LOAD. A RERUN PASS JUST
      *    APPLIES THE SAME PARENTS AGAIN, SO ONLY THE SWITCHES AND
      *    COUNTS ARE RESET. A DEPARTMENT ON THE MASTER BUT NOT ON
      *    TDEPT KEEPS THE MASTER'S PARENT AND IS REPORTED - THE
      *    MASTER IS OUT OF STEP WITH THE TABLE. THE ROOT IS ON TDEPT
      *    BUT NEVER ON THE MASTER, AND IS NOT COUNTED AS MISSING.
        MOVE "TDEPT PARENT LOAD" TO WS-RETRY-LOAD.
        MOVE ZERO TO WS-RETRY-COUNT.
        MOVE 'N'  TO WS-RETRY-SW.
        PERFORM 1750-LOAD-PARENTS-PASS-PARA.

        PERFORM UNTIL NOT RETRY-PENDING
                   OR WS-RETRY-COUNT >= WS-RETRY-LIMIT
            PERFORM 8000-WAIT-RETRY-PARA
            EXEC SQL CLOSE CTDP END-EXEC
            PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                    UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                MOVE 'N' TO WS-DT-TDEPT-SW(WS-DEPT-SUB)
            END-PERFORM
            MOVE ZERO TO WS-TDEPT-ROWS
            MOVE ZERO TO WS-TDEPT-NOT-ON-MST
            MOVE 'N'  TO WS-CTDP-EOF-SW
            MOVE 'N'  TO WS-RETRY-SW
            PERFORM 1750-LOAD-PARENTS-PASS-PARA
        END-PERFORM.

        IF RETRY-PENDING
            DISPLAY "SPANRPT: " WS-RETRY-LOAD " STILL FAILING "
                    "AFTER " WS-RETRY-LIMIT " RETRIES, SQLCODE="
                    WS-RETRY-SQLCODE
            ADD 1 TO WS-SQL-ERRORS
            SET SQL-ABEND TO TRUE
        END-IF.

        IF NOT SQL-ABEND
            PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                    UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                IF NOT DT-ON-TDEPT(WS-DEPT-SUB)
                    ADD 1 TO WS-NOT-ON-TDEPT
                    DISPLAY "SPANRPT: " WS-DT-DEPTNO(WS-DEPT-SUB)
                            " ON DEPTMST BUT NOT ON TDEPT - MASTER "
                            "PARENT USED"
                END-IF
            END-PERFORM
        END-IF.

       1750-LOAD-PARENTS-PASS-PARA.

        EXEC SQL OPEN CTDP END-EXEC.
        IF SQLCODE NOT = 0
            IF SQLCODE = -911 OR SQLCODE = -913
                MOVE SQLCODE TO WS-RETRY-SQLCODE
                SET RETRY-PENDING TO TRUE
            ELSE
                DISPLAY "SPANRPT: OPEN CTDP FAILED, SQLCODE=" SQLCODE
                ADD 1 TO WS-SQL-ERRORS
                SET SQL-ABEND TO TRUE
            END-IF
            SET CTDP-EOF TO TRUE
        END-IF.

        PERFORM UNTIL CTDP-EOF
        EXEC SQL
          FETCH CTDP INTO :WS-TDP-DEPTNO, :WS-TDP-ADMRDEPT
        END-EXEC

            IF SQLCODE = 0
                ADD 1 TO WS-TDEPT-ROWS
                MOVE WS-TDP-DEPTNO TO WS-FIND-TARGET
                PERFORM 2800-FIND-DEPT-PARA
                IF WS-FIND-HIT-SUB > ZERO
                    MOVE WS-TDP-ADMRDEPT
                        TO WS-DT-ADMRDEPT(WS-FIND-HIT-SUB)
                    MOVE 'Y' TO WS-DT-TDEPT-SW(WS-FIND-HIT-SUB)
                ELSE
                    IF WS-TDP-DEPTNO NOT = WS-ROOT-ADMRDEPT
                        ADD 1 TO WS-TDEPT-NOT-ON-MST
                    END-IF
                END-IF
            ELSE
                EVALUATE TRUE
                    WHEN SQLCODE = 100
                        CONTINUE
      *            DEADLOCK OR TIMEOUT - THE DRIVER ABOVE WAITS AND
      *            RERUNS THE WHOLE PASS; NOT AN ERROR YET.
                    WHEN SQLCODE = -911 OR SQLCODE = -913
                        MOVE SQLCODE TO WS-RETRY-SQLCODE
                        SET RETRY-PENDING TO TRUE
                    WHEN OTHER
                        DISPLAY "SPANRPT: FETCH CTDP FAILED, SQLCODE="
                                SQLCODE
                        ADD 1 TO WS-SQL-ERRORS
                        SET SQL-ABEND TO TRUE
                END-EVALUATE
                SET CTDP-EOF TO TRUE
            END-IF
        END-PERFORM.

        IF NOT SQL-ABEND AND NOT RETRY-PENDING
            EXEC SQL CLOSE CTDP END-EXEC
            IF SQLCODE NOT = 0
                DISPLAY "SPANRPT: CLOSE CTDP FAILED, SQLCODE=" SQLCODE
                ADD 1 TO WS-SQL-ERRORS
            END-IF
        END-IF.

       2000-ANALYZE-PARA.

        PERFORM 2100-RESOLVE-PARENTS-PARA.

        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            PERFORM 2200-SET-LEVEL-PARA
        END-PERFORM.

        PERFORM 2300-ROLL-UP-PARA.

        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            PERFORM 2400-GET-MANAGER-PARA
        END-PERFORM.

        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            IF NOT DT-MGR-VACANT(WS-DEPT-SUB)
                PERFORM 2500-COMPUTE-SPAN-PARA
            END-IF
        END-PERFORM.

        PERFORM 2700-BRANCH-STATS-PARA.

       2100-RESOLVE-PARENTS-PARA.

      *    AN ADMRDEPT THAT IS NOT ON THE MASTER LEAVES THE DEPARTMENT
      *    AT THE HEAD OF A BRANCH OF ITS OWN (DEPTAUDT'S ORPHAN). THE
      *    ROOT, A BLANK ADMRDEPT AND A SELF-ADMINISTERED DEPARTMENT
      *    ARE ORDINARY HEADS.
        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            MOVE ZERO TO WS-DT-PARENT-SUB(WS-DEPT-SUB)
            IF WS-DT-ADMRDEPT(WS-DEPT-SUB) NOT = SPACES
               AND WS-DT-ADMRDEPT(WS-DEPT-SUB) NOT = WS-ROOT-ADMRDEPT
               AND WS-DT-ADMRDEPT(WS-DEPT-SUB)
                   NOT = WS-DT-DEPTNO(WS-DEPT-SUB)
                MOVE WS-DT-ADMRDEPT(WS-DEPT-SUB) TO WS-FIND-TARGET
                PERFORM 2800-FIND-DEPT-PARA
                IF WS-FIND-HIT-SUB > ZERO
                    MOVE WS-FIND-HIT-SUB
                        TO WS-DT-PARENT-SUB(WS-DEPT-SUB)
                ELSE
                    MOVE 'Y' TO WS-DT-ORPHAN-SW(WS-DEPT-SUB)
                    ADD 1 TO WS-ORPHANS
                END-IF
            END-IF
        END-PERFORM.

       2200-SET-LEVEL-PARA.

      *    CLIMB TO THE HEAD OF THE BRANCH. THE LEVEL IS THE NUMBER OF
      *    DEPARTMENTS ON THE WAY UP, THE HEAD INCLUDED; A CLIMB THAT
      *    COMES BACK ROUND OR OUTRUNS THE WALK DEPTH NEVER REACHES A
      *    HEAD AND LEAVES LEVEL AND HEAD AT ZERO.
        MOVE WS-DEPT-SUB TO WS-CLIMB-SUB.
        MOVE 1           TO WS-CLIMB-DEPTH.
        MOVE 'N'         TO WS-CLIMB-DONE-SW.
        PERFORM 2250-CLIMB-CHAIN-PARA UNTIL CLIMB-DONE.

       2250-CLIMB-CHAIN-PARA.

        EVALUATE TRUE
            WHEN WS-DT-PARENT-SUB(WS-CLIMB-SUB) = ZERO
                MOVE WS-CLIMB-SUB   TO WS-DT-HEAD-SUB(WS-DEPT-SUB)
                MOVE WS-CLIMB-DEPTH TO WS-DT-LEVEL(WS-DEPT-SUB)
                SET CLIMB-DONE TO TRUE
            WHEN WS-DT-PARENT-SUB(WS-CLIMB-SUB) = WS-DEPT-SUB
              OR WS-CLIMB-DEPTH > WS-MAX-DEPTH
                ADD 1 TO WS-NOT-REACHED
                SET CLIMB-DONE TO TRUE
            WHEN OTHER
                ADD 1 TO WS-CLIMB-DEPTH
                MOVE WS-DT-PARENT-SUB(WS-CLIMB-SUB) TO WS-CLIMB-SUB
        END-EVALUATE.

       2300-ROLL-UP-PARA.

      *    HEADCNT'S ROLL-UP: A DEPARTMENT'S SUBTREE COUNT IS ITS OWN
      *    EMPLOYEES PLUS EVERY DESCENDANT'S. EACH DEPARTMENT'S COUNT
      *    IS ADDED TO ITSELF AND EVERY ANCESTOR UP THE CHAIN, BOUNDED
      *    AT THE WALK DEPTH SO A CYCLE CANNOT LOOP.
        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            MOVE WS-DT-DEPTNO(WS-DEPT-SUB) TO WS-FIND-TARGET
            PERFORM 2850-FIND-EMPCNT-PARA
            MOVE WS-EMP-FOUND TO WS-DT-DIRECT(WS-DEPT-SUB)
            MOVE ZERO         TO WS-DT-SUBTREE(WS-DEPT-SUB)
        END-PERFORM.

        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            IF WS-DT-DIRECT(WS-DEPT-SUB) > ZERO
                MOVE WS-DEPT-SUB TO WS-CLIMB-SUB
                MOVE ZERO        TO WS-CLIMB-DEPTH
                MOVE 'N'         TO WS-CLIMB-DONE-SW
                PERFORM UNTIL CLIMB-DONE
                    ADD WS-DT-DIRECT(WS-DEPT-SUB)
                        TO WS-DT-SUBTREE(WS-CLIMB-SUB)
                    ADD 1 TO WS-CLIMB-DEPTH
                    MOVE WS-DT-PARENT-SUB(WS-CLIMB-SUB)
                        TO WS-CLIMB-SUB
                    IF WS-CLIMB-SUB = ZERO
                       OR WS-CLIMB-DEPTH > WS-MAX-DEPTH
                        SET CLIMB-DONE TO TRUE
                    END-IF
                END-PERFORM
            END-IF
        END-PERFORM.

       2400-GET-MANAGER-PARA.

      *    THE MANAGER'S OWN WORKDEPT DECIDES WHERE THEY ARE ALREADY
      *    COUNTED - AS STAFF OF THEIR OWN DEPARTMENT, OR OF THE
      *    PARENT'S.
        IF WS-DT-MGRNO(WS-DEPT-SUB) = SPACES
            MOVE 'V' TO WS-DT-MGR-SW(WS-DEPT-SUB)
            ADD 1 TO WS-VACANT-SEATS
        ELSE
            ADD 1 TO WS-MGR-SEATS
            ADD 1 TO WS-MGR-SELECTS
            MOVE WS-DT-MGRNO(WS-DEPT-SUB) TO WS-EMP-EMPNO
            MOVE SPACES TO WS-EMP-WORKDEPT
                           WS-EMP-LASTNAME
            EXEC SQL
              SELECT WORKDEPT, LASTNAME
                INTO :WS-EMP-WORKDEPT  :WS-WORKDEPT-IND,
                     :WS-EMP-LASTNAME  :WS-LASTNAME-IND
                FROM EMPLOYEE
                WHERE EMPNO = :WS-EMP-EMPNO
                WITH UR
            END-EXEC
            EVALUATE TRUE
                WHEN SQLCODE = 0
                    MOVE 'F' TO WS-DT-MGR-SW(WS-DEPT-SUB)
                    IF WS-WORKDEPT-IND < 0
                        MOVE SPACES TO WS-EMP-WORKDEPT
                    END-IF
                    IF WS-LASTNAME-IND < 0
                        MOVE "(NO NAME)" TO WS-EMP-LASTNAME
                    END-IF
                    MOVE WS-EMP-WORKDEPT
                        TO WS-DT-MGR-WORKDEPT(WS-DEPT-SUB)
                    MOVE WS-EMP-LASTNAME
                        TO WS-DT-MGR-NAME(WS-DEPT-SUB)
                WHEN SQLCODE = 100
                    MOVE 'N' TO WS-DT-MGR-SW(WS-DEPT-SUB)
                    ADD 1 TO WS-MGRS-NOT-EMP
                    MOVE "(NOT ON EMPLOYEE)"
                        TO WS-DT-MGR-NAME(WS-DEPT-SUB)
                WHEN OTHER
                    DISPLAY "SPANRPT: SELECT EMPLOYEE FAILED FOR EMPNO "
                            WS-EMP-EMPNO " SQLCODE=" SQLCODE
                    ADD 1 TO WS-SQL-ERRORS
                    MOVE 'E' TO WS-DT-MGR-SW(WS-DEPT-SUB)
                    MOVE "(UNAVAILABLE)"
                        TO WS-DT-MGR-NAME(WS-DEPT-SUB)
            END-EVALUATE
        END-IF.

       2500-COMPUTE-SPAN-PARA.

      *    DIRECT REPORTS = THE DEPARTMENT'S EMPLOYEES OTHER THAN THE
      *    MANAGER, PLUS EACH CHILD DEPARTMENT'S MANAGER WHO IS NOT
      *    ALREADY ONE OF THEM AND IS NOT THIS SAME MANAGER. A VACANT
      *    CHILD SEAT HAS NOBODY TO REPORT AND IS COUNTED SEPARATELY.
        MOVE WS-DT-DIRECT(WS-DEPT-SUB) TO WS-DT-STAFF(WS-DEPT-SUB).
        IF WS-DT-MGR-WORKDEPT(WS-DEPT-SUB) = WS-DT-DEPTNO(WS-DEPT-SUB)
           AND WS-DT-STAFF(WS-DEPT-SUB) > ZERO
            SUBTRACT 1 FROM WS-DT-STAFF(WS-DEPT-SUB)
        END-IF.
        MOVE ZERO TO WS-DT-MGR-REPORTS(WS-DEPT-SUB)
                     WS-DT-VAC-CHILD(WS-DEPT-SUB).
        PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-DEPT-COUNT
            IF WS-DT-PARENT-SUB(WS-SCAN-SUB) = WS-DEPT-SUB
               AND WS-SCAN-SUB NOT = WS-DEPT-SUB
                PERFORM 2550-CHECK-CHILD-PARA
            END-IF
        END-PERFORM.
        COMPUTE WS-DT-SPAN(WS-DEPT-SUB)
            = WS-DT-STAFF(WS-DEPT-SUB)
            + WS-DT-MGR-REPORTS(WS-DEPT-SUB).

        PERFORM 2600-ORG-SIZE-PARA.

        MOVE SPACE TO WS-DT-SPAN-FLAG(WS-DEPT-SUB).
        EVALUATE TRUE
            WHEN WS-DT-SPAN(WS-DEPT-SUB) < WS-MIN-SPAN
                MOVE 'L' TO WS-DT-SPAN-FLAG(WS-DEPT-SUB)
                ADD 1 TO WS-SPANS-LOW
            WHEN WS-DT-SPAN(WS-DEPT-SUB) > WS-MAX-SPAN
                MOVE 'H' TO WS-DT-SPAN-FLAG(WS-DEPT-SUB)
                ADD 1 TO WS-SPANS-HIGH
            WHEN OTHER
                CONTINUE
        END-EVALUATE.

       2550-CHECK-CHILD-PARA.

        EVALUATE TRUE
            WHEN WS-DT-MGRNO(WS-SCAN-SUB) = SPACES
                ADD 1 TO WS-DT-VAC-CHILD(WS-DEPT-SUB)
            WHEN WS-DT-MGRNO(WS-SCAN-SUB) = WS-DT-MGRNO(WS-DEPT-SUB)
                CONTINUE
            WHEN WS-DT-MGR-WORKDEPT(WS-SCAN-SUB)
                     = WS-DT-DEPTNO(WS-DEPT-SUB)
                CONTINUE
            WHEN OTHER
                ADD 1 TO WS-DT-MGR-REPORTS(WS-DEPT-SUB)
        END-EVALUATE.

       2600-ORG-SIZE-PARA.

      *    EVERYONE IN THE SUBTREE, LESS THE MANAGER WHEN THEIR OWN
      *    WORKDEPT LIES INSIDE IT.
        MOVE WS-DT-SUBTREE(WS-DEPT-SUB) TO WS-DT-ORG(WS-DEPT-SUB).
        MOVE 'N' TO WS-IN-SUBTREE-SW.
        IF WS-DT-MGR-WORKDEPT(WS-DEPT-SUB) NOT = SPACES
            MOVE WS-DT-MGR-WORKDEPT(WS-DEPT-SUB) TO WS-FIND-TARGET
            PERFORM 2800-FIND-DEPT-PARA
            MOVE WS-FIND-HIT-SUB TO WS-CLIMB-SUB
            MOVE ZERO            TO WS-CLIMB-DEPTH
            MOVE 'N'             TO WS-CLIMB-DONE-SW
            PERFORM UNTIL CLIMB-DONE
                IF WS-CLIMB-SUB = ZERO
                   OR WS-CLIMB-DEPTH > WS-MAX-DEPTH
                    SET CLIMB-DONE TO TRUE
                ELSE
                    IF WS-CLIMB-SUB = WS-DEPT-SUB
                        SET IN-SUBTREE TO TRUE
                        SET CLIMB-DONE TO TRUE
                    ELSE
                        ADD 1 TO WS-CLIMB-DEPTH
                        MOVE WS-DT-PARENT-SUB(WS-CLIMB-SUB)
                            TO WS-CLIMB-SUB
                    END-IF
                END-IF
            END-PERFORM
        END-IF.
        IF IN-SUBTREE AND WS-DT-ORG(WS-DEPT-SUB) > ZERO
            SUBTRACT 1 FROM WS-DT-ORG(WS-DEPT-SUB)
        END-IF.

       2700-BRANCH-STATS-PARA.

      *    ONE BRANCH PER HEAD, IN DEPTNO ORDER; THEN EVERY DEPARTMENT
      *    THE CLIMB BROUGHT TO A HEAD IS COUNTED IN ITS BRANCH AND IN
      *    THE COMPANY.
        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            IF WS-DT-LEVEL(WS-DEPT-SUB) = 1
                IF WS-BRANCH-COUNT < WS-BRANCH-MAX
                    ADD 1 TO WS-BRANCH-COUNT
                    INITIALIZE WS-BRANCH-ENTRY(WS-BRANCH-COUNT)
                    MOVE WS-DEPT-SUB TO WS-BR-HEAD-SUB(WS-BRANCH-COUNT)
                    MOVE 99999 TO WS-BR-MIN-SPAN(WS-BRANCH-COUNT)
                    MOVE WS-BRANCH-COUNT
                        TO WS-DT-BRANCH-SUB(WS-DEPT-SUB)
                ELSE
                    DISPLAY "SPANRPT: BRANCH TABLE FULL, "
                            WS-DT-DEPTNO(WS-DEPT-SUB)
                            " NOT SUMMARIZED - ANALYSIS INCOMPLETE"
                    SET TABLE-FULL TO TRUE
                END-IF
            END-IF
        END-PERFORM.

        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            IF WS-DT-HEAD-SUB(WS-DEPT-SUB) > ZERO
                MOVE WS-DT-BRANCH-SUB(WS-DT-HEAD-SUB(WS-DEPT-SUB))
                    TO WS-STAT-SUB
                IF WS-STAT-SUB > ZERO
                    PERFORM 2750-ADD-STATS-PARA
                END-IF
                MOVE WS-COMPANY-SUB TO WS-STAT-SUB
                PERFORM 2750-ADD-STATS-PARA
            END-IF
        END-PERFORM.

        PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                UNTIL WS-BR-SUB > WS-BRANCH-COUNT
            IF WS-BR-LAYERS(WS-BR-SUB) > WS-MAX-LAYERS
                ADD 1 TO WS-BRANCHES-FLAGGED
            END-IF
        END-PERFORM.

       2750-ADD-STATS-PARA.

      *    DEPARTMENT WS-DEPT-SUB INTO BRANCH ENTRY WS-STAT-SUB. THE
      *    SPAN BANDS ARE 0, THEN THREES UP TO 15, THEN 16 AND OVER.
        ADD 1 TO WS-BR-DEPTS(WS-STAT-SUB).
        IF WS-DT-LEVEL(WS-DEPT-SUB) > WS-BR-LAYERS(WS-STAT-SUB)
            MOVE WS-DT-LEVEL(WS-DEPT-SUB) TO WS-BR-LAYERS(WS-STAT-SUB)
        END-IF.
        IF DT-MGR-VACANT(WS-DEPT-SUB)
            ADD 1 TO WS-BR-VACANT(WS-STAT-SUB)
        ELSE
            ADD 1 TO WS-BR-MGRS(WS-STAT-SUB)
            ADD WS-DT-SPAN(WS-DEPT-SUB) TO WS-BR-SPAN-SUM(WS-STAT-SUB)
            IF WS-DT-SPAN(WS-DEPT-SUB) < WS-BR-MIN-SPAN(WS-STAT-SUB)
                MOVE WS-DT-SPAN(WS-DEPT-SUB)
                    TO WS-BR-MIN-SPAN(WS-STAT-SUB)
            END-IF
            IF WS-DT-SPAN(WS-DEPT-SUB) > WS-BR-MAX-SPAN(WS-STAT-SUB)
                MOVE WS-DT-SPAN(WS-DEPT-SUB)
                    TO WS-BR-MAX-SPAN(WS-STAT-SUB)
            END-IF
            IF DT-SPAN-LOW(WS-DEPT-SUB)
                ADD 1 TO WS-BR-BELOW(WS-STAT-SUB)
            END-IF
            IF DT-SPAN-HIGH(WS-DEPT-SUB)
                ADD 1 TO WS-BR-ABOVE(WS-STAT-SUB)
            END-IF
            IF WS-DT-SPAN(WS-DEPT-SUB) = ZERO
                MOVE 1 TO WS-BAND-SUB
            ELSE
                COMPUTE WS-BAND-SUB
                    = ((WS-DT-SPAN(WS-DEPT-SUB) - 1) / 3) + 2
                IF WS-DT-SPAN(WS-DEPT-SUB) > 15
                    MOVE 7 TO WS-BAND-SUB
                END-IF
            END-IF
            ADD 1 TO WS-BR-BAND(WS-STAT-SUB, WS-BAND-SUB)
            MOVE WS-DT-LEVEL(WS-DEPT-SUB) TO WS-LAYER-SUB
            IF WS-DT-LEVEL(WS-DEPT-SUB) > 10
                MOVE 10 TO WS-LAYER-SUB
            END-IF
            ADD 1 TO WS-BR-BY-LAYER(WS-STAT-SUB, WS-LAYER-SUB)
        END-IF.

       2800-FIND-DEPT-PARA.

        MOVE ZERO TO WS-FIND-HIT-SUB.
        PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-DEPT-COUNT
                   OR WS-FIND-HIT-SUB NOT = ZERO
            IF WS-DT-DEPTNO(WS-SCAN-SUB) = WS-FIND-TARGET
                MOVE WS-SCAN-SUB TO WS-FIND-HIT-SUB
            END-IF
        END-PERFORM.

       2850-FIND-EMPCNT-PARA.

        MOVE ZERO TO WS-EMP-FOUND.
        PERFORM VARYING WS-EC-SUB FROM 1 BY 1
                UNTIL WS-EC-SUB > WS-EMPCNT-COUNT
            IF WS-EC-WORKDEPT(WS-EC-SUB) = WS-FIND-TARGET
                MOVE WS-EC-COUNT(WS-EC-SUB) TO WS-EMP-FOUND
            END-IF
        END-PERFORM.

       4000-PRINT-SPANS-PARA.

        MOVE WS-MIN-SPAN TO WS-EDIT-MIN.
        MOVE WS-MAX-SPAN TO WS-EDIT-MAX.
        MOVE SPACES TO WS-PRT-SECTION-TEXT.
        STRING "SPAN OF CONTROL BY MANAGER - SPANS OUTSIDE "
               WS-EDIT-MIN " TO " WS-EDIT-MAX " ARE FLAGGED"
               DELIMITED BY SIZE INTO WS-PRT-SECTION-TEXT.
        MOVE WS-PRT-SPAN-HEADING TO WS-CUR-HEADING.
        PERFORM 4950-NEW-PAGE-PARA.

      *    EVERY HEAD OF THE TREE IN DEPTNO ORDER WITH ITS SUBTREE
      *    UNDER IT, INDENTED THE WAY THE EXTRACT INDENTS IT.
        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            IF WS-DT-PARENT-SUB(WS-DEPT-SUB) = ZERO
                MOVE 1           TO WS-STACK-TOP
                MOVE WS-DEPT-SUB TO WS-SK-DEPT-SUB(1)
                PERFORM 4100-WALK-SUBTREE-PARA
                    UNTIL WS-STACK-TOP = ZERO
            END-IF
        END-PERFORM.

      *    A DEPARTMENT STILL UNPRINTED SITS ON OR UNDER AN ADMRDEPT
      *    CYCLE - LIST IT FLAT SO IT IS NOT HIDDEN.
        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            IF NOT DT-PRINTED(WS-DEPT-SUB)
                MOVE WS-DEPT-SUB TO WS-WALK-SUB
                PERFORM 4200-PRINT-DETAIL-PARA
            END-IF
        END-PERFORM.

        MOVE WS-PRT-BLANK TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        MOVE SPACES TO WS-PRT-MSG-TEXT.
        MOVE "STAFF = THE DEPARTMENT'S EMPLOYEES OTHER THAN ITS MANAGER"
            TO WS-PRT-MSG-TEXT.
        MOVE WS-PRT-MESSAGE TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        MOVE SPACES TO WS-PRT-MSG-TEXT.
        MOVE "MGRS = CHILD-DEPARTMENT MANAGERS NOT ALREADY IN STAFF"
            TO WS-PRT-MSG-TEXT.
        MOVE WS-PRT-MESSAGE TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        MOVE SPACES TO WS-PRT-MSG-TEXT.
        STRING "ORGSIZE = EVERYONE IN THE SUBTREE BUT THE MANAGER; "
               "VAC = VACANT CHILD SEATS"
               DELIMITED BY SIZE INTO WS-PRT-MSG-TEXT.
        MOVE WS-PRT-MESSAGE TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.

       4100-WALK-SUBTREE-PARA.

        MOVE WS-SK-DEPT-SUB(WS-STACK-TOP) TO WS-WALK-SUB.
        SUBTRACT 1 FROM WS-STACK-TOP.

        IF NOT DT-PRINTED(WS-WALK-SUB)
            PERFORM 4200-PRINT-DETAIL-PARA
            PERFORM VARYING WS-SCAN-SUB FROM WS-DEPT-COUNT BY -1
                    UNTIL WS-SCAN-SUB < 1
                IF WS-DT-PARENT-SUB(WS-SCAN-SUB) = WS-WALK-SUB
                   AND NOT DT-PRINTED(WS-SCAN-SUB)
                   AND WS-STACK-TOP < 500
                    ADD 1 TO WS-STACK-TOP
                    MOVE WS-SCAN-SUB TO WS-SK-DEPT-SUB(WS-STACK-TOP)
                END-IF
            END-PERFORM
        END-IF.

       4200-PRINT-DETAIL-PARA.

      *    LAYERS BELOW THE TOP = LEVEL - 1; A ZERO LEVEL IS A
      *    DEPARTMENT THE CLIMB NEVER BROUGHT TO A HEAD.
        MOVE WS-DT-LEVEL(WS-WALK-SUB) TO WS-DISP-LEVEL.
        IF WS-DISP-LEVEL > 5
            MOVE 5 TO WS-DISP-LEVEL
        END-IF.
        COMPUTE WS-INDENT-OFFSET = (WS-DISP-LEVEL * 2) + 1.

        MOVE SPACES TO WS-PRT-SPAN-DETAIL.
        MOVE WS-DT-DEPTNO(WS-WALK-SUB)
            TO WS-PRT-DEPTNO-DISP(WS-INDENT-OFFSET:3).
        IF WS-DT-LEVEL(WS-WALK-SUB) > ZERO
            COMPUTE WS-PRT-LAYER = WS-DT-LEVEL(WS-WALK-SUB) - 1
        END-IF.
        MOVE WS-DT-DEPTNAME(WS-WALK-SUB) TO WS-PRT-DEPTNAME.
        MOVE WS-DT-MGRNO(WS-WALK-SUB)    TO WS-PRT-MGRNO.
        MOVE WS-DT-MGR-NAME(WS-WALK-SUB) TO WS-PRT-MGR-NAME.
        IF NOT DT-MGR-VACANT(WS-WALK-SUB)
            MOVE WS-DT-STAFF(WS-WALK-SUB)       TO WS-PRT-STAFF
            MOVE WS-DT-MGR-REPORTS(WS-WALK-SUB) TO WS-PRT-MGR-REPORTS
            MOVE WS-DT-SPAN(WS-WALK-SUB)        TO WS-PRT-SPAN
            MOVE WS-DT-ORG(WS-WALK-SUB)         TO WS-PRT-ORG
            MOVE WS-DT-VAC-CHILD(WS-WALK-SUB)   TO WS-PRT-VAC-CHILD
        END-IF.

      *    ONE NOTE PER LINE - THE SPAN FLAG FIRST, BEING WHAT THE
      *    REPORT IS FOR.
        EVALUATE TRUE
            WHEN WS-DT-LEVEL(WS-WALK-SUB) = ZERO
                MOVE "NOT REACHED - CYCLE" TO WS-PRT-NOTE
            WHEN DT-SPAN-LOW(WS-WALK-SUB)
                MOVE "*SPAN BELOW MINIMUM" TO WS-PRT-NOTE
            WHEN DT-SPAN-HIGH(WS-WALK-SUB)
                MOVE "*SPAN ABOVE MAXIMUM" TO WS-PRT-NOTE
            WHEN DT-MGR-VACANT(WS-WALK-SUB)
                MOVE "VACANT SEAT"         TO WS-PRT-NOTE
            WHEN DT-MGR-NOT-EMP(WS-WALK-SUB)
                MOVE "MGR NOT ON EMPLOYEE" TO WS-PRT-NOTE
            WHEN DT-ORPHAN(WS-WALK-SUB)
                MOVE "ADMRDEPT NOT ON FILE" TO WS-PRT-NOTE
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
        MOVE WS-PRT-SPAN-DETAIL TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        MOVE 'Y' TO WS-DT-PRINTED-SW(WS-WALK-SUB).

       4500-PRINT-LAYERS-PARA.

        MOVE WS-MAX-LAYERS TO WS-EDIT-LAYERS.
        MOVE SPACES TO WS-PRT-SECTION-TEXT.
        STRING "MANAGEMENT LAYERS BY LEVEL-1 BRANCH - STANDARD IS "
               WS-EDIT-LAYERS " LAYERS"
               DELIMITED BY SIZE INTO WS-PRT-SECTION-TEXT.
        MOVE WS-PRT-LAYER-HEADING TO WS-CUR-HEADING.
        PERFORM 4950-NEW-PAGE-PARA.

        PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                UNTIL WS-BR-SUB > WS-BRANCH-COUNT
            MOVE SPACES TO WS-PRT-LAYER-DETAIL
            MOVE WS-DT-DEPTNO(WS-BR-HEAD-SUB(WS-BR-SUB))
                TO WS-PRT-LY-DEPTNO
            MOVE WS-DT-DEPTNAME(WS-BR-HEAD-SUB(WS-BR-SUB))
                TO WS-PRT-LY-DEPTNAME
            IF WS-BR-LAYERS(WS-BR-SUB) > WS-MAX-LAYERS
                MOVE "*EXCEEDS LAYER STANDARD" TO WS-PRT-LY-NOTE
            END-IF
            MOVE WS-BR-SUB TO WS-STAT-SUB
            PERFORM 4550-PRINT-LAYER-LINE-PARA
        END-PERFORM.

        MOVE WS-PRT-BLANK TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        MOVE SPACES TO WS-PRT-LAYER-DETAIL.
        MOVE "TOTAL" TO WS-PRT-LY-DEPTNO.
        MOVE "COMPANY" TO WS-PRT-LY-DEPTNAME.
        MOVE WS-COMPANY-SUB TO WS-STAT-SUB.
        PERFORM 4550-PRINT-LAYER-LINE-PARA.

        MOVE WS-PRT-BLANK TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        MOVE SPACES TO WS-PRT-MSG-TEXT.
        MOVE "LAYERS = LEVELS FROM THE BRANCH HEAD DOWN, HEAD INCLUDED"
            TO WS-PRT-MSG-TEXT.
        MOVE WS-PRT-MESSAGE TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        IF WS-NOT-REACHED > ZERO
            MOVE SPACES TO WS-PRT-MSG-TEXT
            STRING "DEPARTMENTS ON AN ADMRDEPT CYCLE, IN NO BRANCH: "
                   WS-NOT-REACHED
                   DELIMITED BY SIZE INTO WS-PRT-MSG-TEXT
            MOVE WS-PRT-MESSAGE TO WS-PRT-OUT
            PERFORM 4900-PRINT-LINE-PARA
        END-IF.

       4550-PRINT-LAYER-LINE-PARA.

        MOVE WS-BR-DEPTS(WS-STAT-SUB)  TO WS-PRT-LY-DEPTS.
        MOVE WS-BR-MGRS(WS-STAT-SUB)   TO WS-PRT-LY-MGRS.
        MOVE WS-BR-VACANT(WS-STAT-SUB) TO WS-PRT-LY-VACANT.
        MOVE WS-BR-LAYERS(WS-STAT-SUB) TO WS-PRT-LY-LAYERS.
        MOVE WS-BR-BELOW(WS-STAT-SUB)  TO WS-PRT-LY-BELOW.
        MOVE WS-BR-ABOVE(WS-STAT-SUB)  TO WS-PRT-LY-ABOVE.
        IF WS-BR-MGRS(WS-STAT-SUB) > ZERO
            COMPUTE WS-AVG-SPAN ROUNDED
                = WS-BR-SPAN-SUM(WS-STAT-SUB) / WS-BR-MGRS(WS-STAT-SUB)
            MOVE WS-AVG-SPAN               TO WS-PRT-LY-AVG-SPAN
            MOVE WS-BR-MIN-SPAN(WS-STAT-SUB) TO WS-PRT-LY-MIN
            MOVE WS-BR-MAX-SPAN(WS-STAT-SUB) TO WS-PRT-LY-MAX
        END-IF.
        MOVE WS-PRT-LAYER-DETAIL TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.

       4600-PRINT-BANDS-PARA.

        MOVE SPACES TO WS-PRT-SECTION-TEXT.
        STRING "SPAN DISTRIBUTION BY LEVEL-1 BRANCH - "
               "MANAGER SEATS BY DIRECT REPORTS"
               DELIMITED BY SIZE INTO WS-PRT-SECTION-TEXT.
        MOVE WS-PRT-BAND-HEADING TO WS-CUR-HEADING.
        PERFORM 4950-NEW-PAGE-PARA.

        PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                UNTIL WS-BR-SUB > WS-BRANCH-COUNT
            MOVE SPACES TO WS-PRT-DIST-DETAIL
            MOVE WS-DT-DEPTNO(WS-BR-HEAD-SUB(WS-BR-SUB))
                TO WS-PRT-DS-DEPTNO
            MOVE WS-DT-DEPTNAME(WS-BR-HEAD-SUB(WS-BR-SUB))
                TO WS-PRT-DS-DEPTNAME
            MOVE WS-BR-SUB TO WS-STAT-SUB
            PERFORM 4650-PRINT-BAND-LINE-PARA
        END-PERFORM.

        MOVE WS-PRT-BLANK TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        MOVE SPACES TO WS-PRT-DIST-DETAIL.
        MOVE "TOTAL" TO WS-PRT-DS-DEPTNO.
        MOVE "COMPANY" TO WS-PRT-DS-DEPTNAME.
        MOVE WS-COMPANY-SUB TO WS-STAT-SUB.
        PERFORM 4650-PRINT-BAND-LINE-PARA.

       4650-PRINT-BAND-LINE-PARA.

        MOVE ZERO TO WS-LINE-TOTAL.
        PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                UNTIL WS-BAND-SUB > 7
            MOVE WS-BR-BAND(WS-STAT-SUB, WS-BAND-SUB)
                TO WS-PRT-DS-COUNT(WS-BAND-SUB)
            ADD WS-BR-BAND(WS-STAT-SUB, WS-BAND-SUB) TO WS-LINE-TOTAL
        END-PERFORM.
        MOVE WS-LINE-TOTAL TO WS-PRT-DS-COUNT(8).
        MOVE WS-PRT-DIST-DETAIL TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.

       4700-PRINT-BY-LAYER-PARA.

        MOVE SPACES TO WS-PRT-SECTION-TEXT.
        STRING "MANAGERS BY LEVEL-1 BRANCH - "
               "MANAGER SEATS BY LAYERS BELOW THE TOP"
               DELIMITED BY SIZE INTO WS-PRT-SECTION-TEXT.
        MOVE WS-PRT-LAYERS-HEADING TO WS-CUR-HEADING.
        PERFORM 4950-NEW-PAGE-PARA.

        PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                UNTIL WS-BR-SUB > WS-BRANCH-COUNT
            MOVE SPACES TO WS-PRT-DIST-DETAIL
            MOVE WS-DT-DEPTNO(WS-BR-HEAD-SUB(WS-BR-SUB))
                TO WS-PRT-DS-DEPTNO
            MOVE WS-DT-DEPTNAME(WS-BR-HEAD-SUB(WS-BR-SUB))
                TO WS-PRT-DS-DEPTNAME
            MOVE WS-BR-SUB TO WS-STAT-SUB
            PERFORM 4750-PRINT-BY-LAYER-LINE-PARA
        END-PERFORM.

        MOVE WS-PRT-BLANK TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        MOVE SPACES TO WS-PRT-DIST-DETAIL.
        MOVE "TOTAL" TO WS-PRT-DS-DEPTNO.
        MOVE "COMPANY" TO WS-PRT-DS-DEPTNAME.
        MOVE WS-COMPANY-SUB TO WS-STAT-SUB.
        PERFORM 4750-PRINT-BY-LAYER-LINE-PARA.

       4750-PRINT-BY-LAYER-LINE-PARA.

        MOVE ZERO TO WS-LINE-TOTAL.
        PERFORM VARYING WS-LAYER-SUB FROM 1 BY 1
                UNTIL WS-LAYER-SUB > 10
            MOVE WS-BR-BY-LAYER(WS-STAT-SUB, WS-LAYER-SUB)
                TO WS-PRT-DS-COUNT(WS-LAYER-SUB)
            ADD WS-BR-BY-LAYER(WS-STAT-SUB, WS-LAYER-SUB)
                TO WS-LINE-TOTAL
        END-PERFORM.
        MOVE WS-LINE-TOTAL TO WS-PRT-DS-COUNT(11).
        MOVE WS-PRT-DIST-DETAIL TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.

       4900-PRINT-LINE-PARA.

        IF WS-LINE-CNT >= WS-LINES-PER-PAGE
            PERFORM 4950-NEW-PAGE-PARA
        END-IF.
        WRITE SPANPRT-RECORD FROM WS-PRT-OUT.
        ADD 1 TO WS-LINE-CNT.
        ADD 1 TO WS-LINES-PRINTED.

       4950-NEW-PAGE-PARA.

      *    EVERY SECTION STARTS A PAGE; A FULL PAGE REPEATS THE
      *    SECTION TITLE AND COLUMN HEADING.
        ADD 1 TO WS-PAGE-CNT.
        MOVE WS-PAGE-CNT TO WS-PRT-PAGE.
        WRITE SPANPRT-RECORD FROM WS-PRT-TITLE.
        WRITE SPANPRT-RECORD FROM WS-PRT-BLANK.
        WRITE SPANPRT-RECORD FROM WS-PRT-SECTION.
        WRITE SPANPRT-RECORD FROM WS-PRT-BLANK.
        WRITE SPANPRT-RECORD FROM WS-CUR-HEADING.
        WRITE SPANPRT-RECORD FROM WS-PRT-BLANK.
        ADD 6 TO WS-LINES-PRINTED.
        MOVE 6 TO WS-LINE-CNT.

       6000-FINAL-COUNT.
        CLOSE SPANPRT.
        DISPLAY "-----------------------------------------------------".
        DISPLAY "SPANRPT CONTROL TOTALS".
        DISPLAY "  ROOT ADMRDEPT  . . . . . : " WS-ROOT-ADMRDEPT.
        DISPLAY "  SPAN LIMITS  . . . . . . : " WS-MIN-SPAN " - "
                WS-MAX-SPAN.
        DISPLAY "  LAYER STANDARD . . . . . : " WS-MAX-LAYERS.
        DISPLAY "  DEPARTMENTS ON DEPTMST . : " WS-DEPTS-LOADED.
        DISPLAY "  WORKDEPT GROUPS LOADED . : " WS-WORKDEPT-GROUPS.
        DISPLAY "  TDEPT ROWS READ  . . . . : " WS-TDEPT-ROWS.
        DISPLAY "  TDEPT ROWS NOT ON DEPTMST: " WS-TDEPT-NOT-ON-MST.
        DISPLAY "  DEPTMST NOT ON TDEPT . . : " WS-NOT-ON-TDEPT.
        DISPLAY "  LEVEL-1 BRANCHES . . . . : " WS-BRANCH-COUNT.
        DISPLAY "  MANAGER SEATS  . . . . . : " WS-MGR-SEATS.
        DISPLAY "  VACANT SEATS . . . . . . : " WS-VACANT-SEATS.
        DISPLAY "  MANAGERS NOT ON EMPLOYEE : " WS-MGRS-NOT-EMP.
        DISPLAY "  SPANS BELOW MINIMUM  . . : " WS-SPANS-LOW.
        DISPLAY "  SPANS ABOVE MAXIMUM  . . : " WS-SPANS-HIGH.
        DISPLAY "  BRANCHES OVER STANDARD . : " WS-BRANCHES-FLAGGED.
        DISPLAY "  ADMRDEPT NOT ON FILE . . : " WS-ORPHANS.
        DISPLAY "  NOT REACHED - CYCLE  . . : " WS-NOT-REACHED.
        DISPLAY "  PAGES PRINTED  . . . . . : " WS-PAGE-CNT.
        DISPLAY "  PRINT LINES WRITTEN  . . : " WS-LINES-PRINTED.
        DISPLAY "  MASTER I-O ERRORS  . . . : " WS-IO-ERRORS.
        DISPLAY "  SQL ERRORS . . . . . . . : " WS-SQL-ERRORS.
        DISPLAY "-----------------------------------------------------".

       8000-WAIT-RETRY-PARA.

      *    LOG EVERY RETRY SO THE CONTENTION PATTERN WITH THE ONLINE
      *    REGION STAYS VISIBLE IN THE JOB OUTPUT, THEN SLEEP BEFORE
      *    RE-DRIVING THE PASS.
        ADD 1 TO WS-RETRY-COUNT.
        DISPLAY "SPANRPT: SQLCODE=" WS-RETRY-SQLCODE
                " (DEADLOCK/TIMEOUT) ON " WS-RETRY-LOAD " - RETRY "
                WS-RETRY-COUNT " OF " WS-RETRY-LIMIT
                " AFTER " WS-RETRY-SECS " SECONDS".
        CALL "CEE3DLY" USING WS-RETRY-SECS WS-CEE-FEEDBACK.
