       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REORGSIM.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      *REMARKS.       REORGANIZATION WHAT-IF SIMULATOR. COPIES THE
      *            DEPARTMENT MASTER (DEPTMST, DEPTMREC LAYOUT) TO A
      *            SCRATCH KSDS (DEPTSCR) AND APPLIES A DECK OF
      *            PROPOSED-CHANGE CARDS (PROPIN) TO THE SCRATCH COPY
      *            ONLY - MOVE A DEPARTMENT UNDER A NEW PARENT,
      *            RENAME IT, ASSIGN ITS MGRNO, ADD A NEW ONE, RETIRE
      *            ONE. DEPTMST ITSELF IS ONLY EVER READ. THE
      *            ORGANIZATION BEFORE AND AFTER IS THEN PUT THROUGH
      *            THE DEPTAUDT HIERARCHY CHECKS (ORPHANS, CYCLES,
      *            BRANCHES DEEPER THAN THE TESTDB2 WALK, FAN-OUT
      *            OVER ITS CHILD BUFFER) AND THE MGRXREF DUPLICATE-
      *            MANAGER CHECK, AND THE HEADCNT ROLL-UP OF EMPLOYEE
      *            COUNTS BY WORKDEPT. SIMRPT SHOWS THE INDENTED TREE
      *            BEFORE, THE CARDS AND WHAT BECAME OF EACH, THE
      *            TREE AFTER WITH EVERY DEPARTMENT'S CHANGE, THE
      *            HEADCOUNT OF EACH LEVEL-1 BRANCH BEFORE AND AFTER,
      *            AND EVERY RULE THE PROPOSAL WOULD BREAK OR CLEAR.
      *            AN OPTIONAL SYSIN CARD GIVES THE ROOT ADMRDEPT THE
      *            MASTER WAS LOADED UNDER (COLS 1-3, DEFAULT A00).
      **************************CC109**********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SYSIN ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

           SELECT PROPIN ASSIGN TO PROPIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROPIN-STATUS.

      *    THE REAL MASTER - OPENED INPUT ONLY, ONE READ NEXT PASS.
           SELECT DEPTMST ASSIGN TO DEPTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPTMST-KEY
               FILE STATUS IS WS-DEPTMST-STATUS.

      *    THE SCRATCH COPY THE PROPOSAL IS APPLIED TO: LOADED IN KEY
      *    ORDER, UPDATED BY KEY, THEN READ BACK IN KEY ORDER.
           SELECT DEPTSCR ASSIGN TO DEPTSCR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPTSCR-KEY
               FILE STATUS IS WS-DEPTSCR-STATUS.

           SELECT SIMRPT ASSIGN TO SIMRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SIMRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  SYSIN-RECORD.
           05  SYSIN-ADMRDEPT              PIC X(3).
           05  FILLER                      PIC X(77).

      *    ONE PROPOSED CHANGE PER CARD; AN '*' IN COLUMN 1 IS A
      *    COMMENT. WHICH FIELDS A CARD NEEDS DEPENDS ON ITS ACTION:
      *      MOVE    DEPTNO, ADMRDEPT (THE NEW PARENT)
      *      RENAME  DEPTNO, DEPTNAME
      *      ASSIGN  DEPTNO, MGRNO (BLANK LEAVES THE SEAT VACANT)
      *      ADD     DEPTNO, ADMRDEPT, DEPTNAME, MGRNO (MAY BE BLANK)
      *      RETIRE  DEPTNO
       FD  PROPIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  PROPIN-RECORD.
           05  PROP-ACTION                 PIC X(6).
           05  FILLER                      PIC X(1).
           05  PROP-DEPTNO                 PIC X(3).
           05  FILLER                      PIC X(1).
           05  PROP-ADMRDEPT               PIC X(3).
           05  FILLER                      PIC X(1).
           05  PROP-MGRNO                  PIC X(6).
           05  FILLER                      PIC X(1).
           05  PROP-DEPTNAME               PIC X(36).
           05  FILLER                      PIC X(22).

       FD  DEPTMST
           RECORD CONTAINS 80 CHARACTERS.
       01  DEPTMST-RECORD.
           05  DEPTMST-KEY                 PIC X(3).
           05  FILLER                      PIC X(77).

       FD  DEPTSCR
           RECORD CONTAINS 80 CHARACTERS.
       01  DEPTSCR-RECORD.
           05  DEPTSCR-KEY                 PIC X(3).
           05  FILLER                      PIC X(77).

       FD  SIMRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS.
       01  SIMRPT-RECORD                   PIC X(133).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-FILE-STATUSES.
           05  WS-SYSIN-STATUS             PIC XX VALUE SPACES.
           05  WS-PROPIN-STATUS            PIC XX VALUE SPACES.
           05  WS-DEPTMST-STATUS           PIC XX VALUE SPACES.
           05  WS-DEPTSCR-STATUS           PIC XX VALUE SPACES.
           05  WS-SIMRPT-STATUS            PIC XX VALUE SPACES.

       01  WS-FILE-CHECK.
           05  WS-LAST-FILE-STATUS         PIC XX    VALUE SPACES.
           05  WS-LAST-FILE-NAME           PIC X(8)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-PROPIN-EOF-SW            PIC X VALUE 'N'.
               88  PROPIN-EOF                    VALUE 'Y'.
           05  WS-MST-EOF-SW               PIC X VALUE 'N'.
               88  MST-EOF                       VALUE 'Y'.
           05  WS-CEMP-EOF-SW              PIC X VALUE 'N'.
               88  CEMP-EOF                      VALUE 'Y'.
           05  WS-ABEND-SW                 PIC X VALUE 'N'.
               88  SQL-ABEND                     VALUE 'Y'.
           05  WS-RETRY-SW                 PIC X VALUE 'N'.
               88  RETRY-PENDING                 VALUE 'Y'.
           05  WS-TABLE-FULL-SW            PIC X VALUE 'N'.
               88  TABLE-FULL                    VALUE 'Y'.
           05  WS-CLIMB-DONE-SW            PIC X VALUE 'N'.
               88  CLIMB-DONE                    VALUE 'Y'.
      *    'F' FOUND / 'N' NOT FOUND / 'E' I-O ERROR ON THE LAST
      *    KEYED READ OF THE SCRATCH COPY.
           05  WS-SCR-READ-SW              PIC X VALUE SPACE.
               88  SCR-FOUND                     VALUE 'F'.
               88  SCR-NOT-FOUND                 VALUE 'N'.
               88  SCR-ERROR                     VALUE 'E'.
      *    WHICH ORGANIZATION IS IN WS-DEPT-TABLE: 'B' BEFORE THE
      *    PROPOSAL (DEPTMST), 'A' AFTER IT (DEPTSCR).
           05  WS-STATE-SW                 PIC X VALUE 'B'.
               88  STATE-BEFORE                  VALUE 'B'.
               88  STATE-AFTER                   VALUE 'A'.

      *    DEADLOCK (-911) AND TIMEOUT (-913) RETRY CONTROLS: THESE
      *    FAILURES COME FROM CONTENTION WITH THE ONLINE MAINTENANCE
      *    REGION AND ALMOST ALWAYS SUCCEED ON RESUBMIT, SO THE LOAD
      *    PASS RE-DRIVES ITSELF A BOUNDED NUMBER OF TIMES BEFORE
      *    GIVING UP - SAME CONVENTION AS MGRXREF.
       01  WS-RETRY-FIELDS.
           05  WS-RETRY-COUNT              PIC 9(2)  VALUE ZERO.
           05  WS-RETRY-LIMIT              PIC 9(2)  VALUE 03.
           05  WS-RETRY-SECS               PIC S9(9) COMP VALUE 30.
           05  WS-RETRY-SQLCODE            PIC S9(9) COMP VALUE ZERO.
           05  WS-CEE-FEEDBACK             PIC X(12) VALUE SPACES.

       01  WS-EMP-HOST-VARS.
           05  WS-WORKDEPT                 PIC X(3).
           05  WS-EMPCNT-HOST              PIC S9(9) COMP.

       COPY DEPTMREC
           REPLACING ==DEPTM-RECORD== BY ==WS-DEPTM-REC==.

      *    THE ROOT ADMRDEPT THE MASTER WAS LOADED UNDER (DEPTLOAD'S
      *    SYSIN CARD) - THE PARENT OF EVERY LEVEL-1 DEPARTMENT, AND
      *    NEVER ITSELF ON THE MASTER, SO NOT AN ORPHAN POINTER.
       01  WS-ROOT-ADMRDEPT                PIC X(3)  VALUE "A00".

      *    THE EXTRACT'S WALK STACK HOLDS 50 ENTRIES AND ITS CHILD
      *    BUFFER HOLDS 50 CHILDREN - THE SAME LIMITS DEPTAUDT
      *    ENFORCES.
       01  WS-LIMITS.
           05  WS-MAX-DEPTH                PIC 9(3) VALUE 050.
           05  WS-MAX-CHILDREN             PIC 9(3) VALUE 050.

      *--------------------------------------------------------------*
      * WS-EMPCNT-TABLE holds the per-WORKDEPT employee counts pulled *
      * from the EMPLOYEE master in ONE pass of cursor CEMP, the same *
      * counts HEADCNT rolls up. A reorg moves departments, not       *
      * people, so the same counts serve both organizations.          *
      *--------------------------------------------------------------*
       01  WS-EMPCNT-TABLE.
           05  WS-EMPCNT-COUNT             PIC 9(3) VALUE ZERO.
           05  WS-EMPCNT-ENTRY OCCURS 500 TIMES.
               10  WS-EC-WORKDEPT          PIC X(3).
               10  WS-EC-COUNT             PIC 9(5).

      *--------------------------------------------------------------*
      * WS-DEPT-TABLE holds the organization being analyzed, in       *
      * ascending DEPTNO order: first DEPTMST as it stands, then the  *
      * scratch copy with the proposal applied. WS-DT-PARENT-SUB is   *
      * zero for a department whose ADMRDEPT is the root, blank, its  *
      * own DEPTNO, or not on the table - the heads of the tree.      *
      * WS-DT-DIRECT is the department's own headcount and            *
      * WS-DT-SUBTREE its whole subtree's, as HEADCNT counts them.    *
      *--------------------------------------------------------------*
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT               PIC 9(3) VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 500 TIMES.
               10  WS-DT-DEPTNO            PIC X(3).
               10  WS-DT-DEPTNAME          PIC X(36).
               10  WS-DT-MGRNO             PIC X(6).
               10  WS-DT-ADMRDEPT          PIC X(3).
               10  WS-DT-PARENT-SUB        PIC 9(3).
               10  WS-DT-DIRECT            PIC 9(5).
               10  WS-DT-SUBTREE           PIC 9(7).
               10  WS-DT-PRINTED-SW        PIC X(1).
                   88  DT-PRINTED               VALUE 'Y'.

      *--------------------------------------------------------------*
      * WS-BEFORE-TABLE is WS-DEPT-TABLE as it stood after the BEFORE *
      * analysis - same layout, copied whole - so the AFTER report    *
      * can show what each department was.                            *
      *--------------------------------------------------------------*
       01  WS-BEFORE-TABLE.
           05  WS-BEFORE-COUNT             PIC 9(3) VALUE ZERO.
           05  WS-BEFORE-ENTRY OCCURS 500 TIMES.
               10  WS-BF-DEPTNO            PIC X(3).
               10  WS-BF-DEPTNAME          PIC X(36).
               10  WS-BF-MGRNO             PIC X(6).
               10  WS-BF-ADMRDEPT          PIC X(3).
               10  WS-BF-PARENT-SUB        PIC 9(3).
               10  WS-BF-DIRECT            PIC 9(5).
               10  WS-BF-SUBTREE           PIC 9(7).
               10  WS-BF-PRINTED-SW        PIC X(1).

      *--------------------------------------------------------------*
      * WS-FINDING-TABLE holds every rule broken, BEFORE ('B') and    *
      * AFTER ('A'), by department and rule:                          *
      *   1 ORPHAN  2 CYCLE  3 TOO DEEP  4 FAN-OUT                    *
      *   5 DUPLICATE MANAGER  6 RETIRED WITH EMPLOYEES               *
      * An AFTER finding with no BEFORE finding for the same          *
      * department and rule is one the proposal introduces.           *
      *--------------------------------------------------------------*
       01  WS-FINDING-TABLE.
           05  WS-FINDING-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-FINDING-ENTRY OCCURS 2000 TIMES.
               10  WS-FD-STATE             PIC X(1).
               10  WS-FD-DEPTNO            PIC X(3).
               10  WS-FD-RULE              PIC 9(1).
               10  WS-FD-TEXT              PIC X(50).

      *    FINDINGS BY STATE (1 BEFORE, 2 AFTER) AND RULE.
       01  WS-RULE-COUNTS.
           05  WS-RULE-STATE OCCURS 2 TIMES.
               10  WS-RULE-CNT             PIC 9(5) OCCURS 6 TIMES.

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
               10  WS-SK-LEVEL             PIC 9(3).

       01  WS-WORK-FIELDS.
           05  WS-DEPT-SUB                 PIC 9(3) VALUE ZERO.
           05  WS-SCAN-SUB                 PIC 9(3) VALUE ZERO.
           05  WS-WALK-SUB                 PIC 9(3) VALUE ZERO.
           05  WS-WALK-LEVEL               PIC 9(3) VALUE ZERO.
           05  WS-CLIMB-SUB                PIC 9(3) VALUE ZERO.
           05  WS-CLIMB-DEPTH              PIC 9(3) VALUE ZERO.
           05  WS-CHILD-CTR                PIC 9(3) VALUE ZERO.
           05  WS-FIND-TARGET              PIC X(3) VALUE SPACES.
           05  WS-FIND-HIT-SUB             PIC 9(3) VALUE ZERO.
           05  WS-BF-SUB                   PIC 9(3) VALUE ZERO.
           05  WS-BF-HIT-SUB               PIC 9(3) VALUE ZERO.
           05  WS-EC-SUB                   PIC 9(3) VALUE ZERO.
           05  WS-EMP-FOUND                PIC 9(5) VALUE ZERO.
           05  WS-FD-SUB                   PIC 9(4) VALUE ZERO.
           05  WS-FD-SCAN                  PIC 9(4) VALUE ZERO.
           05  WS-FD-MATCH-SW              PIC X(1) VALUE 'N'.
               88  FD-MATCHED                   VALUE 'Y'.
           05  WS-STATE-SUB                PIC 9(1) VALUE 1.
           05  WS-RULE-SUB                 PIC 9(1) VALUE ZERO.
           05  WS-DISP-LEVEL               PIC 9(2) VALUE ZERO.
           05  WS-INDENT-OFFSET            PIC 9(2) VALUE ZERO.
           05  WS-CHG-PTR                  PIC 9(3) VALUE ZERO.
           05  WS-BEFORE-HEADS             PIC 9(7) VALUE ZERO.
           05  WS-AFTER-HEADS              PIC 9(7) VALUE ZERO.
           05  WS-HEAD-BEFORE              PIC 9(7) VALUE ZERO.
           05  WS-HEAD-AFTER               PIC 9(7) VALUE ZERO.

      *    THE FINDING BEING RECORDED.
       01  WS-NEW-FINDING.
           05  WS-NEW-DEPTNO               PIC X(3)  VALUE SPACES.
           05  WS-NEW-RULE                 PIC 9(1)  VALUE ZERO.
           05  WS-NEW-TEXT                 PIC X(50) VALUE SPACES.

       01  WS-CARD-RESULT                  PIC X(60) VALUE SPACES.
       01  WS-RULE-NAME                    PIC X(30) VALUE SPACES.
       01  WS-EDIT-COUNT                   PIC ZZZZ9.

       01  WS-COUNTERS.
           05  WS-DEPTS-COPIED             PIC 9(5) VALUE ZERO.
           05  WS-WORKDEPT-GROUPS          PIC 9(5) VALUE ZERO.
           05  WS-CARDS-READ               PIC 9(5) VALUE ZERO.
           05  WS-CARDS-APPLIED            PIC 9(5) VALUE ZERO.
           05  WS-CARDS-REJECTED           PIC 9(5) VALUE ZERO.
           05  WS-RETIRED-DEPTS            PIC 9(5) VALUE ZERO.
           05  WS-RETIRED-EMPS             PIC 9(7) VALUE ZERO.
           05  WS-NEW-FINDINGS             PIC 9(5) VALUE ZERO.
           05  WS-CLEARED-FINDINGS         PIC 9(5) VALUE ZERO.
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
               "REORGANIZATION WHAT-IF SIMULATION".
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

       01  WS-PRT-TREE-HEADING.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  FILLER                      PIC X(13) VALUE "DEPARTMENT".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(3)  VALUE "LVL".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(36) VALUE
               "DEPARTMENT NAME".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE "MGRNO".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE "DIRECT".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(7)  VALUE "SUBTREE".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-TH-WAS               PIC X(7)  VALUE SPACES.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-TH-CHANGE            PIC X(40) VALUE SPACES.

       01  WS-PRT-TREE-DETAIL.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-PRT-DEPTNO-DISP          PIC X(13).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-LEVEL                PIC ZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-DEPTNAME             PIC X(36).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-MGRNO                PIC X(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-DIRECT               PIC ZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-SUBTREE              PIC ZZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-WAS                  PIC X(7).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-CHANGE               PIC X(40).

       01  WS-PRT-WAS-EDIT                 PIC ZZZZZZ9.

       01  WS-PRT-CARD-HEADING.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  FILLER                      PIC X(4)  VALUE "CARD".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(60) VALUE
               "PROPOSAL CARD (COLUMNS 1-60)".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(60) VALUE "RESULT".
           05  FILLER                      PIC X(4)  VALUE SPACES.

       01  WS-PRT-CARD-DETAIL.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-PRT-CARD-NO              PIC ZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-CARD-IMAGE           PIC X(60).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-CARD-RESULT          PIC X(60).
           05  FILLER                      PIC X(4)  VALUE SPACES.

       01  WS-PRT-BRANCH-HEADING.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  FILLER                      PIC X(6)  VALUE "BRANCH".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(36) VALUE
               "DEPARTMENT NAME".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(7)  VALUE " BEFORE".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(7)  VALUE "  AFTER".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(8)  VALUE "  CHANGE".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(58) VALUE SPACES.

       01  WS-PRT-BRANCH-DETAIL.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-PRT-BR-DEPTNO            PIC X(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-BR-DEPTNAME          PIC X(36).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-BR-BEFORE            PIC ZZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-BR-AFTER             PIC ZZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-BR-CHANGE            PIC -(7)9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-BR-NOTE              PIC X(40).
           05  FILLER                      PIC X(18) VALUE SPACES.

       01  WS-PRT-RULE-HEADING.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  FILLER                      PIC X(30) VALUE "RULE".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE "BEFORE".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE " AFTER".
           05  FILLER                      PIC X(86) VALUE SPACES.

       01  WS-PRT-RULE-DETAIL.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-PRT-RU-NAME              PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-RU-BEFORE            PIC ZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-RU-AFTER             PIC ZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-RU-NOTE              PIC X(20).
           05  FILLER                      PIC X(64) VALUE SPACES.

       01  WS-PRT-FINDING-HEADING.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  FILLER                      PIC X(8)  VALUE "STATUS".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE "DEPTNO".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(30) VALUE "RULE".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(50) VALUE "DETAIL".
           05  FILLER                      PIC X(32) VALUE SPACES.

       01  WS-PRT-FINDING-DETAIL.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-PRT-FD-STATUS            PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-FD-DEPTNO            PIC X(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-FD-RULE              PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-FD-TEXT              PIC X(50).
           05  FILLER                      PIC X(32) VALUE SPACES.

       01  WS-PRT-MESSAGE.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-PRT-MSG-TEXT             PIC X(80).
           05  FILLER                      PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

      *    WITH UR: THE SIMULATOR ONLY READS EMPLOYEE, NEVER UPDATES
      *    IT. ONE GROUP BY PASS PULLS EVERY WORKDEPT COUNT AT ONCE,
      *    THE SAME CURSOR HEADCNT ROLLS UP.
        EXEC SQL DECLARE CEMP CURSOR FOR
          SELECT WORKDEPT, COUNT(*) FROM EMPLOYEE
          WHERE WORKDEPT IS NOT NULL
          GROUP BY WORKDEPT
          ORDER BY WORKDEPT
          WITH UR
        END-EXEC.

        INITIALIZE WS-RULE-COUNTS.

        PERFORM 0100-READ-PARM-PARA.

        OPEN INPUT PROPIN.
        MOVE WS-PROPIN-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "PROPIN"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        OPEN INPUT DEPTMST.
        MOVE WS-DEPTMST-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "DEPTMST"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        OPEN OUTPUT DEPTSCR.
        MOVE WS-DEPTSCR-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "DEPTSCR"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        OPEN OUTPUT SIMRPT.
        MOVE WS-SIMRPT-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "SIMRPT"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
        MOVE WS-RUN-DATE TO WS-PRT-RUN-DATE.

        PERFORM 1000-LOAD-EMPCNT-PARA.

      *    BEFORE: THE MASTER AS IT STANDS, COPIED TO SCRATCH AS IT
      *    IS LOADED.
        PERFORM 1500-COPY-MASTER-PARA.
        SET STATE-BEFORE TO TRUE.
        MOVE 1 TO WS-STATE-SUB.
        PERFORM 2000-ANALYZE-PARA.
        MOVE "ORGANIZATION BEFORE THE PROPOSAL - DEPTMST AS IT STANDS"
            TO WS-PRT-SECTION-TEXT.
        PERFORM 4000-PRINT-TREE-PARA.
        MOVE WS-DEPT-TABLE TO WS-BEFORE-TABLE.

      *    THE PROPOSAL, APPLIED TO THE SCRATCH COPY ONLY.
        PERFORM 3000-APPLY-PROPOSALS-PARA.

      *    AFTER: THE SCRATCH COPY READ BACK.
        PERFORM 3800-LOAD-SCRATCH-PARA.
        SET STATE-AFTER TO TRUE.
        MOVE 2 TO WS-STATE-SUB.
        PERFORM 2000-ANALYZE-PARA.
        MOVE "ORGANIZATION AFTER THE PROPOSAL - SCRATCH COPY"
            TO WS-PRT-SECTION-TEXT.
        PERFORM 4000-PRINT-TREE-PARA.

        PERFORM 4500-PRINT-BRANCHES-PARA.

        PERFORM 4700-PRINT-FINDINGS-PARA.

        PERFORM 6000-FINAL-COUNT.

      *    AN INCOMPLETE PICTURE IS NO BASIS FOR A DECISION - THE RUN
      *    FAILS. A CARD THAT COULD NOT BE APPLIED MEANS THE AFTER
      *    PICTURE IS NOT THE PROPOSAL AS WRITTEN. A PROPOSAL THAT
      *    BREAKS A RULE THAT HELD BEFORE IS THE FINDING THE RUN
      *    EXISTS TO MAKE - A WARNING.
        EVALUATE TRUE
            WHEN SQL-ABEND OR WS-IO-ERRORS > 0 OR TABLE-FULL
                MOVE 16 TO RETURN-CODE
            WHEN WS-CARDS-REJECTED > 0
                MOVE 8  TO RETURN-CODE
            WHEN WS-NEW-FINDINGS > 0
                MOVE 4  TO RETURN-CODE
            WHEN OTHER
                MOVE 0  TO RETURN-CODE
        END-EVALUATE.

        GOBACK.

       0050-CHECK-FILE-STATUS-PARA.

        IF WS-LAST-FILE-STATUS NOT = "00"
            DISPLAY "REORGSIM: OPEN FAILED ON " WS-LAST-FILE-NAME
                    " FILE STATUS=" WS-LAST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF.

       0100-READ-PARM-PARA.

      *    NO SYSIN, OR AN EMPTY ONE, KEEPS DEPTLOAD'S DEFAULT ROOT.
        OPEN INPUT SYSIN.
        IF WS-SYSIN-STATUS NOT = "00" AND WS-SYSIN-STATUS NOT = "05"
            MOVE WS-SYSIN-STATUS TO WS-LAST-FILE-STATUS
            MOVE "SYSIN"         TO WS-LAST-FILE-NAME
            PERFORM 0050-CHECK-FILE-STATUS-PARA
        END-IF.

        READ SYSIN
            AT END
                CONTINUE
            NOT AT END
                IF SYSIN-ADMRDEPT NOT = SPACES
                    MOVE SYSIN-ADMRDEPT TO WS-ROOT-ADMRDEPT
                END-IF
        END-READ.
        CLOSE SYSIN.

       1000-LOAD-EMPCNT-PARA.

      *    DRIVE THE LOAD PASS, RE-DRIVING IT AFTER A WAIT WHEN IT
      *    DIES ON A DEADLOCK OR TIMEOUT. THE TABLE IS RESET AND THE
      *    WHOLE PASS RERUN - A HALF-LOADED TABLE PLUS A RE-OPENED
      *    CURSOR WOULD DOUBLE-STORE EVERY GROUP ALREADY FETCHED.
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
            DISPLAY "REORGSIM: EMPLOYEE COUNT LOAD STILL FAILING "
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
                DISPLAY "REORGSIM: OPEN CEMP FAILED, SQLCODE=" SQLCODE
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
                    DISPLAY "REORGSIM: EMPCNT TABLE FULL, WORKDEPT="
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
                        DISPLAY "REORGSIM: FETCH CEMP FAILED, SQLCODE="
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
                DISPLAY "REORGSIM: CLOSE CEMP FAILED, SQLCODE=" SQLCODE
                ADD 1 TO WS-SQL-ERRORS
            END-IF
        END-IF.

       1500-COPY-MASTER-PARA.

        MOVE ZERO TO WS-DEPT-COUNT.
        READ DEPTMST NEXT RECORD INTO WS-DEPTM-REC
            AT END
                SET MST-EOF TO TRUE
        END-READ.
        PERFORM 1550-CHECK-MST-READ-PARA.

        PERFORM UNTIL MST-EOF
            PERFORM 1600-STORE-DEPT-PARA
            MOVE DEPTM-DEPTNO TO DEPTSCR-KEY
            WRITE DEPTSCR-RECORD FROM WS-DEPTM-REC
            IF WS-DEPTSCR-STATUS = "00"
                ADD 1 TO WS-DEPTS-COPIED
            ELSE
                DISPLAY "REORGSIM: WRITE FAILED ON DEPTSCR FOR "
                        DEPTM-DEPTNO " FILE STATUS=" WS-DEPTSCR-STATUS
                ADD 1 TO WS-IO-ERRORS
            END-IF

            READ DEPTMST NEXT RECORD INTO WS-DEPTM-REC
                AT END
                    SET MST-EOF TO TRUE
            END-READ
            PERFORM 1550-CHECK-MST-READ-PARA
        END-PERFORM.

        CLOSE DEPTMST
              DEPTSCR.

       1550-CHECK-MST-READ-PARA.

        IF NOT MST-EOF AND WS-DEPTMST-STATUS NOT = "00"
            ADD 1 TO WS-IO-ERRORS
            DISPLAY "REORGSIM: READ FAILED ON DEPTMST, FILE STATUS="
                    WS-DEPTMST-STATUS
            SET MST-EOF TO TRUE
        END-IF.

       1600-STORE-DEPT-PARA.

      *    ONE MASTER OR SCRATCH RECORD, IN WS-DEPTM-REC, ONTO THE
      *    TABLE BEING ANALYZED.
        IF WS-DEPT-COUNT < 500
            ADD 1 TO WS-DEPT-COUNT
            MOVE DEPTM-DEPTNO   TO WS-DT-DEPTNO(WS-DEPT-COUNT)
            MOVE DEPTM-DEPTNAME TO WS-DT-DEPTNAME(WS-DEPT-COUNT)
            MOVE DEPTM-MGRNO    TO WS-DT-MGRNO(WS-DEPT-COUNT)
            MOVE DEPTM-ADMRDEPT TO WS-DT-ADMRDEPT(WS-DEPT-COUNT)
            MOVE ZERO TO WS-DT-PARENT-SUB(WS-DEPT-COUNT)
            MOVE ZERO TO WS-DT-DIRECT(WS-DEPT-COUNT)
            MOVE ZERO TO WS-DT-SUBTREE(WS-DEPT-COUNT)
            MOVE 'N'  TO WS-DT-PRINTED-SW(WS-DEPT-COUNT)
        ELSE
            DISPLAY "REORGSIM: DEPT TABLE FULL, " DEPTM-DEPTNO
                    " NOT LOADED - SIMULATION INCOMPLETE"
            SET TABLE-FULL TO TRUE
        END-IF.

       2000-ANALYZE-PARA.

      *    THE SAME CHECKS AND ROLL-UP FOR EITHER ORGANIZATION, ON
      *    WHATEVER WS-DEPT-TABLE HOLDS; FINDINGS ARE TAGGED WITH
      *    WS-STATE-SW.
        PERFORM 2100-RESOLVE-PARENTS-PARA.

        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            PERFORM 2200-CHECK-CYCLE-DEPTH-PARA
            PERFORM 2300-CHECK-FANOUT-PARA
            PERFORM 2400-CHECK-DUP-MGR-PARA
        END-PERFORM.

        IF STATE-AFTER
            PERFORM 2500-CHECK-RETIRED-PARA
        END-IF.

        PERFORM 2600-ROLL-UP-PARA.

       2100-RESOLVE-PARENTS-PARA.

      *    DEPTAUDT'S ORPHAN RULE: AN ADMRDEPT THAT IS NOT ON THE
      *    MASTER LEAVES THE DEPARTMENT OUT OF THE WALK. THE ROOT, A
      *    BLANK ADMRDEPT AND A SELF-ADMINISTERED DEPARTMENT ARE NOT
      *    BROKEN POINTERS.
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
                    MOVE WS-DT-DEPTNO(WS-DEPT-SUB) TO WS-NEW-DEPTNO
                    MOVE 1 TO WS-NEW-RULE
                    MOVE SPACES TO WS-NEW-TEXT
                    STRING "ADMRDEPT " WS-DT-ADMRDEPT(WS-DEPT-SUB)
                           " NOT ON THE MASTER"
                           DELIMITED BY SIZE INTO WS-NEW-TEXT
                    PERFORM 2700-ADD-FINDING-PARA
                END-IF
            END-IF
        END-PERFORM.

       2200-CHECK-CYCLE-DEPTH-PARA.

      *    DEPTAUDT'S CYCLE AND DEPTH RULES: CLIMB THE PARENT CHAIN.
      *    GETTING BACK TO THE STARTING DEPARTMENT - INCLUDING ONE
      *    THAT IS ITS OWN PARENT - IS A CYCLE; STILL CLIMBING PAST
      *    THE WALK'S STACK LIMIT IS TOO DEEP.
        IF WS-DT-ADMRDEPT(WS-DEPT-SUB) = WS-DT-DEPTNO(WS-DEPT-SUB)
            MOVE WS-DT-DEPTNO(WS-DEPT-SUB) TO WS-NEW-DEPTNO
            MOVE 2 TO WS-NEW-RULE
            MOVE "DEPARTMENT IS ITS OWN ADMRDEPT" TO WS-NEW-TEXT
            PERFORM 2700-ADD-FINDING-PARA
        ELSE
            MOVE WS-DT-PARENT-SUB(WS-DEPT-SUB) TO WS-CLIMB-SUB
            MOVE 1   TO WS-CLIMB-DEPTH
            MOVE 'N' TO WS-CLIMB-DONE-SW
            PERFORM 2250-CLIMB-CHAIN-PARA UNTIL CLIMB-DONE
        END-IF.

       2250-CLIMB-CHAIN-PARA.

        EVALUATE TRUE
            WHEN WS-CLIMB-SUB = ZERO
                SET CLIMB-DONE TO TRUE
            WHEN WS-CLIMB-SUB = WS-DEPT-SUB
                MOVE WS-DT-DEPTNO(WS-DEPT-SUB) TO WS-NEW-DEPTNO
                MOVE 2 TO WS-NEW-RULE
                MOVE "DEPARTMENT IS ITS OWN ANCESTOR" TO WS-NEW-TEXT
                PERFORM 2700-ADD-FINDING-PARA
                SET CLIMB-DONE TO TRUE
            WHEN WS-CLIMB-DEPTH > WS-MAX-DEPTH
                MOVE WS-DT-DEPTNO(WS-DEPT-SUB) TO WS-NEW-DEPTNO
                MOVE 3 TO WS-NEW-RULE
                MOVE SPACES TO WS-NEW-TEXT
                STRING "MORE THAN " WS-MAX-DEPTH
                       " LEVELS - DEEPER THAN THE WALK SUPPORTS"
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                PERFORM 2700-ADD-FINDING-PARA
                SET CLIMB-DONE TO TRUE
            WHEN OTHER
                ADD 1 TO WS-CLIMB-DEPTH
                MOVE WS-DT-PARENT-SUB(WS-CLIMB-SUB) TO WS-CLIMB-SUB
        END-EVALUATE.

       2300-CHECK-FANOUT-PARA.

      *    DEPTAUDT'S FAN-OUT RULE: MORE DIRECT CHILDREN THAN THE
      *    WALK'S CHILD BUFFER HOLDS.
        MOVE ZERO TO WS-CHILD-CTR.
        PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-DEPT-COUNT
            IF WS-DT-PARENT-SUB(WS-SCAN-SUB) = WS-DEPT-SUB
                ADD 1 TO WS-CHILD-CTR
            END-IF
        END-PERFORM.
        IF WS-CHILD-CTR > WS-MAX-CHILDREN
            MOVE WS-DT-DEPTNO(WS-DEPT-SUB) TO WS-NEW-DEPTNO
            MOVE 4 TO WS-NEW-RULE
            MOVE SPACES TO WS-NEW-TEXT
            STRING WS-CHILD-CTR " CHILDREN - THE WALK BUFFER HOLDS "
                   WS-MAX-CHILDREN
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
            PERFORM 2700-ADD-FINDING-PARA
        END-IF.

       2400-CHECK-DUP-MGR-PARA.

      *    MGRXREF'S DUPLICATE-MANAGER RULE: ONE MGRNO ON MORE THAN
      *    ONE DEPARTMENT. EVERY SEAT IS LISTED, EACH AGAINST THE
      *    FIRST OTHER DEPARTMENT THAT NAMES THE SAME MANAGER.
        IF WS-DT-MGRNO(WS-DEPT-SUB) NOT = SPACES
            MOVE ZERO TO WS-FIND-HIT-SUB
            PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                    UNTIL WS-SCAN-SUB > WS-DEPT-COUNT
                       OR WS-FIND-HIT-SUB NOT = ZERO
                IF WS-DT-MGRNO(WS-SCAN-SUB) = WS-DT-MGRNO(WS-DEPT-SUB)
                   AND WS-SCAN-SUB NOT = WS-DEPT-SUB
                    MOVE WS-SCAN-SUB TO WS-FIND-HIT-SUB
                END-IF
            END-PERFORM
            IF WS-FIND-HIT-SUB > ZERO
                MOVE WS-DT-DEPTNO(WS-DEPT-SUB) TO WS-NEW-DEPTNO
                MOVE 5 TO WS-NEW-RULE
                MOVE SPACES TO WS-NEW-TEXT
                STRING "MANAGER " WS-DT-MGRNO(WS-DEPT-SUB)
                       " ALSO ON DEPT "
                       WS-DT-DEPTNO(WS-FIND-HIT-SUB)
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                PERFORM 2700-ADD-FINDING-PARA
            END-IF
        END-IF.

       2500-CHECK-RETIRED-PARA.

      *    A RETIRED DEPARTMENT THAT STILL HAS EMPLOYEES WHOSE
      *    WORKDEPT POINTS AT IT DROPS THEM OUT OF EVERY HEADCOUNT -
      *    THEY HAVE TO BE MOVED FIRST.
        PERFORM VARYING WS-BF-SUB FROM 1 BY 1
                UNTIL WS-BF-SUB > WS-BEFORE-COUNT
            MOVE WS-BF-DEPTNO(WS-BF-SUB) TO WS-FIND-TARGET
            PERFORM 2800-FIND-DEPT-PARA
            IF WS-FIND-HIT-SUB = ZERO
                ADD 1 TO WS-RETIRED-DEPTS
                PERFORM 2850-FIND-EMPCNT-PARA
                IF WS-EMP-FOUND > ZERO
                    ADD WS-EMP-FOUND TO WS-RETIRED-EMPS
                    MOVE WS-FIND-TARGET TO WS-NEW-DEPTNO
                    MOVE 6 TO WS-NEW-RULE
                    MOVE WS-EMP-FOUND TO WS-EDIT-COUNT
                    MOVE SPACES TO WS-NEW-TEXT
                    STRING WS-EDIT-COUNT
                           " EMPLOYEES STILL HAVE IT AS WORKDEPT"
                           DELIMITED BY SIZE INTO WS-NEW-TEXT
                    PERFORM 2700-ADD-FINDING-PARA
                END-IF
            END-IF
        END-PERFORM.

       2600-ROLL-UP-PARA.

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

       2700-ADD-FINDING-PARA.

        IF WS-FINDING-COUNT < 2000
            ADD 1 TO WS-FINDING-COUNT
            MOVE WS-STATE-SW   TO WS-FD-STATE(WS-FINDING-COUNT)
            MOVE WS-NEW-DEPTNO TO WS-FD-DEPTNO(WS-FINDING-COUNT)
            MOVE WS-NEW-RULE   TO WS-FD-RULE(WS-FINDING-COUNT)
            MOVE WS-NEW-TEXT   TO WS-FD-TEXT(WS-FINDING-COUNT)
            ADD 1 TO WS-RULE-CNT(WS-STATE-SUB, WS-NEW-RULE)
        ELSE
            DISPLAY "REORGSIM: FINDING TABLE FULL, " WS-NEW-DEPTNO
                    " FINDING DROPPED - SIMULATION INCOMPLETE"
            SET TABLE-FULL TO TRUE
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

       3000-APPLY-PROPOSALS-PARA.

        OPEN I-O DEPTSCR.
        MOVE WS-DEPTSCR-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "DEPTSCR"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        MOVE "PROPOSED CHANGES - IN CARD ORDER, TO THE SCRATCH COPY"
            TO WS-PRT-SECTION-TEXT.
        MOVE WS-PRT-CARD-HEADING TO WS-CUR-HEADING.
        PERFORM 4950-NEW-PAGE-PARA.

        READ PROPIN
            AT END
                SET PROPIN-EOF TO TRUE
        END-READ.

        PERFORM UNTIL PROPIN-EOF
            IF PROPIN-RECORD(1:1) NOT = '*'
                PERFORM 3100-APPLY-CARD-PARA
            END-IF
            READ PROPIN
                AT END
                    SET PROPIN-EOF TO TRUE
            END-READ
        END-PERFORM.

        IF WS-CARDS-READ = ZERO
            MOVE "NO PROPOSAL CARDS - AFTER IS THE MASTER AS IT STANDS"
                TO WS-PRT-MSG-TEXT
            MOVE WS-PRT-MESSAGE TO WS-PRT-OUT
            PERFORM 4900-PRINT-LINE-PARA
        END-IF.

        CLOSE PROPIN
              DEPTSCR.

       3100-APPLY-CARD-PARA.

        ADD 1 TO WS-CARDS-READ.
        MOVE SPACES TO WS-CARD-RESULT.

        IF PROP-DEPTNO = SPACES
            MOVE "REJECTED - NO DEPTNO IN COLUMNS 8-10"
                TO WS-CARD-RESULT
        ELSE
            MOVE PROP-DEPTNO TO DEPTSCR-KEY
            PERFORM 3150-READ-SCRATCH-PARA
            EVALUATE TRUE
                WHEN SCR-ERROR
                    MOVE "REJECTED - SCRATCH COPY COULD NOT BE READ"
                        TO WS-CARD-RESULT
                WHEN PROP-ACTION = "MOVE"
                    PERFORM 3200-PROPOSE-MOVE-PARA
                WHEN PROP-ACTION = "RENAME"
                    PERFORM 3300-PROPOSE-RENAME-PARA
                WHEN PROP-ACTION = "ASSIGN"
                    PERFORM 3400-PROPOSE-ASSIGN-PARA
                WHEN PROP-ACTION = "ADD"
                    PERFORM 3500-PROPOSE-ADD-PARA
                WHEN PROP-ACTION = "RETIRE"
                    PERFORM 3600-PROPOSE-RETIRE-PARA
                WHEN OTHER
                    MOVE "REJECTED - UNKNOWN ACTION IN COLUMNS 1-6"
                        TO WS-CARD-RESULT
            END-EVALUATE
        END-IF.

        IF WS-CARD-RESULT(1:8) = "REJECTED"
            ADD 1 TO WS-CARDS-REJECTED
        ELSE
            ADD 1 TO WS-CARDS-APPLIED
        END-IF.

        MOVE WS-CARDS-READ        TO WS-PRT-CARD-NO.
        MOVE PROPIN-RECORD(1:60)  TO WS-PRT-CARD-IMAGE.
        MOVE WS-CARD-RESULT       TO WS-PRT-CARD-RESULT.
        MOVE WS-PRT-CARD-DETAIL   TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.

       3150-READ-SCRATCH-PARA.

        READ DEPTSCR INTO WS-DEPTM-REC.
        EVALUATE WS-DEPTSCR-STATUS
            WHEN "00"
                SET SCR-FOUND TO TRUE
            WHEN "23"
                SET SCR-NOT-FOUND TO TRUE
            WHEN OTHER
                DISPLAY "REORGSIM: READ FAILED ON DEPTSCR FOR "
                        PROP-DEPTNO " FILE STATUS=" WS-DEPTSCR-STATUS
                ADD 1 TO WS-IO-ERRORS
                SET SCR-ERROR TO TRUE
        END-EVALUATE.

       3200-PROPOSE-MOVE-PARA.

      *    A MOVE UNDER A PARENT THAT DOES NOT EXIST, OR UNDER ITS OWN
      *    DESCENDANT, IS APPLIED AS WRITTEN - THE AFTER CHECKS REPORT
      *    THE ORPHAN OR THE CYCLE IT MAKES.
        EVALUATE TRUE
            WHEN SCR-NOT-FOUND
                MOVE "REJECTED - DEPARTMENT NOT ON THE MASTER"
                    TO WS-CARD-RESULT
            WHEN PROP-ADMRDEPT = SPACES
                MOVE "REJECTED - NO NEW ADMRDEPT IN COLUMNS 12-14"
                    TO WS-CARD-RESULT
            WHEN OTHER
                MOVE PROP-ADMRDEPT TO DEPTM-ADMRDEPT
                PERFORM 3700-REWRITE-SCRATCH-PARA
        END-EVALUATE.

       3300-PROPOSE-RENAME-PARA.

        EVALUATE TRUE
            WHEN SCR-NOT-FOUND
                MOVE "REJECTED - DEPARTMENT NOT ON THE MASTER"
                    TO WS-CARD-RESULT
            WHEN PROP-DEPTNAME = SPACES
                MOVE "REJECTED - NO NEW DEPTNAME IN COLUMNS 23-58"
                    TO WS-CARD-RESULT
            WHEN OTHER
                MOVE PROP-DEPTNAME TO DEPTM-DEPTNAME
                PERFORM 3700-REWRITE-SCRATCH-PARA
        END-EVALUATE.

       3400-PROPOSE-ASSIGN-PARA.

      *    A BLANK MGRNO IS A VALID PROPOSAL - IT VACATES THE SEAT.
        IF SCR-NOT-FOUND
            MOVE "REJECTED - DEPARTMENT NOT ON THE MASTER"
                TO WS-CARD-RESULT
        ELSE
            MOVE PROP-MGRNO TO DEPTM-MGRNO
            PERFORM 3700-REWRITE-SCRATCH-PARA
            IF PROP-MGRNO = SPACES AND WS-CARD-RESULT = "APPLIED"
                MOVE "APPLIED - SEAT LEFT VACANT" TO WS-CARD-RESULT
            END-IF
        END-IF.

       3500-PROPOSE-ADD-PARA.

        EVALUATE TRUE
            WHEN SCR-FOUND
                MOVE "REJECTED - DEPARTMENT ALREADY ON THE MASTER"
                    TO WS-CARD-RESULT
            WHEN PROP-ADMRDEPT = SPACES
                MOVE "REJECTED - NO ADMRDEPT IN COLUMNS 12-14"
                    TO WS-CARD-RESULT
            WHEN PROP-DEPTNAME = SPACES
                MOVE "REJECTED - NO DEPTNAME IN COLUMNS 23-58"
                    TO WS-CARD-RESULT
            WHEN OTHER
      *        THE LEVEL IS LEFT ZERO - THE TREE WALK DERIVES EVERY
      *        DEPARTMENT'S LEVEL FROM ITS PLACE IN THE HIERARCHY.
                MOVE SPACES        TO WS-DEPTM-REC
                MOVE PROP-DEPTNO   TO DEPTM-DEPTNO
                MOVE PROP-DEPTNAME TO DEPTM-DEPTNAME
                MOVE PROP-MGRNO    TO DEPTM-MGRNO
                MOVE ZERO          TO DEPTM-LEVEL
                MOVE PROP-ADMRDEPT TO DEPTM-ADMRDEPT
                MOVE PROP-DEPTNO   TO DEPTSCR-KEY
                WRITE DEPTSCR-RECORD FROM WS-DEPTM-REC
                IF WS-DEPTSCR-STATUS = "00"
                    MOVE "APPLIED" TO WS-CARD-RESULT
                ELSE
                    DISPLAY "REORGSIM: WRITE FAILED ON DEPTSCR FOR "
                            PROP-DEPTNO " FILE STATUS="
                            WS-DEPTSCR-STATUS
                    ADD 1 TO WS-IO-ERRORS
                    MOVE "REJECTED - SCRATCH COPY COULD NOT BE WRITTEN"
                        TO WS-CARD-RESULT
                END-IF
        END-EVALUATE.

       3600-PROPOSE-RETIRE-PARA.

      *    ITS CHILDREN ARE LEFT POINTING AT IT - THE AFTER CHECKS
      *    REPORT THEM AS ORPHANS UNLESS THE DECK MOVES THEM TOO.
        IF SCR-NOT-FOUND
            MOVE "REJECTED - DEPARTMENT NOT ON THE MASTER"
                TO WS-CARD-RESULT
        ELSE
            DELETE DEPTSCR RECORD
            IF WS-DEPTSCR-STATUS = "00"
                MOVE "APPLIED" TO WS-CARD-RESULT
            ELSE
                DISPLAY "REORGSIM: DELETE FAILED ON DEPTSCR FOR "
                        PROP-DEPTNO " FILE STATUS=" WS-DEPTSCR-STATUS
                ADD 1 TO WS-IO-ERRORS
                MOVE "REJECTED - SCRATCH COPY COULD NOT BE UPDATED"
                    TO WS-CARD-RESULT
            END-IF
        END-IF.

       3700-REWRITE-SCRATCH-PARA.

        REWRITE DEPTSCR-RECORD FROM WS-DEPTM-REC.
        IF WS-DEPTSCR-STATUS = "00"
            MOVE "APPLIED" TO WS-CARD-RESULT
        ELSE
            DISPLAY "REORGSIM: REWRITE FAILED ON DEPTSCR FOR "
                    PROP-DEPTNO " FILE STATUS=" WS-DEPTSCR-STATUS
            ADD 1 TO WS-IO-ERRORS
            MOVE "REJECTED - SCRATCH COPY COULD NOT BE UPDATED"
                TO WS-CARD-RESULT
        END-IF.

       3800-LOAD-SCRATCH-PARA.

        OPEN INPUT DEPTSCR.
        MOVE WS-DEPTSCR-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "DEPTSCR"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        MOVE ZERO TO WS-DEPT-COUNT.
        MOVE 'N'  TO WS-MST-EOF-SW.
        READ DEPTSCR NEXT RECORD INTO WS-DEPTM-REC
            AT END
                SET MST-EOF TO TRUE
        END-READ.
        PERFORM 3850-CHECK-SCR-READ-PARA.

        PERFORM UNTIL MST-EOF
            PERFORM 1600-STORE-DEPT-PARA
            READ DEPTSCR NEXT RECORD INTO WS-DEPTM-REC
                AT END
                    SET MST-EOF TO TRUE
            END-READ
            PERFORM 3850-CHECK-SCR-READ-PARA
        END-PERFORM.

        CLOSE DEPTSCR.

       3850-CHECK-SCR-READ-PARA.

        IF NOT MST-EOF AND WS-DEPTSCR-STATUS NOT = "00"
            ADD 1 TO WS-IO-ERRORS
            DISPLAY "REORGSIM: READ FAILED ON DEPTSCR, FILE STATUS="
                    WS-DEPTSCR-STATUS
            SET MST-EOF TO TRUE
        END-IF.

       4000-PRINT-TREE-PARA.

        IF STATE-AFTER
            MOVE "    WAS"  TO WS-PRT-TH-WAS
            MOVE "CHANGE"   TO WS-PRT-TH-CHANGE
        ELSE
            MOVE SPACES     TO WS-PRT-TH-WAS
                               WS-PRT-TH-CHANGE
        END-IF.
        MOVE WS-PRT-TREE-HEADING TO WS-CUR-HEADING.
        PERFORM 4950-NEW-PAGE-PARA.

      *    EVERY HEAD OF THE TREE IN DEPTNO ORDER WITH ITS SUBTREE
      *    UNDER IT, INDENTED THE WAY THE EXTRACT INDENTS IT.
        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            IF WS-DT-PARENT-SUB(WS-DEPT-SUB) = ZERO
                MOVE 1           TO WS-STACK-TOP
                MOVE WS-DEPT-SUB TO WS-SK-DEPT-SUB(1)
                MOVE 1           TO WS-SK-LEVEL(1)
                PERFORM 4100-WALK-SUBTREE-PARA
                    UNTIL WS-STACK-TOP = ZERO
            END-IF
        END-PERFORM.

      *    A DEPARTMENT STILL UNPRINTED SITS ON AN ADMRDEPT CYCLE -
      *    LIST IT FLAT SO IT IS NOT HIDDEN.
        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            IF NOT DT-PRINTED(WS-DEPT-SUB)
                MOVE WS-DEPT-SUB TO WS-WALK-SUB
                MOVE ZERO        TO WS-WALK-LEVEL
                PERFORM 4200-PRINT-DETAIL-PARA
            END-IF
        END-PERFORM.

      *    AFTER THE PROPOSAL, THE DEPARTMENTS IT RETIRES.
        IF STATE-AFTER
            PERFORM VARYING WS-BF-SUB FROM 1 BY 1
                    UNTIL WS-BF-SUB > WS-BEFORE-COUNT
                MOVE WS-BF-DEPTNO(WS-BF-SUB) TO WS-FIND-TARGET
                PERFORM 2800-FIND-DEPT-PARA
                IF WS-FIND-HIT-SUB = ZERO
                    PERFORM 4300-PRINT-RETIRED-PARA
                END-IF
            END-PERFORM
        END-IF.

       4100-WALK-SUBTREE-PARA.

        MOVE WS-SK-DEPT-SUB(WS-STACK-TOP) TO WS-WALK-SUB.
        MOVE WS-SK-LEVEL(WS-STACK-TOP)    TO WS-WALK-LEVEL.
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
                    COMPUTE WS-SK-LEVEL(WS-STACK-TOP)
                        = WS-WALK-LEVEL + 1
                END-IF
            END-PERFORM
        END-IF.

       4200-PRINT-DETAIL-PARA.

      *    A ZERO WALK LEVEL IS A DEPARTMENT THE WALK NEVER REACHED.
        MOVE WS-WALK-LEVEL TO WS-DISP-LEVEL.
        IF WS-WALK-LEVEL > 5
            MOVE 5 TO WS-DISP-LEVEL
        END-IF.
        COMPUTE WS-INDENT-OFFSET = (WS-DISP-LEVEL * 2) + 1.

        MOVE SPACES TO WS-PRT-TREE-DETAIL.
        MOVE WS-DT-DEPTNO(WS-WALK-SUB)
            TO WS-PRT-DEPTNO-DISP(WS-INDENT-OFFSET:3).
        MOVE WS-WALK-LEVEL               TO WS-PRT-LEVEL.
        MOVE WS-DT-DEPTNAME(WS-WALK-SUB) TO WS-PRT-DEPTNAME.
        MOVE WS-DT-MGRNO(WS-WALK-SUB)    TO WS-PRT-MGRNO.
        MOVE WS-DT-DIRECT(WS-WALK-SUB)   TO WS-PRT-DIRECT.
        MOVE WS-DT-SUBTREE(WS-WALK-SUB)  TO WS-PRT-SUBTREE.
        IF WS-WALK-LEVEL = ZERO
            MOVE "NOT REACHED - ON AN ADMRDEPT CYCLE" TO WS-PRT-CHANGE
        END-IF.
        IF STATE-AFTER
            PERFORM 4250-COMPARE-BEFORE-PARA
        END-IF.
        MOVE WS-PRT-TREE-DETAIL TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        MOVE 'Y' TO WS-DT-PRINTED-SW(WS-WALK-SUB).

       4250-COMPARE-BEFORE-PARA.

      *    WHAT THE PROPOSAL DID TO THIS DEPARTMENT, AND ITS SUBTREE
      *    HEADCOUNT BEFORE.
        MOVE ZERO TO WS-BF-HIT-SUB.
        PERFORM VARYING WS-BF-SUB FROM 1 BY 1
                UNTIL WS-BF-SUB > WS-BEFORE-COUNT
                   OR WS-BF-HIT-SUB NOT = ZERO
            IF WS-BF-DEPTNO(WS-BF-SUB) = WS-DT-DEPTNO(WS-WALK-SUB)
                MOVE WS-BF-SUB TO WS-BF-HIT-SUB
            END-IF
        END-PERFORM.

        IF WS-BF-HIT-SUB = ZERO
            MOVE "    NEW" TO WS-PRT-WAS
            MOVE "ADDED"   TO WS-PRT-CHANGE
        ELSE
            MOVE WS-BF-SUBTREE(WS-BF-HIT-SUB) TO WS-PRT-WAS-EDIT
            MOVE WS-PRT-WAS-EDIT TO WS-PRT-WAS
            MOVE SPACES TO WS-PRT-CHANGE
            MOVE 1 TO WS-CHG-PTR
            IF WS-BF-ADMRDEPT(WS-BF-HIT-SUB)
                   NOT = WS-DT-ADMRDEPT(WS-WALK-SUB)
                STRING "MOVED FROM " WS-BF-ADMRDEPT(WS-BF-HIT-SUB) " "
                       DELIMITED BY SIZE
                       INTO WS-PRT-CHANGE WITH POINTER WS-CHG-PTR
            END-IF
            IF WS-BF-DEPTNAME(WS-BF-HIT-SUB)
                   NOT = WS-DT-DEPTNAME(WS-WALK-SUB)
                STRING "RENAMED "
                       DELIMITED BY SIZE
                       INTO WS-PRT-CHANGE WITH POINTER WS-CHG-PTR
            END-IF
            IF WS-BF-MGRNO(WS-BF-HIT-SUB)
                   NOT = WS-DT-MGRNO(WS-WALK-SUB)
                STRING "NEW MANAGER "
                       DELIMITED BY SIZE
                       INTO WS-PRT-CHANGE WITH POINTER WS-CHG-PTR
            END-IF
            IF WS-WALK-LEVEL = ZERO
                STRING "- ON A CYCLE"
                       DELIMITED BY SIZE
                       INTO WS-PRT-CHANGE WITH POINTER WS-CHG-PTR
            END-IF
        END-IF.

       4300-PRINT-RETIRED-PARA.

        MOVE SPACES TO WS-PRT-TREE-DETAIL.
        MOVE WS-BF-DEPTNO(WS-BF-SUB)   TO WS-PRT-DEPTNO-DISP(3:3).
        MOVE WS-BF-DEPTNAME(WS-BF-SUB) TO WS-PRT-DEPTNAME.
        MOVE WS-BF-MGRNO(WS-BF-SUB)    TO WS-PRT-MGRNO.
        MOVE WS-BF-SUBTREE(WS-BF-SUB)  TO WS-PRT-WAS-EDIT.
        MOVE WS-PRT-WAS-EDIT           TO WS-PRT-WAS.
        MOVE "RETIRED"                 TO WS-PRT-CHANGE.
        MOVE WS-PRT-TREE-DETAIL TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.

       4500-PRINT-BRANCHES-PARA.

        MOVE "HEADCOUNT BY LEVEL-1 BRANCH - BEFORE AND AFTER"
            TO WS-PRT-SECTION-TEXT.
        MOVE WS-PRT-BRANCH-HEADING TO WS-CUR-HEADING.
        PERFORM 4950-NEW-PAGE-PARA.

      *    EVERY BRANCH HEAD BEFORE THE PROPOSAL, WITH WHAT BECOMES
      *    OF IT ...
        PERFORM VARYING WS-BF-SUB FROM 1 BY 1
                UNTIL WS-BF-SUB > WS-BEFORE-COUNT
            IF WS-BF-PARENT-SUB(WS-BF-SUB) = ZERO
                MOVE SPACES TO WS-PRT-BRANCH-DETAIL
                MOVE WS-BF-DEPTNO(WS-BF-SUB)   TO WS-PRT-BR-DEPTNO
                MOVE WS-BF-DEPTNAME(WS-BF-SUB) TO WS-PRT-BR-DEPTNAME
                MOVE WS-BF-SUBTREE(WS-BF-SUB)  TO WS-HEAD-BEFORE
                MOVE ZERO                      TO WS-HEAD-AFTER
                ADD WS-HEAD-BEFORE             TO WS-BEFORE-HEADS
                MOVE WS-BF-DEPTNO(WS-BF-SUB)   TO WS-FIND-TARGET
                PERFORM 2800-FIND-DEPT-PARA
                EVALUATE TRUE
                    WHEN WS-FIND-HIT-SUB = ZERO
                        MOVE "RETIRED" TO WS-PRT-BR-NOTE
                    WHEN WS-DT-PARENT-SUB(WS-FIND-HIT-SUB) NOT = ZERO
                        MOVE "NO LONGER A LEVEL-1 BRANCH"
                            TO WS-PRT-BR-NOTE
                    WHEN OTHER
                        MOVE WS-DT-SUBTREE(WS-FIND-HIT-SUB)
                            TO WS-HEAD-AFTER
                        ADD WS-HEAD-AFTER TO WS-AFTER-HEADS
                END-EVALUATE
                PERFORM 4550-PRINT-BRANCH-LINE-PARA
            END-IF
        END-PERFORM.

      *    ... THEN EVERY BRANCH HEAD THE PROPOSAL CREATES.
        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            IF WS-DT-PARENT-SUB(WS-DEPT-SUB) = ZERO
                MOVE ZERO TO WS-BF-HIT-SUB
                PERFORM VARYING WS-BF-SUB FROM 1 BY 1
                        UNTIL WS-BF-SUB > WS-BEFORE-COUNT
                           OR WS-BF-HIT-SUB NOT = ZERO
                    IF WS-BF-DEPTNO(WS-BF-SUB)
                           = WS-DT-DEPTNO(WS-DEPT-SUB)
                        MOVE WS-BF-SUB TO WS-BF-HIT-SUB
                    END-IF
                END-PERFORM
                IF WS-BF-HIT-SUB = ZERO
                   OR WS-BF-PARENT-SUB(WS-BF-HIT-SUB) NOT = ZERO
                    MOVE SPACES TO WS-PRT-BRANCH-DETAIL
                    MOVE WS-DT-DEPTNO(WS-DEPT-SUB)  TO WS-PRT-BR-DEPTNO
                    MOVE WS-DT-DEPTNAME(WS-DEPT-SUB)
                        TO WS-PRT-BR-DEPTNAME
                    MOVE ZERO TO WS-HEAD-BEFORE
                    MOVE WS-DT-SUBTREE(WS-DEPT-SUB) TO WS-HEAD-AFTER
                    ADD WS-HEAD-AFTER TO WS-AFTER-HEADS
                    MOVE "NEW LEVEL-1 BRANCH" TO WS-PRT-BR-NOTE
                    PERFORM 4550-PRINT-BRANCH-LINE-PARA
                END-IF
            END-IF
        END-PERFORM.

        MOVE WS-PRT-BLANK TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        MOVE SPACES TO WS-PRT-BRANCH-DETAIL.
        MOVE "TOTAL" TO WS-PRT-BR-DEPTNO.
        MOVE "ALL BRANCHES" TO WS-PRT-BR-DEPTNAME.
        MOVE WS-BEFORE-HEADS TO WS-HEAD-BEFORE.
        MOVE WS-AFTER-HEADS  TO WS-HEAD-AFTER.
        PERFORM 4550-PRINT-BRANCH-LINE-PARA.
        IF WS-RETIRED-EMPS > ZERO
            MOVE SPACES TO WS-PRT-BRANCH-DETAIL
            MOVE "IN RETIRED DEPARTMENTS - NO LONGER COUNTED"
                TO WS-PRT-BR-DEPTNAME
            MOVE ZERO            TO WS-HEAD-BEFORE
            MOVE WS-RETIRED-EMPS TO WS-HEAD-AFTER
            PERFORM 4550-PRINT-BRANCH-LINE-PARA
        END-IF.

       4550-PRINT-BRANCH-LINE-PARA.

        MOVE WS-HEAD-BEFORE TO WS-PRT-BR-BEFORE.
        MOVE WS-HEAD-AFTER  TO WS-PRT-BR-AFTER.
        COMPUTE WS-PRT-BR-CHANGE = WS-HEAD-AFTER - WS-HEAD-BEFORE.
        MOVE WS-PRT-BRANCH-DETAIL TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.

       4700-PRINT-FINDINGS-PARA.

        MOVE "HIERARCHY RULES - DEPTAUDT AND MGRXREF CHECKS"
            TO WS-PRT-SECTION-TEXT.
        MOVE WS-PRT-RULE-HEADING TO WS-CUR-HEADING.
        PERFORM 4950-NEW-PAGE-PARA.

        PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                UNTIL WS-RULE-SUB > 6
            PERFORM 4750-RULE-NAME-PARA
            MOVE SPACES TO WS-PRT-RULE-DETAIL
            MOVE WS-RULE-NAME TO WS-PRT-RU-NAME
            MOVE WS-RULE-CNT(1, WS-RULE-SUB) TO WS-PRT-RU-BEFORE
            MOVE WS-RULE-CNT(2, WS-RULE-SUB) TO WS-PRT-RU-AFTER
            EVALUATE TRUE
                WHEN WS-RULE-CNT(2, WS-RULE-SUB)
                         > WS-RULE-CNT(1, WS-RULE-SUB)
                    MOVE "*** WORSE" TO WS-PRT-RU-NOTE
                WHEN WS-RULE-CNT(2, WS-RULE-SUB)
                         < WS-RULE-CNT(1, WS-RULE-SUB)
                    MOVE "BETTER" TO WS-PRT-RU-NOTE
            END-EVALUATE
            MOVE WS-PRT-RULE-DETAIL TO WS-PRT-OUT
            PERFORM 4900-PRINT-LINE-PARA
        END-PERFORM.

        MOVE WS-PRT-BLANK TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        MOVE WS-PRT-FINDING-HEADING TO WS-CUR-HEADING.
        MOVE WS-CUR-HEADING TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        MOVE WS-PRT-BLANK TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.

      *    EVERY RULE BROKEN AFTER THE PROPOSAL - NEW IF IT HELD
      *    BEFORE - THEN EVERY ONE THE PROPOSAL CLEARS.
        PERFORM VARYING WS-FD-SUB FROM 1 BY 1
                UNTIL WS-FD-SUB > WS-FINDING-COUNT
            IF WS-FD-STATE(WS-FD-SUB) = 'A'
                MOVE 'B' TO WS-STATE-SW
                PERFORM 4800-MATCH-FINDING-PARA
                IF FD-MATCHED
                    MOVE "EXISTING" TO WS-PRT-FD-STATUS
                ELSE
                    MOVE "*** NEW"  TO WS-PRT-FD-STATUS
                    ADD 1 TO WS-NEW-FINDINGS
                END-IF
                PERFORM 4850-PRINT-FINDING-PARA
            END-IF
        END-PERFORM.

        PERFORM VARYING WS-FD-SUB FROM 1 BY 1
                UNTIL WS-FD-SUB > WS-FINDING-COUNT
            IF WS-FD-STATE(WS-FD-SUB) = 'B'
                MOVE 'A' TO WS-STATE-SW
                PERFORM 4800-MATCH-FINDING-PARA
                IF NOT FD-MATCHED
                    MOVE "RESOLVED" TO WS-PRT-FD-STATUS
                    ADD 1 TO WS-CLEARED-FINDINGS
                    PERFORM 4850-PRINT-FINDING-PARA
                END-IF
            END-IF
        END-PERFORM.

        MOVE WS-PRT-BLANK TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        IF WS-NEW-FINDINGS = ZERO
            MOVE "THE PROPOSAL BREAKS NO RULE THAT HOLDS TODAY"
                TO WS-PRT-MSG-TEXT
        ELSE
            MOVE WS-NEW-FINDINGS TO WS-EDIT-COUNT
            MOVE SPACES TO WS-PRT-MSG-TEXT
            STRING "*** THE PROPOSAL BREAKS " WS-EDIT-COUNT
                   " HIERARCHY RULE(S) THAT HOLD TODAY ***"
                   DELIMITED BY SIZE INTO WS-PRT-MSG-TEXT
        END-IF.
        MOVE WS-PRT-MESSAGE TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        MOVE 'A' TO WS-STATE-SW.

       4750-RULE-NAME-PARA.

        EVALUATE WS-RULE-SUB
            WHEN 1
                MOVE "ORPHAN DEPARTMENT"          TO WS-RULE-NAME
            WHEN 2
                MOVE "ADMRDEPT CYCLE"             TO WS-RULE-NAME
            WHEN 3
                MOVE "BRANCH TOO DEEP FOR WALK"   TO WS-RULE-NAME
            WHEN 4
                MOVE "FAN-OUT OVER WALK BUFFER"   TO WS-RULE-NAME
            WHEN 5
                MOVE "MANAGER ON TWO DEPARTMENTS" TO WS-RULE-NAME
            WHEN OTHER
                MOVE "RETIRED WITH EMPLOYEES"     TO WS-RULE-NAME
        END-EVALUATE.

       4800-MATCH-FINDING-PARA.

      *    IS THERE A FINDING IN STATE WS-STATE-SW FOR THE SAME
      *    DEPARTMENT AND RULE AS FINDING WS-FD-SUB?
        MOVE 'N' TO WS-FD-MATCH-SW.
        PERFORM VARYING WS-FD-SCAN FROM 1 BY 1
                UNTIL WS-FD-SCAN > WS-FINDING-COUNT
                   OR FD-MATCHED
            IF WS-FD-STATE(WS-FD-SCAN)  = WS-STATE-SW
               AND WS-FD-DEPTNO(WS-FD-SCAN) = WS-FD-DEPTNO(WS-FD-SUB)
               AND WS-FD-RULE(WS-FD-SCAN)   = WS-FD-RULE(WS-FD-SUB)
                SET FD-MATCHED TO TRUE
            END-IF
        END-PERFORM.

       4850-PRINT-FINDING-PARA.

        MOVE WS-FD-RULE(WS-FD-SUB)   TO WS-RULE-SUB.
        PERFORM 4750-RULE-NAME-PARA.
        MOVE WS-FD-DEPTNO(WS-FD-SUB) TO WS-PRT-FD-DEPTNO.
        MOVE WS-RULE-NAME            TO WS-PRT-FD-RULE.
        MOVE WS-FD-TEXT(WS-FD-SUB)   TO WS-PRT-FD-TEXT.
        MOVE WS-PRT-FINDING-DETAIL   TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.

       4900-PRINT-LINE-PARA.

        IF WS-LINE-CNT >= WS-LINES-PER-PAGE
            PERFORM 4950-NEW-PAGE-PARA
        END-IF.
        WRITE SIMRPT-RECORD FROM WS-PRT-OUT.
        ADD 1 TO WS-LINE-CNT.
        ADD 1 TO WS-LINES-PRINTED.

       4950-NEW-PAGE-PARA.

      *    EVERY SECTION STARTS A PAGE; A FULL PAGE REPEATS THE
      *    SECTION TITLE AND COLUMN HEADING.
        ADD 1 TO WS-PAGE-CNT.
        MOVE WS-PAGE-CNT TO WS-PRT-PAGE.
        WRITE SIMRPT-RECORD FROM WS-PRT-TITLE.
        WRITE SIMRPT-RECORD FROM WS-PRT-BLANK.
        WRITE SIMRPT-RECORD FROM WS-PRT-SECTION.
        WRITE SIMRPT-RECORD FROM WS-PRT-BLANK.
        WRITE SIMRPT-RECORD FROM WS-CUR-HEADING.
        WRITE SIMRPT-RECORD FROM WS-PRT-BLANK.
        ADD 6 TO WS-LINES-PRINTED.
        MOVE 6 TO WS-LINE-CNT.

       6000-FINAL-COUNT.
        CLOSE SIMRPT.
        DISPLAY "-----------------------------------------------------".
        DISPLAY "REORGSIM CONTROL TOTALS".
        DISPLAY "  ROOT ADMRDEPT  . . . . . : " WS-ROOT-ADMRDEPT.
        DISPLAY "  DEPARTMENTS ON DEPTMST . : " WS-BEFORE-COUNT.
        DISPLAY "  COPIED TO SCRATCH  . . . : " WS-DEPTS-COPIED.
        DISPLAY "  WORKDEPT GROUPS LOADED . : " WS-WORKDEPT-GROUPS.
        DISPLAY "  PROPOSAL CARDS READ  . . : " WS-CARDS-READ.
        DISPLAY "  CARDS APPLIED  . . . . . : " WS-CARDS-APPLIED.
        DISPLAY "  CARDS REJECTED . . . . . : " WS-CARDS-REJECTED.
        DISPLAY "  DEPARTMENTS AFTER  . . . : " WS-DEPT-COUNT.
        DISPLAY "  DEPARTMENTS RETIRED  . . : " WS-RETIRED-DEPTS.
        DISPLAY "  RULES BROKEN - NEW . . . : " WS-NEW-FINDINGS.
        DISPLAY "  RULES CLEARED  . . . . . : " WS-CLEARED-FINDINGS.
        DISPLAY "  PAGES PRINTED  . . . . . : " WS-PAGE-CNT.
        DISPLAY "  PRINT LINES WRITTEN  . . : " WS-LINES-PRINTED.
        DISPLAY "  SCRATCH/MASTER I-O ERRORS: " WS-IO-ERRORS.
        DISPLAY "  SQL ERRORS . . . . . . . : " WS-SQL-ERRORS.
        DISPLAY "-----------------------------------------------------".
        IF WS-NEW-FINDINGS > 0
            DISPLAY "REORGSIM: THE PROPOSAL BREAKS HIERARCHY RULES - "
                    "SEE SIMRPT BEFORE APPROVING IT"
        END-IF.

       8000-WAIT-RETRY-PARA.

      *    LOG EVERY RETRY SO THE CONTENTION PATTERN WITH THE ONLINE
      *    REGION STAYS VISIBLE IN THE JOB OUTPUT, THEN SLEEP BEFORE
      *    RE-DRIVING THE PASS.
        ADD 1 TO WS-RETRY-COUNT.
        DISPLAY "REORGSIM: SQLCODE=" WS-RETRY-SQLCODE
                " (DEADLOCK/TIMEOUT) ON EMPLOYEE COUNT LOAD - RETRY "
                WS-RETRY-COUNT " OF " WS-RETRY-LIMIT
                " AFTER " WS-RETRY-SECS " SECONDS".
        CALL "CEE3DLY" USING WS-RETRY-SECS WS-CEE-FEEDBACK.
