       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TENRPT.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      *REMARKS.       MONTHLY SERVICE-ANNIVERSARY AND TENURE REPORT.
      *            READS THE TESTDB2 DEPARTMENT EXTRACT (DEPTIN, SAME
      *            LAYOUT AS TESTDB2'S OUT FILE) FOR THE HIERARCHY AND
      *            THE ROSTER EXTRACT (ROSTRREC LAYOUT) FOR EVERY
      *            EMPLOYEE'S HIRE DATE, AND MEASURES SERVICE AS OF
      *            THE BUSINESS DATE (BUSDATE CARD, DEFAULT RUN DATE).
      *            TENPRT SHOWS, FOR EVERY DEPARTMENT, YEARS OF SERVICE
      *            IN BANDS (UNDER 1, 1-4, 5-9, 10-19, 20 AND OVER)
      *            AND AVERAGE TENURE, ROLLED UP THE HIERARCHY THE WAY
      *            HEADCNT ROLLS UP HEADCOUNT, WITH LEVEL-1 BRANCH AND
      *            COMPANY TOTALS; EVERY EMPLOYEE REACHING A 5, 10, 15,
      *            20 OR 25-YEAR MILESTONE IN THE COMING MONTH, WITH
      *            THE MANAGER TO PRESENT THE AWARD; AND EVERY EMPLOYEE
      *            WHOSE HIRE DATE IS MISSING OR IMPLAUSIBLE, WHO IS
      *            LEFT OUT OF THE BANDS BUT NEVER DROPPED SILENTLY.
      **************************CC109**********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPTIN ASSIGN TO DEPTIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEPTIN-STATUS.

           SELECT ROSTER ASSIGN TO ROSTER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT TENPRT ASSIGN TO TENPRT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TENPRT-STATUS.

      *    OPTIONAL: THE BUSINESS DATE SERVICE IS MEASURED TO - SEE
      *    0010-READ-BUS-DATE-PARA.
           SELECT OPTIONAL BUSDATE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPTIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
      *    'H' HEADER / 'T' TRAILER IN COLUMN 1, SPACE ON A DETAIL.
       01  DEPTIN-RECORD.
           05  DEPTIN-REC-TYPE             PIC X(1).
               88  DEPTIN-HEADER                VALUE 'H'.
               88  DEPTIN-TRAILER               VALUE 'T'.
           05  FILLER                      PIC X(79).

       FD  ROSTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  ROSTER-RECORD                   PIC X(80).

       FD  TENPRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS.
       01  TENPRT-RECORD                   PIC X(133).

       FD  BUSDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  BUSDATE-RECORD.
           05  BUSDATE-DATE                PIC X(8).
           05  FILLER                      PIC X(72).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-DEPTIN-STATUS            PIC XX VALUE SPACES.
           05  WS-ROSTER-STATUS            PIC XX VALUE SPACES.
           05  WS-TENPRT-STATUS            PIC XX VALUE SPACES.
           05  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.

       01  WS-FILE-CHECK.
           05  WS-LAST-FILE-STATUS         PIC XX    VALUE SPACES.
           05  WS-LAST-FILE-NAME           PIC X(8)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DEPTIN-EOF-SW            PIC X VALUE 'N'.
               88  DEPTIN-EOF                    VALUE 'Y'.
           05  WS-ROSTER-EOF-SW            PIC X VALUE 'N'.
               88  ROSTER-EOF                    VALUE 'Y'.
           05  WS-TABLE-FULL-SW            PIC X VALUE 'N'.
               88  TABLE-FULL                    VALUE 'Y'.
           05  WS-LEAP-SW                  PIC X VALUE 'N'.
               88  LEAP-YEAR                     VALUE 'Y'.

       COPY OUTREC
           REPLACING ==OUT-DETAIL-RECORD== BY ==WS-DEPT-ROW==
                     ==OUT-DEPTNO-DISP==   BY ==WS-IN-DEPTNO-DISP==
                     ==OUT-DEPTNAME==      BY ==WS-IN-DEPTNAME==
                     ==OUT-MGRNO==         BY ==WS-IN-MGRNO==.

       COPY ROSTRREC
           REPLACING ==ROST-HEADER-RECORD==  BY ==WS-ROST-HEADER==
                     ==ROST-DETAIL-RECORD==  BY ==WS-ROST-DETAIL==
                     ==ROST-TRAILER-RECORD== BY ==WS-ROST-TRAILER==.

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

      *    THE BUSINESS DATE SERVICE IS MEASURED TO, AND THE MONTH
      *    AFTER IT - THE MONTH WHOSE MILESTONES ARE LISTED.
       01  WS-BUS-DATE                     PIC 9(8)  VALUE ZERO.
       01  WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
           05  WS-BUS-YYYY                 PIC 9(4).
           05  WS-BUS-MMDD.
               10  WS-BUS-MM               PIC 9(2).
               10  WS-BUS-DD               PIC 9(2).
       01  WS-NEXT-MONTH.
           05  WS-NEXT-YYYY                PIC 9(4)  VALUE ZERO.
           05  WS-NEXT-MM                  PIC 9(2)  VALUE ZERO.

      *    THE HIRE DATE AS THE ROSTER CARRIES IT (DB2 ISO FORMAT,
      *    SPACES WHEN NULL ON THE EMPLOYEE MASTER) AND AS NUMBERS.
       01  WS-HIRE-DATE-X                  PIC X(10) VALUE SPACES.
       01  WS-HIRE-DATE-PARTS REDEFINES WS-HIRE-DATE-X.
           05  WS-HD-YYYY                  PIC X(4).
           05  WS-HD-DASH-1                PIC X(1).
           05  WS-HD-MM                    PIC X(2).
           05  WS-HD-DASH-2                PIC X(1).
           05  WS-HD-DD                    PIC X(2).
       01  WS-HIRE-DATE                    PIC 9(8)  VALUE ZERO.
       01  WS-HIRE-DATE-R REDEFINES WS-HIRE-DATE.
           05  WS-HIRE-YYYY                PIC 9(4).
           05  WS-HIRE-MMDD.
               10  WS-HIRE-MM              PIC 9(2).
               10  WS-HIRE-DD              PIC 9(2).

       01  WS-MONTH-DAYS-VALUES            PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS               PIC 9(2) OCCURS 12 TIMES.

      *    NOBODY HAS SERVED LONGER THAN THIS - A HIRE DATE THAT SAYS
      *    OTHERWISE IS A KEYING ERROR.
       01  WS-LIMITS.
           05  WS-MAX-SERVICE              PIC 9(3) VALUE 060.

       01  WS-DATE-WORK.
           05  WS-LEAP-YYYY                PIC 9(4)  VALUE ZERO.
           05  WS-LEAP-QUOT                PIC 9(4)  VALUE ZERO.
           05  WS-LEAP-REM-4               PIC 9(4)  VALUE ZERO.
           05  WS-LEAP-REM-100             PIC 9(4)  VALUE ZERO.
           05  WS-LEAP-REM-400             PIC 9(4)  VALUE ZERO.
           05  WS-DAYS-IN-MONTH            PIC 9(2)  VALUE ZERO.
           05  WS-SVC-YEARS                PIC S9(5) VALUE ZERO.
           05  WS-SVC-MONTHS               PIC S9(7) VALUE ZERO.
           05  WS-BAND-SUB                 PIC 9(1)  VALUE ZERO.
           05  WS-MS-YEARS                 PIC 9(4)  VALUE ZERO.
           05  WS-ANNIV-DD                 PIC 9(2)  VALUE ZERO.
           05  WS-ANNIV-DATE               PIC X(10) VALUE SPACES.
           05  WS-EXCEPT-REASON            PIC X(40) VALUE SPACES.

      *--------------------------------------------------------------*
      * WS-DEPT-TABLE holds every department read off DEPTIN in the   *
      * preorder the extract wrote them, with the hierarchy level     *
      * decoded from the OUT-DEPTNO-DISP indentation - the same table *
      * HEADCNT builds. Each entry then collects the service bands    *
      * and service months of its own employees (-DIR) and, after    *
      * 3000-ROLLUP-PARA, of its whole subtree (-SUB). Band 1 is      *
      * under 1 year, 2 is 1-4, 3 is 5-9, 4 is 10-19, 5 is 20 and    *
      * over.                                                         *
      *--------------------------------------------------------------*
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT               PIC 9(3) VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 500 TIMES.
               10  WS-DT-DEPTNO            PIC X(3).
               10  WS-DT-DEPTNAME          PIC X(36).
               10  WS-DT-MGRNO             PIC X(6).
               10  WS-DT-LEVEL             PIC 9(2).
               10  WS-DT-DIR-COUNT         PIC 9(5).
               10  WS-DT-DIR-MONTHS        PIC 9(9).
               10  WS-DT-DIR-BAND          PIC 9(5) OCCURS 5 TIMES.
               10  WS-DT-SUB-COUNT         PIC 9(7).
               10  WS-DT-SUB-MONTHS        PIC 9(11).
               10  WS-DT-SUB-BAND          PIC 9(7) OCCURS 5 TIMES.

      *--------------------------------------------------------------*
      * WS-NAME-TABLE holds every employee on the roster, so the      *
      * manager named against a milestone can be printed by name      *
      * wherever on the roster that manager works.                    *
      *--------------------------------------------------------------*
       01  WS-NAME-TABLE.
           05  WS-NAME-COUNT               PIC 9(4) VALUE ZERO.
           05  WS-NAME-ENTRY OCCURS 5000 TIMES.
               10  WS-NT-EMPNO             PIC X(6).
               10  WS-NT-FIRSTNME          PIC X(12).
               10  WS-NT-LASTNAME          PIC X(15).

      *--------------------------------------------------------------*
      * WS-MILESTONE-TABLE holds every employee whose 5, 10, 15, 20   *
      * or 25-year anniversary falls in the coming month, in roster   *
      * order, with the manager who presents the award. WS-MS-NOTE    *
      * says why that manager: 'P' the employee manages their own     *
      * department, so it goes to the parent's manager; 'V' the seat  *
      * is vacant; 'T' the employee heads a top department.           *
      *--------------------------------------------------------------*
       01  WS-MILESTONE-TABLE.
           05  WS-MS-COUNT                 PIC 9(4) VALUE ZERO.
           05  WS-MS-ENTRY OCCURS 1000 TIMES.
               10  WS-MS-SVC-YEARS         PIC 9(2).
               10  WS-MS-ANNIV-DATE        PIC X(10).
               10  WS-MS-EMPNO             PIC X(6).
               10  WS-MS-FIRSTNME          PIC X(12).
               10  WS-MS-LASTNAME          PIC X(15).
               10  WS-MS-DEPTNO            PIC X(3).
               10  WS-MS-MGRNO             PIC X(6).
               10  WS-MS-NOTE              PIC X(1).
                   88  MS-PARENT-MGR            VALUE 'P'.
                   88  MS-SEAT-VACANT           VALUE 'V'.
                   88  MS-TOP-DEPT              VALUE 'T'.

       01  WS-EXCEPTION-TABLE.
           05  WS-EX-COUNT                 PIC 9(4) VALUE ZERO.
           05  WS-EX-ENTRY OCCURS 1000 TIMES.
               10  WS-EX-EMPNO             PIC X(6).
               10  WS-EX-FIRSTNME          PIC X(12).
               10  WS-EX-LASTNAME          PIC X(15).
               10  WS-EX-DEPTNO            PIC X(3).
               10  WS-EX-HIREDATE          PIC X(10).
               10  WS-EX-REASON            PIC X(40).

       01  WS-PARSE-FIELDS.
           05  WS-SCAN-SUB                 PIC 9(2) VALUE ZERO.
           05  WS-PARSED-DEPTNO            PIC X(3) VALUE SPACES.
           05  WS-PARSED-LEVEL             PIC 9(2) VALUE ZERO.

       01  WS-SUBSCRIPTS.
           05  WS-DEPT-SUB                 PIC 9(3) VALUE ZERO.
           05  WS-SCAN-DEPT-SUB            PIC 9(3) VALUE ZERO.
           05  WS-CUR-DEPT-SUB             PIC 9(3) VALUE ZERO.
           05  WS-NAME-SUB                 PIC 9(4) VALUE ZERO.
           05  WS-MS-SUB                   PIC 9(4) VALUE ZERO.
           05  WS-EX-SUB                   PIC 9(4) VALUE ZERO.

      *    THE ROSTER DEPARTMENT NOW BEING READ.
       01  WS-CUR-ROSTER.
           05  WS-CUR-DEPTNO               PIC X(3) VALUE SPACES.
           05  WS-CUR-MGRNO                PIC X(6) VALUE SPACES.

      *    ONE LINE OF BANDS AND AVERAGES, FOR A DEPARTMENT OR A TOTAL.
       01  WS-TOTAL-FIELDS.
           05  WS-TOT-DIR-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-TOT-DIR-MONTHS           PIC 9(11) VALUE ZERO.
           05  WS-TOT-COUNT                PIC 9(7)  VALUE ZERO.
           05  WS-TOT-MONTHS               PIC 9(11) VALUE ZERO.
           05  WS-TOT-BAND                 PIC 9(7) OCCURS 5 TIMES.
           05  WS-CO-COUNT                 PIC 9(7)  VALUE ZERO.
           05  WS-CO-MONTHS                PIC 9(11) VALUE ZERO.
           05  WS-CO-BAND                  PIC 9(7) OCCURS 5 TIMES.
           05  WS-AVG-YEARS                PIC 9(3)V9 VALUE ZERO.

       01  WS-NAME-WORK.
           05  WS-FIND-EMPNO               PIC X(6)  VALUE SPACES.
           05  WS-FOUND-NAME               PIC X(28) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-DEPTS-READ               PIC 9(5) VALUE ZERO.
           05  WS-ROSTER-READ              PIC 9(7) VALUE ZERO.
           05  WS-EMPS-READ                PIC 9(7) VALUE ZERO.
           05  WS-EMPS-BANDED              PIC 9(7) VALUE ZERO.
           05  WS-EMPS-UNPLACED            PIC 9(7) VALUE ZERO.
           05  WS-EMPS-EXCEPTED            PIC 9(7) VALUE ZERO.
           05  WS-MILESTONES-DUE           PIC 9(5) VALUE ZERO.
           05  WS-MS-DROPPED               PIC 9(5) VALUE ZERO.
           05  WS-EX-DROPPED               PIC 9(5) VALUE ZERO.

       01  WS-PAGE-CONTROLS.
           05  WS-PAGE-CNT                 PIC 9(4) VALUE ZERO.
           05  WS-LINE-CNT                 PIC 9(3) VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC 9(3) VALUE 055.
           05  WS-LINES-PRINTED            PIC 9(7) VALUE ZERO.

       01  WS-PRT-TITLE.
           05  FILLER                      PIC X(1)  VALUE '1'.
           05  FILLER                      PIC X(40) VALUE
               "SERVICE ANNIVERSARY AND TENURE REPORT".
           05  FILLER                      PIC X(14) VALUE
               "SERVICE AS OF ".
           05  WS-PRT-BUS-DATE             PIC 9(8).
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(5)  VALUE "PAGE ".
           05  WS-PRT-PAGE                 PIC ZZZ9.
           05  FILLER                      PIC X(51) VALUE SPACES.

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

       01  WS-PRT-TENURE-HEADING.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  FILLER                      PIC X(13) VALUE "DEPARTMENT".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(3)  VALUE "LVL".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(30) VALUE
               "DEPARTMENT NAME".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE "DIRECT".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(7)  VALUE "SUBTREE".
           05  FILLER                      PIC X(8)  VALUE "  UNDR 1".
           05  FILLER                      PIC X(8)  VALUE "     1-4".
           05  FILLER                      PIC X(8)  VALUE "     5-9".
           05  FILLER                      PIC X(8)  VALUE "   10-19".
           05  FILLER                      PIC X(8)  VALUE "     20+".
           05  FILLER                      PIC X(9)  VALUE "  AVG DIR".
           05  FILLER                      PIC X(9)  VALUE "  AVG SUB".
           05  FILLER                      PIC X(7)  VALUE SPACES.

       01  WS-PRT-TENURE-DETAIL.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-PRT-DEPTNO-DISP          PIC X(13).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-LEVEL                PIC ZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-DEPTNAME             PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-DIRECT               PIC ZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-SUBTREE              PIC ZZZZZZ9.
           05  WS-PRT-BAND-GROUP.
               10  WS-PRT-BAND-CELL OCCURS 5 TIMES.
                   15  FILLER              PIC X(2).
                   15  WS-PRT-BAND         PIC ZZZZZ9.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-PRT-AVG-DIR              PIC ZZ9.9.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-PRT-AVG-SUB              PIC ZZ9.9.
           05  FILLER                      PIC X(7)  VALUE SPACES.

       01  WS-PRT-MILESTONE-HEADING.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  FILLER                      PIC X(5)  VALUE "YEARS".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE "ANNIV DATE".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE "EMPNO".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(28) VALUE "NAME".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(4)  VALUE "DEPT".
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE "MGRNO".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(28) VALUE
               "MANAGER TO PRESENT".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(32) VALUE SPACES.

       01  WS-PRT-MILESTONE-DETAIL.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-MS-YEARS             PIC Z9.
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  WS-PRT-MS-ANNIV             PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-MS-EMPNO             PIC X(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-MS-NAME              PIC X(28).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-MS-DEPTNO            PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-MS-MGRNO             PIC X(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-MS-MGR-NAME          PIC X(28).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-MS-NOTE              PIC X(32).

       01  WS-PRT-EXCEPT-HEADING.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  FILLER                      PIC X(6)  VALUE "EMPNO".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(28) VALUE "NAME".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(4)  VALUE "DEPT".
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  FILLER                      PIC X(12) VALUE "HIREDATE".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(40) VALUE "PROBLEM".
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-PRT-EXCEPT-DETAIL.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-PRT-EX-EMPNO             PIC X(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-EX-NAME              PIC X(28).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-EX-DEPTNO            PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-EX-HIREDATE          PIC X(12).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-EX-REASON            PIC X(40).
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-PRT-MESSAGE.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-PRT-MSG-TEXT             PIC X(80).
           05  FILLER                      PIC X(52) VALUE SPACES.

       01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
       01  WS-EDIT-MONTH                   PIC 99.

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

        PERFORM 0010-READ-BUS-DATE-PARA.

        PERFORM 0300-PROVE-DEPTIN-PARA.

        OPEN INPUT DEPTIN.
        MOVE WS-DEPTIN-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "DEPTIN"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        OPEN INPUT ROSTER.
        MOVE WS-ROSTER-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "ROSTER"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        OPEN OUTPUT TENPRT.
        MOVE WS-TENPRT-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "TENPRT"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        MOVE WS-BUS-DATE TO WS-PRT-BUS-DATE.

        PERFORM 1000-LOAD-DEPTS-PARA.

        PERFORM 2000-READ-ROSTER-PARA.

        PERFORM 3000-ROLLUP-PARA.

        PERFORM 4000-PRINT-TENURE-PARA.

        PERFORM 4500-PRINT-MILESTONES-PARA.

        PERFORM 4700-PRINT-EXCEPTIONS-PARA.

        PERFORM 6000-FINAL-COUNT.

      *    A FULL TABLE MEANS THE LISTS ARE CUT SHORT. EXCEPTIONS, OR
      *    EMPLOYEES IN A DEPARTMENT THE EXTRACT DOES NOT HOLD, MEAN
      *    THE BANDS DO NOT COVER EVERYONE - HR HAS THE LIST TO WORK.
        EVALUATE TRUE
            WHEN TABLE-FULL
                MOVE 8 TO RETURN-CODE
            WHEN WS-EMPS-EXCEPTED > 0 OR WS-EMPS-UNPLACED > 0
                MOVE 4 TO RETURN-CODE
            WHEN OTHER
                MOVE 0 TO RETURN-CODE
        END-EVALUATE.

        GOBACK.

       0010-READ-BUS-DATE-PARA.

      *    SERVICE IS MEASURED TO THE BUSINESS DATE THE NIGHTLY CHAIN
      *    RAN WITH, OFF THE SAME BUSDATE CARD; WITH NO CARD IT IS THE
      *    RUN DATE. THE EXTRACT MUST BE THAT NIGHT'S - SEE 0300.
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
                DISPLAY "TENRPT: BAD BUSDATE CARD - EXPECTED "
                        "YYYYMMDD IN COLS 1-8"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF.
        CLOSE BUSDATE.

        IF WS-BUS-MM = 12
            COMPUTE WS-NEXT-YYYY = WS-BUS-YYYY + 1
            MOVE 1 TO WS-NEXT-MM
        ELSE
            MOVE WS-BUS-YYYY TO WS-NEXT-YYYY
            COMPUTE WS-NEXT-MM = WS-BUS-MM + 1
        END-IF.

       0050-CHECK-FILE-STATUS-PARA.

        IF WS-LAST-FILE-STATUS NOT = "00"
            DISPLAY "TENRPT: OPEN FAILED ON " WS-LAST-FILE-NAME
                    " FILE STATUS=" WS-LAST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
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
                PERFORM 1100-PARSE-DEPT-PARA
                MOVE WS-PARSED-DEPTNO TO WS-HASH-DEPTNO
                ADD WS-HASH-BINARY TO WS-CTL-DTL-HASH
        END-EVALUATE.

       0330-CHECK-CONTROLS-PARA.

        IF NOT CTL-HDR-SEEN
            DISPLAY "TENRPT: " WS-CTL-FILE-NAME
                    " HAS NO HEADER RECORD"
            SET CTL-FAILED TO TRUE
        ELSE
            IF OUT-HDR-PROGRAM NOT = WS-CTL-EXPECT-PGM
                DISPLAY "TENRPT: " WS-CTL-FILE-NAME
                        " WAS WRITTEN BY " OUT-HDR-PROGRAM
                        ", NOT " WS-CTL-EXPECT-PGM
                SET CTL-FAILED TO TRUE
            END-IF
            IF OUT-HDR-BUS-DATE NOT NUMERIC
               OR OUT-HDR-BUS-DATE NOT = WS-CTL-EXPECT-DATE
                DISPLAY "TENRPT: " WS-CTL-FILE-NAME
                        " HEADER DATE " OUT-HDR-BUS-DATE
                        " IS NOT BUSINESS DATE " WS-CTL-EXPECT-DATE
                SET CTL-FAILED TO TRUE
            END-IF
        END-IF.
        IF NOT CTL-TRL-SEEN
            DISPLAY "TENRPT: " WS-CTL-FILE-NAME
                    " HAS NO TRAILER RECORD - FILE IS INCOMPLETE"
            SET CTL-FAILED TO TRUE
        ELSE
            IF OUT-TRL-REC-COUNT NOT NUMERIC
               OR OUT-TRL-REC-COUNT NOT = WS-CTL-DTL-COUNT
                DISPLAY "TENRPT: " WS-CTL-FILE-NAME
                        " TRAILER COUNT " OUT-TRL-REC-COUNT
                        " BUT " WS-CTL-DTL-COUNT " DETAILS READ"
                SET CTL-FAILED TO TRUE
            END-IF
            IF OUT-TRL-DEPTNO-HASH NOT NUMERIC
               OR OUT-TRL-DEPTNO-HASH NOT = WS-CTL-DTL-HASH
                DISPLAY "TENRPT: " WS-CTL-FILE-NAME
                        " DEPTNO HASH TOTAL DOES NOT MATCH TRAILER"
                SET CTL-FAILED TO TRUE
            END-IF
        END-IF.
        IF WS-CTL-LATE-COUNT > 0
            DISPLAY "TENRPT: " WS-CTL-FILE-NAME " HAS "
                    WS-CTL-LATE-COUNT " RECORDS AFTER ITS TRAILER"
            SET CTL-FAILED TO TRUE
        END-IF.

       1000-LOAD-DEPTS-PARA.

        PERFORM 1050-READ-DEPTIN-PARA.

        PERFORM UNTIL DEPTIN-EOF
            ADD 1 TO WS-DEPTS-READ
            PERFORM 1100-PARSE-DEPT-PARA

            IF WS-PARSED-DEPTNO NOT = SPACES
                IF WS-DEPT-COUNT < 500
                    ADD 1 TO WS-DEPT-COUNT
                    INITIALIZE WS-DEPT-ENTRY(WS-DEPT-COUNT)
                    MOVE WS-PARSED-DEPTNO
                        TO WS-DT-DEPTNO(WS-DEPT-COUNT)
                    MOVE WS-IN-DEPTNAME
                        TO WS-DT-DEPTNAME(WS-DEPT-COUNT)
                    MOVE WS-IN-MGRNO
                        TO WS-DT-MGRNO(WS-DEPT-COUNT)
                    MOVE WS-PARSED-LEVEL
                        TO WS-DT-LEVEL(WS-DEPT-COUNT)
                ELSE
                    DISPLAY "TENRPT: DEPT TABLE FULL, "
                            WS-PARSED-DEPTNO " DROPPED FROM REPORT"
                    SET TABLE-FULL TO TRUE
                END-IF
            END-IF

            PERFORM 1050-READ-DEPTIN-PARA
        END-PERFORM.

       1050-READ-DEPTIN-PARA.

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

       1100-PARSE-DEPT-PARA.

      *    THE EXTRACT INDENTS OUT-DEPTNO-DISP TWO COLUMNS PER
      *    HIERARCHY LEVEL (OFFSET = LEVEL * 2 + 1, CAPPED AT LEVEL 5
      *    BY THE WRITER), SO THE FIRST NON-SPACE COLUMN GIVES BOTH
      *    THE LEVEL AND THE START OF THE BARE 3-BYTE DEPTNO.
        MOVE SPACES TO WS-PARSED-DEPTNO.
        MOVE ZERO   TO WS-PARSED-LEVEL.
        PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > 11
                   OR WS-IN-DEPTNO-DISP(WS-SCAN-SUB:1) NOT = SPACE
            CONTINUE
        END-PERFORM.
        IF WS-SCAN-SUB <= 11
            MOVE WS-IN-DEPTNO-DISP(WS-SCAN-SUB:3)
                TO WS-PARSED-DEPTNO
            COMPUTE WS-PARSED-LEVEL = (WS-SCAN-SUB - 1) / 2
        END-IF.

       2000-READ-ROSTER-PARA.

        READ ROSTER INTO WS-ROST-DETAIL
            AT END
                SET ROSTER-EOF TO TRUE
        END-READ.

        PERFORM UNTIL ROSTER-EOF
            ADD 1 TO WS-ROSTER-READ
            EVALUATE ROST-DTL-TYPE
                WHEN 'H'
                    MOVE WS-ROST-DETAIL TO WS-ROST-HEADER
                    PERFORM 2100-ROSTER-HEADER-PARA
                WHEN 'D'
                    PERFORM 2200-ROSTER-DETAIL-PARA
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            READ ROSTER INTO WS-ROST-DETAIL
                AT END
                    SET ROSTER-EOF TO TRUE
            END-READ
        END-PERFORM.

       2100-ROSTER-HEADER-PARA.

        MOVE ROST-HDR-DEPTNO TO WS-CUR-DEPTNO.
        MOVE ROST-HDR-MGRNO  TO WS-CUR-MGRNO.
        MOVE ZERO TO WS-CUR-DEPT-SUB.
        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   OR WS-CUR-DEPT-SUB > 0
            IF WS-DT-DEPTNO(WS-DEPT-SUB) = WS-CUR-DEPTNO
                MOVE WS-DEPT-SUB TO WS-CUR-DEPT-SUB
            END-IF
        END-PERFORM.
        IF WS-CUR-DEPT-SUB = ZERO
            DISPLAY "TENRPT: ROSTER DEPTNO " WS-CUR-DEPTNO
                    " IS NOT ON DEPTIN - LEFT OUT OF THE BANDS"
        END-IF.

       2200-ROSTER-DETAIL-PARA.

        ADD 1 TO WS-EMPS-READ.

        IF WS-NAME-COUNT < 5000
            ADD 1 TO WS-NAME-COUNT
            MOVE ROST-DTL-EMPNO    TO WS-NT-EMPNO(WS-NAME-COUNT)
            MOVE ROST-DTL-FIRSTNME TO WS-NT-FIRSTNME(WS-NAME-COUNT)
            MOVE ROST-DTL-LASTNAME TO WS-NT-LASTNAME(WS-NAME-COUNT)
        ELSE
            IF NOT TABLE-FULL
                DISPLAY "TENRPT: NAME TABLE FULL AT 5000 - LATER "
                        "MANAGERS PRINT WITHOUT A NAME"
            END-IF
            SET TABLE-FULL TO TRUE
        END-IF.

        PERFORM 2300-EDIT-HIREDATE-PARA.

        IF WS-EXCEPT-REASON NOT = SPACES
            PERFORM 2600-ADD-EXCEPTION-PARA
        ELSE
            PERFORM 2400-ADD-TENURE-PARA
            PERFORM 2500-CHECK-MILESTONE-PARA
        END-IF.

       2300-EDIT-HIREDATE-PARA.

      *    A HIRE DATE IS USED ONLY IF IT IS A REAL CALENDAR DATE, NOT
      *    AFTER THE AS-OF DATE, AND NOT SO OLD THAT THE SERVICE IT
      *    GIVES IS NOT CREDIBLE. SERVICE IS COUNTED IN WHOLE YEARS
      *    AND WHOLE MONTHS COMPLETED BY THE AS-OF DATE.
        MOVE SPACES            TO WS-EXCEPT-REASON.
        MOVE ROST-DTL-HIREDATE TO WS-HIRE-DATE-X.

        EVALUATE TRUE
            WHEN WS-HIRE-DATE-X = SPACES
                MOVE "NO HIRE DATE ON THE EMPLOYEE MASTER"
                    TO WS-EXCEPT-REASON
            WHEN WS-HD-YYYY NOT NUMERIC
              OR WS-HD-MM NOT NUMERIC
              OR WS-HD-DD NOT NUMERIC
              OR WS-HD-DASH-1 NOT = '-'
              OR WS-HD-DASH-2 NOT = '-'
                MOVE "HIRE DATE IS NOT A YYYY-MM-DD DATE"
                    TO WS-EXCEPT-REASON
        END-EVALUATE.
        IF WS-EXCEPT-REASON NOT = SPACES
            ADD 1 TO WS-EMPS-EXCEPTED
        ELSE
            MOVE WS-HD-YYYY TO WS-HIRE-YYYY
            MOVE WS-HD-MM   TO WS-HIRE-MM
            MOVE WS-HD-DD   TO WS-HIRE-DD
            MOVE WS-HIRE-YYYY TO WS-LEAP-YYYY
            PERFORM 2350-SET-MONTH-DAYS-PARA
            COMPUTE WS-SVC-YEARS = WS-BUS-YYYY - WS-HIRE-YYYY
            IF WS-BUS-MMDD < WS-HIRE-MMDD
                SUBTRACT 1 FROM WS-SVC-YEARS
            END-IF
            EVALUATE TRUE
                WHEN WS-HIRE-MM < 1 OR WS-HIRE-MM > 12
                    MOVE "HIRE MONTH IS NOT 01-12" TO WS-EXCEPT-REASON
                WHEN WS-HIRE-DD < 1 OR WS-HIRE-DD > WS-DAYS-IN-MONTH
                    MOVE "HIRE DAY IS NOT A DAY OF THAT MONTH"
                        TO WS-EXCEPT-REASON
                WHEN WS-HIRE-DATE > WS-BUS-DATE
                    MOVE "HIRE DATE IS AFTER THE AS-OF DATE"
                        TO WS-EXCEPT-REASON
                WHEN WS-SVC-YEARS > WS-MAX-SERVICE
                    STRING "MORE THAN " WS-MAX-SERVICE
                           " YEARS OF SERVICE"
                           DELIMITED BY SIZE INTO WS-EXCEPT-REASON
            END-EVALUATE
            IF WS-EXCEPT-REASON NOT = SPACES
                ADD 1 TO WS-EMPS-EXCEPTED
            END-IF
        END-IF.

       2350-SET-MONTH-DAYS-PARA.

      *    DAYS IN WS-HIRE-MM OF YEAR WS-LEAP-YYYY; AN OUT-OF-RANGE
      *    MONTH IS CAUGHT BY THE CALLER BEFORE THE DAY IS TESTED.
        MOVE 'N' TO WS-LEAP-SW.
        DIVIDE WS-LEAP-YYYY BY 4   GIVING WS-LEAP-QUOT
                                   REMAINDER WS-LEAP-REM-4.
        DIVIDE WS-LEAP-YYYY BY 100 GIVING WS-LEAP-QUOT
                                   REMAINDER WS-LEAP-REM-100.
        DIVIDE WS-LEAP-YYYY BY 400 GIVING WS-LEAP-QUOT
                                   REMAINDER WS-LEAP-REM-400.
        IF WS-LEAP-REM-4 = 0
           AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
            SET LEAP-YEAR TO TRUE
        END-IF.
        MOVE ZERO TO WS-DAYS-IN-MONTH.
        IF WS-HIRE-MM >= 1 AND WS-HIRE-MM <= 12
            MOVE WS-MONTH-DAYS(WS-HIRE-MM) TO WS-DAYS-IN-MONTH
            IF WS-HIRE-MM = 2 AND LEAP-YEAR
                MOVE 29 TO WS-DAYS-IN-MONTH
            END-IF
        END-IF.

       2400-ADD-TENURE-PARA.

        COMPUTE WS-SVC-MONTHS
            = ((WS-BUS-YYYY - WS-HIRE-YYYY) * 12)
            + WS-BUS-MM - WS-HIRE-MM.
        IF WS-BUS-DD < WS-HIRE-DD
            SUBTRACT 1 FROM WS-SVC-MONTHS
        END-IF.

        EVALUATE TRUE
            WHEN WS-SVC-YEARS < 1
                MOVE 1 TO WS-BAND-SUB
            WHEN WS-SVC-YEARS < 5
                MOVE 2 TO WS-BAND-SUB
            WHEN WS-SVC-YEARS < 10
                MOVE 3 TO WS-BAND-SUB
            WHEN WS-SVC-YEARS < 20
                MOVE 4 TO WS-BAND-SUB
            WHEN OTHER
                MOVE 5 TO WS-BAND-SUB
        END-EVALUATE.

        IF WS-CUR-DEPT-SUB > ZERO
            ADD 1 TO WS-EMPS-BANDED
            ADD 1 TO WS-DT-DIR-COUNT(WS-CUR-DEPT-SUB)
            ADD WS-SVC-MONTHS TO WS-DT-DIR-MONTHS(WS-CUR-DEPT-SUB)
            ADD 1 TO WS-DT-DIR-BAND(WS-CUR-DEPT-SUB, WS-BAND-SUB)
        ELSE
            ADD 1 TO WS-EMPS-UNPLACED
        END-IF.

       2500-CHECK-MILESTONE-PARA.

      *    A MILESTONE IS DUE WHEN THE HIRE MONTH IS NEXT MONTH AND
      *    THE YEARS COMPLETED THEN ARE A MULTIPLE OF 5 FROM 5 TO 25.
      *    A 29 FEBRUARY HIRE IS CELEBRATED ON THE 28TH IN A COMMON
      *    YEAR.
        IF WS-HIRE-MM = WS-NEXT-MM
            COMPUTE WS-MS-YEARS = WS-NEXT-YYYY - WS-HIRE-YYYY
            IF WS-MS-YEARS = 5 OR 10 OR 15 OR 20 OR 25
                ADD 1 TO WS-MILESTONES-DUE
                MOVE WS-HIRE-DD TO WS-ANNIV-DD
                MOVE WS-NEXT-YYYY TO WS-LEAP-YYYY
                PERFORM 2350-SET-MONTH-DAYS-PARA
                IF WS-ANNIV-DD > WS-DAYS-IN-MONTH
                    MOVE WS-DAYS-IN-MONTH TO WS-ANNIV-DD
                END-IF
                MOVE SPACES TO WS-ANNIV-DATE
                STRING WS-NEXT-YYYY "-" WS-HD-MM "-" WS-ANNIV-DD
                       DELIMITED BY SIZE INTO WS-ANNIV-DATE
                PERFORM 2550-STORE-MILESTONE-PARA
            END-IF
        END-IF.

       2550-STORE-MILESTONE-PARA.

        IF WS-MS-COUNT >= 1000
            IF WS-MS-DROPPED = ZERO
                DISPLAY "TENRPT: MILESTONE TABLE FULL AT 1000 - LIST "
                        "IS CUT SHORT"
            END-IF
            ADD 1 TO WS-MS-DROPPED
            SET TABLE-FULL TO TRUE
        ELSE
            ADD 1 TO WS-MS-COUNT
            MOVE WS-MS-YEARS       TO WS-MS-SVC-YEARS(WS-MS-COUNT)
            MOVE WS-ANNIV-DATE     TO WS-MS-ANNIV-DATE(WS-MS-COUNT)
            MOVE ROST-DTL-EMPNO    TO WS-MS-EMPNO(WS-MS-COUNT)
            MOVE ROST-DTL-FIRSTNME TO WS-MS-FIRSTNME(WS-MS-COUNT)
            MOVE ROST-DTL-LASTNAME TO WS-MS-LASTNAME(WS-MS-COUNT)
            MOVE WS-CUR-DEPTNO     TO WS-MS-DEPTNO(WS-MS-COUNT)
            MOVE WS-CUR-MGRNO      TO WS-MS-MGRNO(WS-MS-COUNT)
            MOVE SPACE             TO WS-MS-NOTE(WS-MS-COUNT)
            IF WS-CUR-MGRNO = ROST-DTL-EMPNO
                PERFORM 2560-PARENT-MANAGER-PARA
            END-IF
            IF WS-MS-MGRNO(WS-MS-COUNT) = SPACES
               AND WS-MS-NOTE(WS-MS-COUNT) = SPACE
                MOVE 'V' TO WS-MS-NOTE(WS-MS-COUNT)
            END-IF
        END-IF.

       2560-PARENT-MANAGER-PARA.

      *    A MANAGER'S OWN AWARD COMES FROM THE MANAGER ABOVE: THE
      *    PARENT IS THE NEAREST ENTRY BEFORE THIS ONE ON THE PREORDER
      *    EXTRACT AT A SHALLOWER LEVEL.
        MOVE 'P'    TO WS-MS-NOTE(WS-MS-COUNT).
        MOVE SPACES TO WS-MS-MGRNO(WS-MS-COUNT).
        MOVE ZERO   TO WS-SCAN-DEPT-SUB.
        IF WS-CUR-DEPT-SUB > 1
            COMPUTE WS-DEPT-SUB = WS-CUR-DEPT-SUB - 1
            PERFORM UNTIL WS-DEPT-SUB < 1
                       OR WS-SCAN-DEPT-SUB > 0
                IF WS-DT-LEVEL(WS-DEPT-SUB)
                       < WS-DT-LEVEL(WS-CUR-DEPT-SUB)
                    MOVE WS-DEPT-SUB TO WS-SCAN-DEPT-SUB
                ELSE
                    SUBTRACT 1 FROM WS-DEPT-SUB
                END-IF
            END-PERFORM
        END-IF.
        IF WS-SCAN-DEPT-SUB > 0
            MOVE WS-DT-MGRNO(WS-SCAN-DEPT-SUB)
                TO WS-MS-MGRNO(WS-MS-COUNT)
        ELSE
            MOVE 'T' TO WS-MS-NOTE(WS-MS-COUNT)
        END-IF.

       2600-ADD-EXCEPTION-PARA.

        IF WS-EX-COUNT >= 1000
            IF WS-EX-DROPPED = ZERO
                DISPLAY "TENRPT: EXCEPTION TABLE FULL AT 1000 - LIST "
                        "IS CUT SHORT"
            END-IF
            ADD 1 TO WS-EX-DROPPED
            SET TABLE-FULL TO TRUE
        ELSE
            ADD 1 TO WS-EX-COUNT
            MOVE ROST-DTL-EMPNO    TO WS-EX-EMPNO(WS-EX-COUNT)
            MOVE ROST-DTL-FIRSTNME TO WS-EX-FIRSTNME(WS-EX-COUNT)
            MOVE ROST-DTL-LASTNAME TO WS-EX-LASTNAME(WS-EX-COUNT)
            MOVE WS-CUR-DEPTNO     TO WS-EX-DEPTNO(WS-EX-COUNT)
            MOVE ROST-DTL-HIREDATE TO WS-EX-HIREDATE(WS-EX-COUNT)
            MOVE WS-EXCEPT-REASON  TO WS-EX-REASON(WS-EX-COUNT)
        END-IF.

       3000-ROLLUP-PARA.

      *    PREORDER PROPERTY, AS IN HEADCNT: EVERYTHING BETWEEN A
      *    DEPARTMENT AND THE NEXT ENTRY AT ITS OWN LEVEL OR SHALLOWER
      *    IS ITS SUBTREE, SO EACH DEPARTMENT'S ROLLED-UP BANDS ARE
      *    ITS OWN PLUS THOSE OF THAT RUN OF DEEPER ENTRIES.
        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            MOVE WS-DEPT-SUB TO WS-SCAN-DEPT-SUB
            PERFORM 3100-ADD-TO-SUBTREE-PARA
            COMPUTE WS-SCAN-DEPT-SUB = WS-DEPT-SUB + 1
            PERFORM UNTIL WS-SCAN-DEPT-SUB > WS-DEPT-COUNT
                       OR WS-DT-LEVEL(WS-SCAN-DEPT-SUB)
                              <= WS-DT-LEVEL(WS-DEPT-SUB)
                PERFORM 3100-ADD-TO-SUBTREE-PARA
                ADD 1 TO WS-SCAN-DEPT-SUB
            END-PERFORM
        END-PERFORM.

       3100-ADD-TO-SUBTREE-PARA.

        ADD WS-DT-DIR-COUNT(WS-SCAN-DEPT-SUB)
            TO WS-DT-SUB-COUNT(WS-DEPT-SUB).
        ADD WS-DT-DIR-MONTHS(WS-SCAN-DEPT-SUB)
            TO WS-DT-SUB-MONTHS(WS-DEPT-SUB).
        PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                UNTIL WS-BAND-SUB > 5
            ADD WS-DT-DIR-BAND(WS-SCAN-DEPT-SUB, WS-BAND-SUB)
                TO WS-DT-SUB-BAND(WS-DEPT-SUB, WS-BAND-SUB)
        END-PERFORM.

       4000-PRINT-TENURE-PARA.

        MOVE "TENURE BY DEPARTMENT - SERVICE BANDS COVER THE SUBTREE"
            TO WS-PRT-SECTION-TEXT.
        MOVE WS-PRT-TENURE-HEADING TO WS-CUR-HEADING.
        PERFORM 4950-NEW-PAGE-PARA.

        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            MOVE SPACES TO WS-PRT-TENURE-DETAIL
      *    RE-INDENT THE DEPTNO THE SAME WAY THE EXTRACT DOES SO THE
      *    REPORT READS AS THE SAME HIERARCHY PICTURE AS OUT.
            COMPUTE WS-SCAN-SUB
                = (WS-DT-LEVEL(WS-DEPT-SUB) * 2) + 1
            MOVE WS-DT-DEPTNO(WS-DEPT-SUB)
                TO WS-PRT-DEPTNO-DISP(WS-SCAN-SUB:3)
            MOVE WS-DT-LEVEL(WS-DEPT-SUB)    TO WS-PRT-LEVEL
            MOVE WS-DT-DEPTNAME(WS-DEPT-SUB) TO WS-PRT-DEPTNAME
            PERFORM 4050-LOAD-DEPT-TOTALS-PARA
            PERFORM 4100-PRINT-BAND-LINE-PARA
        END-PERFORM.

      *    GRAND TOTAL PER LEVEL-1 BRANCH: A LEVEL-1 DEPARTMENT'S
      *    SUBTREE IS BY DEFINITION ITS WHOLE BRANCH, AND THE COMPANY
      *    IS THE SUM OF THE LEVEL-1 BRANCHES.
        MOVE WS-PRT-BLANK TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        INITIALIZE WS-CO-COUNT WS-CO-MONTHS.
        PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                UNTIL WS-BAND-SUB > 5
            MOVE ZERO TO WS-CO-BAND(WS-BAND-SUB)
        END-PERFORM.
        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            IF WS-DT-LEVEL(WS-DEPT-SUB) = 1
                MOVE SPACES TO WS-PRT-TENURE-DETAIL
                MOVE "BRANCH TOTAL" TO WS-PRT-DEPTNO-DISP
                STRING WS-DT-DEPTNO(WS-DEPT-SUB) " "
                       WS-DT-DEPTNAME(WS-DEPT-SUB)
                       DELIMITED BY SIZE INTO WS-PRT-DEPTNAME
                PERFORM 4050-LOAD-DEPT-TOTALS-PARA
                MOVE ZERO TO WS-TOT-DIR-COUNT
                PERFORM 4100-PRINT-BAND-LINE-PARA
                ADD WS-TOT-COUNT  TO WS-CO-COUNT
                ADD WS-TOT-MONTHS TO WS-CO-MONTHS
                PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                        UNTIL WS-BAND-SUB > 5
                    ADD WS-TOT-BAND(WS-BAND-SUB)
                        TO WS-CO-BAND(WS-BAND-SUB)
                END-PERFORM
            END-IF
        END-PERFORM.

        MOVE WS-PRT-BLANK TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        MOVE SPACES TO WS-PRT-TENURE-DETAIL.
        MOVE "COMPANY TOTAL" TO WS-PRT-DEPTNO-DISP.
        MOVE ZERO         TO WS-TOT-DIR-COUNT WS-TOT-DIR-MONTHS.
        MOVE WS-CO-COUNT  TO WS-TOT-COUNT.
        MOVE WS-CO-MONTHS TO WS-TOT-MONTHS.
        PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                UNTIL WS-BAND-SUB > 5
            MOVE WS-CO-BAND(WS-BAND-SUB) TO WS-TOT-BAND(WS-BAND-SUB)
        END-PERFORM.
        PERFORM 4100-PRINT-BAND-LINE-PARA.

        IF WS-EMPS-EXCEPTED > 0 OR WS-EMPS-UNPLACED > 0
            MOVE WS-PRT-BLANK TO WS-PRT-OUT
            PERFORM 4900-PRINT-LINE-PARA
            COMPUTE WS-EDIT-COUNT = WS-EMPS-EXCEPTED + WS-EMPS-UNPLACED
            MOVE SPACES TO WS-PRT-MSG-TEXT
            STRING WS-EDIT-COUNT " EMPLOYEES ARE NOT IN THE BANDS - "
                   "SEE THE HIRE DATE EXCEPTIONS AND THE JOB LOG"
                   DELIMITED BY SIZE INTO WS-PRT-MSG-TEXT
            MOVE WS-PRT-MESSAGE TO WS-PRT-OUT
            PERFORM 4900-PRINT-LINE-PARA
        END-IF.

       4050-LOAD-DEPT-TOTALS-PARA.

        MOVE WS-DT-DIR-COUNT(WS-DEPT-SUB)  TO WS-TOT-DIR-COUNT.
        MOVE WS-DT-DIR-MONTHS(WS-DEPT-SUB) TO WS-TOT-DIR-MONTHS.
        MOVE WS-DT-SUB-COUNT(WS-DEPT-SUB)  TO WS-TOT-COUNT.
        MOVE WS-DT-SUB-MONTHS(WS-DEPT-SUB) TO WS-TOT-MONTHS.
        PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                UNTIL WS-BAND-SUB > 5
            MOVE WS-DT-SUB-BAND(WS-DEPT-SUB, WS-BAND-SUB)
                TO WS-TOT-BAND(WS-BAND-SUB)
        END-PERFORM.

       4100-PRINT-BAND-LINE-PARA.

      *    AVERAGE TENURE IN YEARS TO ONE DECIMAL, FROM THE WHOLE
      *    MONTHS SERVED; BLANK WHERE THERE IS NOBODY TO AVERAGE.
        IF WS-PRT-DEPTNO-DISP(1:6) NOT = "BRANCH"
           AND WS-PRT-DEPTNO-DISP(1:7) NOT = "COMPANY"
            MOVE WS-TOT-DIR-COUNT TO WS-PRT-DIRECT
        END-IF.
        MOVE WS-TOT-COUNT TO WS-PRT-SUBTREE.
        PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                UNTIL WS-BAND-SUB > 5
            MOVE WS-TOT-BAND(WS-BAND-SUB) TO WS-PRT-BAND(WS-BAND-SUB)
        END-PERFORM.
        IF WS-TOT-DIR-COUNT > ZERO
            COMPUTE WS-AVG-YEARS ROUNDED
                = WS-TOT-DIR-MONTHS / WS-TOT-DIR-COUNT / 12
            MOVE WS-AVG-YEARS TO WS-PRT-AVG-DIR
        END-IF.
        IF WS-TOT-COUNT > ZERO
            COMPUTE WS-AVG-YEARS ROUNDED
                = WS-TOT-MONTHS / WS-TOT-COUNT / 12
            MOVE WS-AVG-YEARS TO WS-PRT-AVG-SUB
        END-IF.
        MOVE WS-PRT-TENURE-DETAIL TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.

       4500-PRINT-MILESTONES-PARA.

        MOVE WS-NEXT-MM TO WS-EDIT-MONTH.
        MOVE SPACES TO WS-PRT-SECTION-TEXT.
        STRING "SERVICE MILESTONES DUE IN " WS-NEXT-YYYY "-"
               WS-EDIT-MONTH " - 5, 10, 15, 20 AND 25 YEARS"
               DELIMITED BY SIZE INTO WS-PRT-SECTION-TEXT.
        MOVE WS-PRT-MILESTONE-HEADING TO WS-CUR-HEADING.
        PERFORM 4950-NEW-PAGE-PARA.

        PERFORM VARYING WS-MS-SUB FROM 1 BY 1
                UNTIL WS-MS-SUB > WS-MS-COUNT
            MOVE SPACES TO WS-PRT-MILESTONE-DETAIL
            MOVE WS-MS-SVC-YEARS(WS-MS-SUB)  TO WS-PRT-MS-YEARS
            MOVE WS-MS-ANNIV-DATE(WS-MS-SUB) TO WS-PRT-MS-ANNIV
            MOVE WS-MS-EMPNO(WS-MS-SUB)      TO WS-PRT-MS-EMPNO
            STRING WS-MS-FIRSTNME(WS-MS-SUB) DELIMITED BY SPACE
                   " "                       DELIMITED BY SIZE
                   WS-MS-LASTNAME(WS-MS-SUB) DELIMITED BY SPACE
                   INTO WS-PRT-MS-NAME
            MOVE WS-MS-DEPTNO(WS-MS-SUB)     TO WS-PRT-MS-DEPTNO
            MOVE WS-MS-MGRNO(WS-MS-SUB)      TO WS-PRT-MS-MGRNO
            IF WS-MS-MGRNO(WS-MS-SUB) NOT = SPACES
                MOVE WS-MS-MGRNO(WS-MS-SUB) TO WS-FIND-EMPNO
                PERFORM 4550-FIND-NAME-PARA
                MOVE WS-FOUND-NAME TO WS-PRT-MS-MGR-NAME
            END-IF
            EVALUATE TRUE
                WHEN MS-TOP-DEPT(WS-MS-SUB)
                    MOVE "HEADS A TOP DEPARTMENT - HR"
                        TO WS-PRT-MS-NOTE
                WHEN MS-SEAT-VACANT(WS-MS-SUB)
                    MOVE "MANAGER SEAT VACANT - HR"
                        TO WS-PRT-MS-NOTE
                WHEN MS-PARENT-MGR(WS-MS-SUB)
                   AND WS-MS-MGRNO(WS-MS-SUB) = SPACES
                    MOVE "PARENT SEAT VACANT - HR"
                        TO WS-PRT-MS-NOTE
                WHEN MS-PARENT-MGR(WS-MS-SUB)
                    MOVE "OWN DEPT - PARENT'S MANAGER"
                        TO WS-PRT-MS-NOTE
            END-EVALUATE
            MOVE WS-PRT-MILESTONE-DETAIL TO WS-PRT-OUT
            PERFORM 4900-PRINT-LINE-PARA
        END-PERFORM.

        MOVE WS-PRT-BLANK TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        MOVE WS-MS-COUNT TO WS-EDIT-COUNT.
        MOVE SPACES TO WS-PRT-MSG-TEXT.
        STRING "MILESTONES DUE: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRT-MSG-TEXT.
        MOVE WS-PRT-MESSAGE TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        IF WS-MS-DROPPED > ZERO
            MOVE WS-MS-DROPPED TO WS-EDIT-COUNT
            MOVE SPACES TO WS-PRT-MSG-TEXT
            STRING "*** " WS-EDIT-COUNT " MORE NOT LISTED - TABLE FULL"
                   DELIMITED BY SIZE INTO WS-PRT-MSG-TEXT
            MOVE WS-PRT-MESSAGE TO WS-PRT-OUT
            PERFORM 4900-PRINT-LINE-PARA
        END-IF.

       4550-FIND-NAME-PARA.

        MOVE "NOT ON THE ROSTER" TO WS-FOUND-NAME.
        PERFORM VARYING WS-NAME-SUB FROM 1 BY 1
                UNTIL WS-NAME-SUB > WS-NAME-COUNT
            IF WS-NT-EMPNO(WS-NAME-SUB) = WS-FIND-EMPNO
                MOVE SPACES TO WS-FOUND-NAME
                STRING WS-NT-FIRSTNME(WS-NAME-SUB) DELIMITED BY SPACE
                       " "                         DELIMITED BY SIZE
                       WS-NT-LASTNAME(WS-NAME-SUB) DELIMITED BY SPACE
                       INTO WS-FOUND-NAME
                MOVE WS-NAME-COUNT TO WS-NAME-SUB
            END-IF
        END-PERFORM.

       4700-PRINT-EXCEPTIONS-PARA.

        MOVE "HIRE DATE EXCEPTIONS - NOT COUNTED IN THE TENURE BANDS"
            TO WS-PRT-SECTION-TEXT.
        MOVE WS-PRT-EXCEPT-HEADING TO WS-CUR-HEADING.
        PERFORM 4950-NEW-PAGE-PARA.

        PERFORM VARYING WS-EX-SUB FROM 1 BY 1
                UNTIL WS-EX-SUB > WS-EX-COUNT
            MOVE SPACES TO WS-PRT-EXCEPT-DETAIL
            MOVE WS-EX-EMPNO(WS-EX-SUB)    TO WS-PRT-EX-EMPNO
            STRING WS-EX-FIRSTNME(WS-EX-SUB) DELIMITED BY SPACE
                   " "                       DELIMITED BY SIZE
                   WS-EX-LASTNAME(WS-EX-SUB) DELIMITED BY SPACE
                   INTO WS-PRT-EX-NAME
            MOVE WS-EX-DEPTNO(WS-EX-SUB)   TO WS-PRT-EX-DEPTNO
            IF WS-EX-HIREDATE(WS-EX-SUB) = SPACES
                MOVE "(NULL)" TO WS-PRT-EX-HIREDATE
            ELSE
                MOVE WS-EX-HIREDATE(WS-EX-SUB) TO WS-PRT-EX-HIREDATE
            END-IF
            MOVE WS-EX-REASON(WS-EX-SUB)   TO WS-PRT-EX-REASON
            MOVE WS-PRT-EXCEPT-DETAIL TO WS-PRT-OUT
            PERFORM 4900-PRINT-LINE-PARA
        END-PERFORM.

        MOVE WS-PRT-BLANK TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        MOVE WS-EMPS-EXCEPTED TO WS-EDIT-COUNT.
        MOVE SPACES TO WS-PRT-MSG-TEXT.
        STRING "HIRE DATE EXCEPTIONS: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRT-MSG-TEXT.
        MOVE WS-PRT-MESSAGE TO WS-PRT-OUT.
        PERFORM 4900-PRINT-LINE-PARA.
        IF WS-EX-DROPPED > ZERO
            MOVE WS-EX-DROPPED TO WS-EDIT-COUNT
            MOVE SPACES TO WS-PRT-MSG-TEXT
            STRING "*** " WS-EDIT-COUNT " MORE NOT LISTED - TABLE FULL"
                   DELIMITED BY SIZE INTO WS-PRT-MSG-TEXT
            MOVE WS-PRT-MESSAGE TO WS-PRT-OUT
            PERFORM 4900-PRINT-LINE-PARA
        END-IF.

       4900-PRINT-LINE-PARA.

        IF WS-LINE-CNT >= WS-LINES-PER-PAGE
            PERFORM 4950-NEW-PAGE-PARA
        END-IF.
        WRITE TENPRT-RECORD FROM WS-PRT-OUT.
        ADD 1 TO WS-LINE-CNT.
        ADD 1 TO WS-LINES-PRINTED.

       4950-NEW-PAGE-PARA.

      *    EVERY SECTION STARTS A PAGE; A FULL PAGE REPEATS THE
      *    SECTION TITLE AND COLUMN HEADING.
        ADD 1 TO WS-PAGE-CNT.
        MOVE WS-PAGE-CNT TO WS-PRT-PAGE.
        WRITE TENPRT-RECORD FROM WS-PRT-TITLE.
        WRITE TENPRT-RECORD FROM WS-PRT-BLANK.
        WRITE TENPRT-RECORD FROM WS-PRT-SECTION.
        WRITE TENPRT-RECORD FROM WS-PRT-BLANK.
        WRITE TENPRT-RECORD FROM WS-CUR-HEADING.
        WRITE TENPRT-RECORD FROM WS-PRT-BLANK.
        ADD 6 TO WS-LINES-PRINTED.
        MOVE 6 TO WS-LINE-CNT.

       6000-FINAL-COUNT.
        CLOSE DEPTIN
              ROSTER
              TENPRT.
        DISPLAY "-----------------------------------------------------".
        DISPLAY "TENRPT CONTROL TOTALS".
        DISPLAY "  SERVICE AS OF  . . . . . : " WS-BUS-DATE.
        DISPLAY "  DEPARTMENTS READ . . . . : " WS-DEPTS-READ.
        DISPLAY "  ROSTER RECORDS READ  . . : " WS-ROSTER-READ.
        DISPLAY "  EMPLOYEES READ . . . . . : " WS-EMPS-READ.
        DISPLAY "  EMPLOYEES IN THE BANDS . : " WS-EMPS-BANDED.
        DISPLAY "  HIRE DATE EXCEPTIONS . . : " WS-EMPS-EXCEPTED.
        DISPLAY "  DEPT NOT ON DEPTIN . . . : " WS-EMPS-UNPLACED.
        DISPLAY "  MILESTONES DUE NEXT MONTH: " WS-MILESTONES-DUE.
        DISPLAY "  PAGES PRINTED  . . . . . : " WS-PAGE-CNT.
        DISPLAY "  PRINT LINES WRITTEN  . . : " WS-LINES-PRINTED.
        DISPLAY "-----------------------------------------------------".
