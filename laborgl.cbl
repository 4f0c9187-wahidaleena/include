       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LABORGL.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      *REMARKS.       PAY-PERIOD LABOR-COST GENERAL-LEDGER INTERFACE.
      *            SUMS PAYR-GROSS-PAY OFF THE PAYROLL REGISTER
      *            (PAYREG, PAYREGRC LAYOUT) BY THE CHARGED
      *            PAYR-DEPTNO, THEN ROLLS EACH DEPARTMENT'S DIRECT
      *            DOLLARS UP THE DEPARTMENT MASTER (DEPTMST,
      *            DEPTMREC LAYOUT) DEPTM-ADMRDEPT CHAIN TO EVERY
      *            PARENT. WRITES THE GL JOURNAL-ENTRY FEED (GLJRNL,
      *            GLJRNREC LAYOUT): ONE DEBIT PER DEPARTMENT COST
      *            CENTER FOR ITS DIRECT DOLLARS - THE ROLLED-UP
      *            FIGURES ARE FOR REPORTING ONLY, POSTING THEM WOULD
      *            CHARGE THE SAME PAY ONCE PER LEVEL - AND ONE
      *            CREDIT TO PAYROLL CLEARING FOR THE REGISTER GRAND
      *            TOTAL, SO THE ENTRY BALANCES TO THE REGISTER. THE
      *            GLCTLRPT CONTROL REPORT LISTS DIRECT AND ROLLED-UP
      *            DOLLARS FOR EVERY DEPARTMENT IN HIERARCHY ORDER,
      *            A TOTAL PER LEVEL-1 BRANCH, AND THE BALANCE PROOF.
      *            AN OPTIONAL SYSIN CARD GIVES THE POSTING DATE
      *            (COLS 1-8, DEFAULT THE RUN DATE), THE LABOR
      *            EXPENSE ACCOUNT (COLS 10-19) AND THE PAYROLL
      *            CLEARING ACCOUNT (COLS 21-30).
      **************************CC109**********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SYSIN ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

           SELECT PAYREG ASSIGN TO PAYREG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYREG-STATUS.

      *    SEQUENTIAL: THE ROLL-UP NEEDS THE WHOLE MASTER IN MEMORY,
      *    ONE READ NEXT PASS IN ASCENDING DEPTNO ORDER.
           SELECT DEPTMST ASSIGN TO DEPTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPTMST-KEY
               FILE STATUS IS WS-DEPTMST-STATUS.

           SELECT GLJRNL ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT GLCTLRPT ASSIGN TO GLCTLRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GLCTLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  SYSIN-RECORD.
           05  SYSIN-POST-DATE             PIC X(8).
           05  FILLER                      PIC X(1).
           05  SYSIN-EXPENSE-ACCT          PIC X(10).
           05  FILLER                      PIC X(1).
           05  SYSIN-CLEARING-ACCT         PIC X(10).
           05  FILLER                      PIC X(50).

       FD  PAYREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  PAYREG-RECORD                   PIC X(80).

       FD  DEPTMST
           RECORD CONTAINS 80 CHARACTERS.
       01  DEPTMST-RECORD.
           05  DEPTMST-KEY                 PIC X(3).
           05  FILLER                      PIC X(77).

       FD  GLJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  GLJRNL-RECORD                   PIC X(80).

       FD  GLCTLRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  GLCTLRPT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-SYSIN-STATUS             PIC XX VALUE SPACES.
           05  WS-PAYREG-STATUS            PIC XX VALUE SPACES.
           05  WS-DEPTMST-STATUS           PIC XX VALUE SPACES.
           05  WS-GLJRNL-STATUS            PIC XX VALUE SPACES.
           05  WS-GLCTLRPT-STATUS          PIC XX VALUE SPACES.

       01  WS-FILE-CHECK.
           05  WS-LAST-FILE-STATUS         PIC XX    VALUE SPACES.
           05  WS-LAST-FILE-NAME           PIC X(8)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-PAYREG-EOF-SW            PIC X VALUE 'N'.
               88  PAYREG-EOF                    VALUE 'Y'.
           05  WS-MST-EOF-SW               PIC X VALUE 'N'.
               88  MST-EOF                       VALUE 'Y'.
           05  WS-TABLE-FULL-SW            PIC X VALUE 'N'.
               88  TABLE-FULL                    VALUE 'Y'.
           05  WS-CLIMB-DONE-SW            PIC X VALUE 'N'.
               88  CLIMB-DONE                    VALUE 'Y'.

      *    POSTING PARAMETERS - THE DEFAULTS ARE THE CHART OF
      *    ACCOUNTS' SALARIES-AND-WAGES EXPENSE AND PAYROLL CLEARING
      *    ACCOUNTS; A SYSIN CARD OVERRIDES EITHER FOR A RECLASS RUN.
       01  WS-POST-PARMS.
           05  WS-POST-DATE                PIC 9(8)  VALUE ZERO.
           05  WS-EXPENSE-ACCT             PIC X(10) VALUE "510000".
           05  WS-CLEARING-ACCT            PIC X(10) VALUE "215000".

       01  WS-RUN-DATE                     PIC 9(8).

       COPY PAYREGRC
           REPLACING ==PAYR-DETAIL-RECORD== BY ==WS-PAYR-DETAIL==.

       COPY DEPTMREC
           REPLACING ==DEPTM-RECORD== BY ==WS-DEPTM-REC==.

       COPY GLJRNREC
           REPLACING ==GLJ-HEADER-RECORD==  BY ==WS-GLJ-HEADER==
                     ==GLJ-DETAIL-RECORD==  BY ==WS-GLJ-DETAIL==
                     ==GLJ-TRAILER-RECORD== BY ==WS-GLJ-TRAILER==.

      *--------------------------------------------------------------*
      * WS-DEPT-TABLE holds the whole department master in ascending  *
      * DEPTNO order, with the pay the register charges directly to   *
      * each department and the rolled-up pay of its whole subtree.   *
      * WS-DT-PARENT-SUB is resolved once after the load and is zero  *
      * for a level-1 department (its ADMRDEPT is the extract root,   *
      * which is never on the master) - the branch heads.             *
      *--------------------------------------------------------------*
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT               PIC 9(3) VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 500 TIMES.
               10  WS-DT-DEPTNO            PIC X(3).
               10  WS-DT-DEPTNAME          PIC X(36).
               10  WS-DT-ADMRDEPT          PIC X(3).
               10  WS-DT-PARENT-SUB        PIC 9(3).
               10  WS-DT-PAID-COUNT        PIC 9(5).
               10  WS-DT-DIRECT            PIC 9(11)V99.
               10  WS-DT-ROLLED            PIC 9(11)V99.
               10  WS-DT-PRINTED-SW        PIC X(1).
                   88  DT-PRINTED               VALUE 'Y'.

      *--------------------------------------------------------------*
      * WS-ORPHAN-TABLE holds pay the register charges to a DEPTNO    *
      * that is not on the master. It is still debited to that cost   *
      * center - dropping it would put the entry out of balance with  *
      * the register - but it cannot be rolled up, so it is reported  *
      * separately for Accounting to reclass.                         *
      *--------------------------------------------------------------*
       01  WS-ORPHAN-TABLE.
           05  WS-ORPHAN-COUNT             PIC 9(3) VALUE ZERO.
           05  WS-ORPHAN-ENTRY OCCURS 100 TIMES.
               10  WS-OR-DEPTNO            PIC X(3).
               10  WS-OR-PAID-COUNT        PIC 9(5).
               10  WS-OR-DIRECT            PIC 9(11)V99.

      *--------------------------------------------------------------*
      * WS-WALK-STACK drives the preorder walk that prints the        *
      * control report in hierarchy order, the same LIFO discipline   *
      * as the TESTDB2 hierarchy walk: pop a department, print it,    *
      * push its children in reverse DEPTNO order.                    *
      *--------------------------------------------------------------*
       01  WS-WALK-STACK.
           05  WS-STACK-TOP                PIC 9(3) VALUE ZERO.
           05  WS-STACK-ENTRY OCCURS 500 TIMES.
               10  WS-SK-DEPT-SUB          PIC 9(3).
               10  WS-SK-LEVEL             PIC 9(2).

       01  WS-WALK-FIELDS.
           05  WS-DEPT-SUB                 PIC 9(3) VALUE ZERO.
           05  WS-ORPHAN-SUB               PIC 9(3) VALUE ZERO.
           05  WS-WALK-SUB                 PIC 9(3) VALUE ZERO.
           05  WS-WALK-LEVEL               PIC 9(2) VALUE ZERO.
           05  WS-SCAN-SUB                 PIC 9(3) VALUE ZERO.
           05  WS-CLIMB-SUB                PIC 9(3) VALUE ZERO.
           05  WS-CLIMB-DEPTH              PIC 9(3) VALUE ZERO.
           05  WS-FIND-TARGET              PIC X(3) VALUE SPACES.
           05  WS-FIND-HIT-SUB             PIC 9(3) VALUE ZERO.
           05  WS-DISP-LEVEL               PIC 9(2) VALUE ZERO.
           05  WS-INDENT-OFFSET            PIC 9(2) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-PAYREG-READ              PIC 9(7) VALUE ZERO.
           05  WS-PAYREG-POSTED            PIC 9(7) VALUE ZERO.
           05  WS-BAD-AMOUNTS              PIC 9(5) VALUE ZERO.
           05  WS-DEPTS-READ               PIC 9(5) VALUE ZERO.
           05  WS-ORPHAN-PAID              PIC 9(5) VALUE ZERO.
           05  WS-CYCLE-DEPTS              PIC 9(5) VALUE ZERO.
           05  WS-DEBIT-LINES              PIC 9(7) VALUE ZERO.
           05  WS-CREDIT-LINES             PIC 9(7) VALUE ZERO.
           05  WS-READ-ERRORS              PIC 9(5) VALUE ZERO.

      *    THE THREE FIGURES THE BALANCE PROOF TIES TOGETHER: WHAT
      *    THE REGISTER PAID, WHAT THE JOURNAL DEBITED, WHAT IT
      *    CREDITED.
       01  WS-AMOUNTS.
           05  WS-REGISTER-TOTAL           PIC 9(11)V99 VALUE ZERO.
           05  WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZERO.
           05  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZERO.
           05  WS-BRANCH-TOTAL             PIC 9(11)V99 VALUE ZERO.
           05  WS-ORPHAN-TOTAL             PIC 9(11)V99 VALUE ZERO.

       01  WS-RPT-TITLE.
           05  FILLER                      PIC X(34) VALUE
               "LABOR-COST GL ALLOCATION CONTROL  ".
           05  FILLER                      PIC X(13) VALUE
               "POSTING DATE ".
           05  WS-RPT-POST-DATE            PIC 9(8).
           05  FILLER                      PIC X(25) VALUE SPACES.

       01  WS-RPT-HEADING.
           05  FILLER                      PIC X(13) VALUE "DEPTNO".
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  FILLER                      PIC X(28) VALUE
               "DEPARTMENT NAME".
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  FILLER                      PIC X(17) VALUE
               "           DIRECT".
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  FILLER                      PIC X(17) VALUE
               "        ROLLED-UP".
           05  FILLER                      PIC X(2)  VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  WS-RPT-DEPTNO-DISP          PIC X(13).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-RPT-DEPTNAME             PIC X(28).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-RPT-DIRECT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-RPT-ROLLED               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2)  VALUE SPACES.

       01  WS-RPT-BRANCH-TOTAL.
           05  FILLER                      PIC X(14) VALUE
               "BRANCH TOTAL  ".
           05  WS-RPT-BT-DEPTNO            PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RPT-BT-DEPTNAME          PIC X(23).
           05  FILLER                      PIC X(19) VALUE SPACES.
           05  WS-RPT-BT-ROLLED            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2)  VALUE SPACES.

       01  WS-RPT-ORPHAN-HEAD.
           05  FILLER                      PIC X(30) VALUE
               "*** PAY CHARGED TO DEPTNO NOT ".
           05  FILLER                      PIC X(30) VALUE
               "ON DEPTMST - DEBITED, NOT ROLL".
           05  FILLER                      PIC X(20) VALUE
               "ED UP ***".

       01  WS-RPT-ORPHAN.
           05  WS-RPT-OR-DEPTNO            PIC X(3).
           05  FILLER                      PIC X(11) VALUE SPACES.
           05  FILLER                      PIC X(8)  VALUE "PAID    ".
           05  WS-RPT-OR-COUNT             PIC ZZZZ9.
           05  FILLER                      PIC X(16) VALUE SPACES.
           05  WS-RPT-OR-DIRECT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(20) VALUE SPACES.

       01  WS-RPT-EXCEPTION.
           05  WS-RPT-EX-EMPNO             PIC X(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RPT-EX-DEPTNO            PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RPT-EX-REASON            PIC X(50).
           05  FILLER                      PIC X(17) VALUE SPACES.

       01  WS-RPT-MONEY-LINE.
           05  WS-RPT-ML-LABEL             PIC X(40).
           05  FILLER                      PIC X(21) VALUE SPACES.
           05  WS-RPT-ML-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2)  VALUE SPACES.

       01  WS-RPT-BALANCE-LINE.
           05  WS-RPT-BL-TEXT              PIC X(80).

       01  WS-RPT-BLANK                    PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

      *    THE CARD IS CHECKED BEFORE GLJRNL IS OPENED, SO A BAD ONE
      *    LEAVES THE PREVIOUS JOURNAL AS IT WAS.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
        MOVE WS-RUN-DATE TO WS-POST-DATE.
        PERFORM 0100-READ-PARM-PARA.

        OPEN INPUT PAYREG.
        MOVE WS-PAYREG-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "PAYREG"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        OPEN INPUT DEPTMST.
        MOVE WS-DEPTMST-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "DEPTMST"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        OPEN OUTPUT GLJRNL.
        MOVE WS-GLJRNL-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "GLJRNL"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        OPEN OUTPUT GLCTLRPT.
        MOVE WS-GLCTLRPT-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "GLCTLRPT"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        MOVE WS-POST-DATE TO WS-RPT-POST-DATE.
        WRITE GLCTLRPT-RECORD FROM WS-RPT-TITLE.
        WRITE GLCTLRPT-RECORD FROM WS-RPT-BLANK.

        PERFORM 1000-LOAD-MASTER-PARA.

        PERFORM 2000-SUM-PAYROLL-PARA.

        PERFORM 3000-ROLL-UP-PARA.

        PERFORM 4000-WRITE-JOURNAL-PARA.

        PERFORM 5000-PRINT-CONTROL-PARA.

        PERFORM 6000-FINAL-COUNT.

      *    AN INCOMPLETE LOAD OR AN ENTRY THAT DOES NOT PROVE IS NOT
      *    SOMETHING THE GL LOAD MAY PICK UP - THE JOB STOPS THERE.
      *    PAY THAT COULD NOT BE ALLOCATED (BAD AMOUNTS, A CYCLE IN
      *    THE MASTER) IS A FINDING ACCOUNTING MUST WORK BEFORE
      *    POSTING. PAY TO A DEPTNO NOT ON THE MASTER IS POSTED AS
      *    CHARGED AND ONLY WARNED ABOUT.
        EVALUATE TRUE
            WHEN WS-READ-ERRORS > 0 OR TABLE-FULL
                MOVE 16 TO RETURN-CODE
            WHEN WS-DEBIT-TOTAL NOT = WS-REGISTER-TOTAL
              OR WS-CREDIT-TOTAL NOT = WS-REGISTER-TOTAL
                MOVE 16 TO RETURN-CODE
            WHEN WS-BAD-AMOUNTS > 0 OR WS-CYCLE-DEPTS > 0
                MOVE 8  TO RETURN-CODE
            WHEN WS-ORPHAN-COUNT > 0
                MOVE 4  TO RETURN-CODE
            WHEN OTHER
                MOVE 0  TO RETURN-CODE
        END-EVALUATE.

        GOBACK.

       0050-CHECK-FILE-STATUS-PARA.

        IF WS-LAST-FILE-STATUS NOT = "00"
            DISPLAY "LABORGL: OPEN FAILED ON " WS-LAST-FILE-NAME
                    " FILE STATUS=" WS-LAST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF.

       0100-READ-PARM-PARA.

      *    NO SYSIN, OR AN EMPTY ONE, POSTS ON THE RUN DATE TO THE
      *    DEFAULT ACCOUNTS. A BLANK FIELD ON THE CARD KEEPS ITS
      *    DEFAULT; A POSTING DATE THAT IS NOT YYYYMMDD STOPS THE
      *    RUN RATHER THAN POST TO A GUESSED PERIOD.
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
                IF SYSIN-POST-DATE NOT = SPACES
                    IF SYSIN-POST-DATE NUMERIC
                       AND SYSIN-POST-DATE > ZERO
                        MOVE SYSIN-POST-DATE TO WS-POST-DATE
                    ELSE
                        DISPLAY "LABORGL: BAD POSTING DATE ON SYSIN - "
                                "EXPECTED YYYYMMDD IN COLS 1-8"
                        MOVE 16 TO RETURN-CODE
                        GOBACK
                    END-IF
                END-IF
                IF SYSIN-EXPENSE-ACCT NOT = SPACES
                    MOVE SYSIN-EXPENSE-ACCT TO WS-EXPENSE-ACCT
                END-IF
                IF SYSIN-CLEARING-ACCT NOT = SPACES
                    MOVE SYSIN-CLEARING-ACCT TO WS-CLEARING-ACCT
                END-IF
        END-READ.
        CLOSE SYSIN.

       1000-LOAD-MASTER-PARA.

        READ DEPTMST NEXT RECORD INTO WS-DEPTM-REC
            AT END
                SET MST-EOF TO TRUE
        END-READ.
        PERFORM 1050-CHECK-MST-READ-PARA.

        PERFORM UNTIL MST-EOF
            ADD 1 TO WS-DEPTS-READ
            IF WS-DEPT-COUNT < 500
                ADD 1 TO WS-DEPT-COUNT
                MOVE DEPTM-DEPTNO
                    TO WS-DT-DEPTNO(WS-DEPT-COUNT)
                MOVE DEPTM-DEPTNAME
                    TO WS-DT-DEPTNAME(WS-DEPT-COUNT)
                MOVE DEPTM-ADMRDEPT
                    TO WS-DT-ADMRDEPT(WS-DEPT-COUNT)
                MOVE ZERO TO WS-DT-PARENT-SUB(WS-DEPT-COUNT)
                MOVE ZERO TO WS-DT-PAID-COUNT(WS-DEPT-COUNT)
                MOVE ZERO TO WS-DT-DIRECT(WS-DEPT-COUNT)
                MOVE ZERO TO WS-DT-ROLLED(WS-DEPT-COUNT)
                MOVE 'N'  TO WS-DT-PRINTED-SW(WS-DEPT-COUNT)
            ELSE
                DISPLAY "LABORGL: DEPT TABLE FULL, " DEPTM-DEPTNO
                        " NOT LOADED - ALLOCATION INCOMPLETE"
                SET TABLE-FULL TO TRUE
            END-IF

            READ DEPTMST NEXT RECORD INTO WS-DEPTM-REC
                AT END
                    SET MST-EOF TO TRUE
            END-READ
            PERFORM 1050-CHECK-MST-READ-PARA
        END-PERFORM.

      *    RESOLVE EACH DEPARTMENT'S PARENT ONCE, SO THE ROLL-UP
      *    CLIMB AND THE REPORT WALK RUN ON SUBSCRIPTS.
        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            IF WS-DT-ADMRDEPT(WS-DEPT-SUB) NOT = SPACES
               AND WS-DT-ADMRDEPT(WS-DEPT-SUB)
                   NOT = WS-DT-DEPTNO(WS-DEPT-SUB)
                MOVE WS-DT-ADMRDEPT(WS-DEPT-SUB) TO WS-FIND-TARGET
                PERFORM 1100-FIND-DEPT-PARA
                MOVE WS-FIND-HIT-SUB TO WS-DT-PARENT-SUB(WS-DEPT-SUB)
            END-IF
        END-PERFORM.

       1050-CHECK-MST-READ-PARA.

        IF NOT MST-EOF AND WS-DEPTMST-STATUS NOT = "00"
            ADD 1 TO WS-READ-ERRORS
            DISPLAY "LABORGL: READ FAILED ON DEPTMST, FILE STATUS="
                    WS-DEPTMST-STATUS
            SET MST-EOF TO TRUE
        END-IF.

       1100-FIND-DEPT-PARA.

        MOVE ZERO TO WS-FIND-HIT-SUB.
        PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-DEPT-COUNT
                   OR WS-FIND-HIT-SUB NOT = ZERO
            IF WS-DT-DEPTNO(WS-SCAN-SUB) = WS-FIND-TARGET
                MOVE WS-SCAN-SUB TO WS-FIND-HIT-SUB
            END-IF
        END-PERFORM.

       2000-SUM-PAYROLL-PARA.

        READ PAYREG INTO WS-PAYR-DETAIL
            AT END
                SET PAYREG-EOF TO TRUE
        END-READ.

        PERFORM UNTIL PAYREG-EOF
            ADD 1 TO WS-PAYREG-READ
            PERFORM 2100-CHARGE-ONE-PAID-PARA

            READ PAYREG INTO WS-PAYR-DETAIL
                AT END
                    SET PAYREG-EOF TO TRUE
            END-READ
        END-PERFORM.

       2100-CHARGE-ONE-PAID-PARA.

      *    A GROSS-PAY FIELD THAT IS NOT NUMERIC CANNOT BE POSTED OR
      *    TOTALED - IT IS LEFT OUT OF BOTH THE REGISTER TOTAL AND
      *    THE JOURNAL AND LISTED FOR PAYROLL TO CORRECT.
        IF PAYR-GROSS-PAY NOT NUMERIC
            MOVE SPACES      TO WS-RPT-EXCEPTION
            MOVE PAYR-EMPNO  TO WS-RPT-EX-EMPNO
            MOVE PAYR-DEPTNO TO WS-RPT-EX-DEPTNO
            MOVE "GROSS PAY NOT NUMERIC - NOT ALLOCATED"
                TO WS-RPT-EX-REASON
            WRITE GLCTLRPT-RECORD FROM WS-RPT-EXCEPTION
            ADD 1 TO WS-BAD-AMOUNTS
        ELSE
            ADD PAYR-GROSS-PAY TO WS-REGISTER-TOTAL
            ADD 1 TO WS-PAYREG-POSTED
            MOVE PAYR-DEPTNO TO WS-FIND-TARGET
            PERFORM 1100-FIND-DEPT-PARA
            IF WS-FIND-HIT-SUB > ZERO
                ADD PAYR-GROSS-PAY TO WS-DT-DIRECT(WS-FIND-HIT-SUB)
                ADD 1 TO WS-DT-PAID-COUNT(WS-FIND-HIT-SUB)
            ELSE
                PERFORM 2200-CHARGE-ORPHAN-PARA
            END-IF
        END-IF.

       2200-CHARGE-ORPHAN-PARA.

        ADD 1 TO WS-ORPHAN-PAID.
        MOVE ZERO TO WS-ORPHAN-SUB.
        PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-ORPHAN-COUNT
                   OR WS-ORPHAN-SUB NOT = ZERO
            IF WS-OR-DEPTNO(WS-SCAN-SUB) = PAYR-DEPTNO
                MOVE WS-SCAN-SUB TO WS-ORPHAN-SUB
            END-IF
        END-PERFORM.

        IF WS-ORPHAN-SUB = ZERO
            IF WS-ORPHAN-COUNT < 100
                ADD 1 TO WS-ORPHAN-COUNT
                MOVE WS-ORPHAN-COUNT TO WS-ORPHAN-SUB
                MOVE PAYR-DEPTNO TO WS-OR-DEPTNO(WS-ORPHAN-SUB)
                MOVE ZERO        TO WS-OR-PAID-COUNT(WS-ORPHAN-SUB)
                MOVE ZERO        TO WS-OR-DIRECT(WS-ORPHAN-SUB)
            ELSE
                DISPLAY "LABORGL: ORPHAN TABLE FULL, " PAYR-DEPTNO
                        " NOT ALLOCATED - ALLOCATION INCOMPLETE"
                SET TABLE-FULL TO TRUE
            END-IF
        END-IF.

        IF WS-ORPHAN-SUB > ZERO
            ADD PAYR-GROSS-PAY TO WS-OR-DIRECT(WS-ORPHAN-SUB)
            ADD 1 TO WS-OR-PAID-COUNT(WS-ORPHAN-SUB)
        END-IF.

       3000-ROLL-UP-PARA.

      *    EACH DEPARTMENT'S DIRECT DOLLARS ARE ADDED TO ITS OWN
      *    ROLLED-UP FIGURE AND TO EVERY ANCESTOR'S ON THE WAY UP THE
      *    ADMRDEPT CHAIN. THE CLIMB IS BOUNDED AT THE SAME 50 LEVELS
      *    DEPTAUDT ENFORCES, SO A CYCLE IN THE MASTER CANNOT LOOP.
        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            IF WS-DT-DIRECT(WS-DEPT-SUB) > ZERO
                MOVE WS-DEPT-SUB TO WS-CLIMB-SUB
                MOVE ZERO        TO WS-CLIMB-DEPTH
                MOVE 'N'         TO WS-CLIMB-DONE-SW
                PERFORM UNTIL CLIMB-DONE
                    ADD WS-DT-DIRECT(WS-DEPT-SUB)
                        TO WS-DT-ROLLED(WS-CLIMB-SUB)
                    ADD 1 TO WS-CLIMB-DEPTH
                    MOVE WS-DT-PARENT-SUB(WS-CLIMB-SUB)
                        TO WS-CLIMB-SUB
                    IF WS-CLIMB-SUB = ZERO
                        SET CLIMB-DONE TO TRUE
                    ELSE
                        IF WS-CLIMB-DEPTH > 50
                            DISPLAY "LABORGL: ADMRDEPT CHAIN OF "
                                    WS-DT-DEPTNO(WS-DEPT-SUB)
                                    " EXCEEDS 50 LEVELS - CYCLE?"
                            ADD 1 TO WS-CYCLE-DEPTS
                            SET CLIMB-DONE TO TRUE
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
        END-PERFORM.

       4000-WRITE-JOURNAL-PARA.

        MOVE SPACES                  TO WS-GLJ-HEADER.
        MOVE 'H'                     TO GLJ-HDR-TYPE.
        MOVE "LABORGL"               TO GLJ-HDR-SOURCE.
        MOVE WS-POST-DATE            TO GLJ-HDR-POST-DATE.
        MOVE "PAYROLL LABOR COST ALLOCATION"
                                     TO GLJ-HDR-DESC.
        WRITE GLJRNL-RECORD FROM WS-GLJ-HEADER.

      *    ONE DEBIT PER COST CENTER WITH PAY CHARGED TO IT, MASTER
      *    DEPARTMENTS FIRST, THEN ANY DEPTNO NOT ON THE MASTER. A
      *    DEPARTMENT NOBODY WAS PAID IN GETS NO ZERO LINE.
        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            IF WS-DT-DIRECT(WS-DEPT-SUB) > ZERO
                MOVE WS-DT-DEPTNO(WS-DEPT-SUB)
                    TO GLJ-DTL-COST-CENTER
                MOVE WS-DT-DIRECT(WS-DEPT-SUB)
                    TO GLJ-DTL-AMOUNT
                PERFORM 4100-WRITE-DEBIT-PARA
            END-IF
        END-PERFORM.

        PERFORM VARYING WS-ORPHAN-SUB FROM 1 BY 1
                UNTIL WS-ORPHAN-SUB > WS-ORPHAN-COUNT
            IF WS-OR-DIRECT(WS-ORPHAN-SUB) > ZERO
                MOVE WS-OR-DEPTNO(WS-ORPHAN-SUB)
                    TO GLJ-DTL-COST-CENTER
                MOVE WS-OR-DIRECT(WS-ORPHAN-SUB)
                    TO GLJ-DTL-AMOUNT
                PERFORM 4100-WRITE-DEBIT-PARA
            END-IF
        END-PERFORM.

      *    THE OFFSETTING CREDIT IS THE REGISTER'S OWN GRAND TOTAL,
      *    NOT THE SUM OF THE DEBITS - SO IF AN ALLOCATION WAS EVER
      *    DROPPED, THE TRAILER SHOWS IT AND THE GL LOAD REFUSES IT.
        IF WS-REGISTER-TOTAL > ZERO
            MOVE SPACES              TO WS-GLJ-DETAIL
            MOVE 'D'                 TO GLJ-DTL-TYPE
            MOVE WS-CLEARING-ACCT    TO GLJ-DTL-ACCOUNT
            MOVE SPACES              TO GLJ-DTL-COST-CENTER
            MOVE 'C'                 TO GLJ-DTL-DR-CR
            MOVE WS-REGISTER-TOTAL   TO GLJ-DTL-AMOUNT
            MOVE WS-POST-DATE        TO GLJ-DTL-POST-DATE
            MOVE "PAYROLL CLEARING - GROSS PAY"
                                     TO GLJ-DTL-DESC
            WRITE GLJRNL-RECORD FROM WS-GLJ-DETAIL
            ADD 1                    TO WS-CREDIT-LINES
            ADD WS-REGISTER-TOTAL    TO WS-CREDIT-TOTAL
        END-IF.

        MOVE SPACES                  TO WS-GLJ-TRAILER.
        MOVE 'T'                     TO GLJ-TRL-TYPE.
        COMPUTE GLJ-TRL-LINE-COUNT = WS-DEBIT-LINES + WS-CREDIT-LINES.
        MOVE WS-DEBIT-TOTAL          TO GLJ-TRL-DEBIT-TOTAL.
        MOVE WS-CREDIT-TOTAL         TO GLJ-TRL-CREDIT-TOTAL.
        WRITE GLJRNL-RECORD FROM WS-GLJ-TRAILER.

       4100-WRITE-DEBIT-PARA.

      *    COST CENTER AND AMOUNT ARE SET BY THE CALLER.
        MOVE 'D'                     TO GLJ-DTL-TYPE.
        MOVE WS-EXPENSE-ACCT         TO GLJ-DTL-ACCOUNT.
        MOVE 'D'                     TO GLJ-DTL-DR-CR.
        MOVE WS-POST-DATE            TO GLJ-DTL-POST-DATE.
        MOVE "SALARIES AND WAGES - GROSS PAY"
                                     TO GLJ-DTL-DESC.
        WRITE GLJRNL-RECORD FROM WS-GLJ-DETAIL.
        ADD 1              TO WS-DEBIT-LINES.
        ADD GLJ-DTL-AMOUNT TO WS-DEBIT-TOTAL.

       5000-PRINT-CONTROL-PARA.

        IF WS-BAD-AMOUNTS > 0
            WRITE GLCTLRPT-RECORD FROM WS-RPT-BLANK
        END-IF.
        WRITE GLCTLRPT-RECORD FROM WS-RPT-HEADING.
        WRITE GLCTLRPT-RECORD FROM WS-RPT-BLANK.

      *    EVERY BRANCH IN DEPTNO ORDER WITH ITS SUBTREE UNDER IT,
      *    INDENTED THE WAY THE EXTRACT INDENTS IT.
        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            IF WS-DT-PARENT-SUB(WS-DEPT-SUB) = ZERO
                MOVE 1           TO WS-STACK-TOP
                MOVE WS-DEPT-SUB TO WS-SK-DEPT-SUB(1)
                MOVE 1           TO WS-SK-LEVEL(1)
                PERFORM 5100-WALK-SUBTREE-PARA
                    UNTIL WS-STACK-TOP = ZERO
            END-IF
        END-PERFORM.

      *    A DEPARTMENT STILL UNPRINTED SITS ON AN ADMRDEPT CYCLE -
      *    LIST IT FLAT SO ITS DOLLARS ARE NOT HIDDEN.
        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            IF NOT DT-PRINTED(WS-DEPT-SUB)
                MOVE WS-DEPT-SUB TO WS-WALK-SUB
                MOVE 1           TO WS-WALK-LEVEL
                PERFORM 5200-PRINT-DETAIL-PARA
            END-IF
        END-PERFORM.

      *    BRANCH TOTALS: THE ROLLED-UP FIGURE OF EACH LEVEL-1 HEAD.
        WRITE GLCTLRPT-RECORD FROM WS-RPT-BLANK.
        MOVE ZERO TO WS-BRANCH-TOTAL.
        PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
            IF WS-DT-PARENT-SUB(WS-DEPT-SUB) = ZERO
                MOVE WS-DT-DEPTNO(WS-DEPT-SUB)   TO WS-RPT-BT-DEPTNO
                MOVE WS-DT-DEPTNAME(WS-DEPT-SUB) TO WS-RPT-BT-DEPTNAME
                MOVE WS-DT-ROLLED(WS-DEPT-SUB)   TO WS-RPT-BT-ROLLED
                WRITE GLCTLRPT-RECORD FROM WS-RPT-BRANCH-TOTAL
                ADD WS-DT-ROLLED(WS-DEPT-SUB) TO WS-BRANCH-TOTAL
            END-IF
        END-PERFORM.

        IF WS-ORPHAN-COUNT > 0
            WRITE GLCTLRPT-RECORD FROM WS-RPT-BLANK
            WRITE GLCTLRPT-RECORD FROM WS-RPT-ORPHAN-HEAD
            PERFORM VARYING WS-ORPHAN-SUB FROM 1 BY 1
                    UNTIL WS-ORPHAN-SUB > WS-ORPHAN-COUNT
                MOVE WS-OR-DEPTNO(WS-ORPHAN-SUB)
                    TO WS-RPT-OR-DEPTNO
                MOVE WS-OR-PAID-COUNT(WS-ORPHAN-SUB)
                    TO WS-RPT-OR-COUNT
                MOVE WS-OR-DIRECT(WS-ORPHAN-SUB)
                    TO WS-RPT-OR-DIRECT
                WRITE GLCTLRPT-RECORD FROM WS-RPT-ORPHAN
                ADD WS-OR-DIRECT(WS-ORPHAN-SUB) TO WS-ORPHAN-TOTAL
            END-PERFORM
        END-IF.

      *    THE BALANCE PROOF: BRANCHES PLUS UNROLLED ORPHAN PAY MUST
      *    FOOT TO THE REGISTER, AND THE JOURNAL'S TWO SIDES MUST
      *    EACH EQUAL IT.
        WRITE GLCTLRPT-RECORD FROM WS-RPT-BLANK.
        MOVE "PAYROLL REGISTER GRAND TOTAL" TO WS-RPT-ML-LABEL.
        MOVE WS-REGISTER-TOTAL   TO WS-RPT-ML-AMOUNT.
        WRITE GLCTLRPT-RECORD FROM WS-RPT-MONEY-LINE.
        MOVE "SUM OF BRANCH TOTALS" TO WS-RPT-ML-LABEL.
        MOVE WS-BRANCH-TOTAL     TO WS-RPT-ML-AMOUNT.
        WRITE GLCTLRPT-RECORD FROM WS-RPT-MONEY-LINE.
        MOVE "PAY TO DEPTNOS NOT ON DEPTMST" TO WS-RPT-ML-LABEL.
        MOVE WS-ORPHAN-TOTAL     TO WS-RPT-ML-AMOUNT.
        WRITE GLCTLRPT-RECORD FROM WS-RPT-MONEY-LINE.
        MOVE "JOURNAL DEBITS" TO WS-RPT-ML-LABEL.
        MOVE WS-DEBIT-TOTAL      TO WS-RPT-ML-AMOUNT.
        WRITE GLCTLRPT-RECORD FROM WS-RPT-MONEY-LINE.
        MOVE "JOURNAL CREDITS" TO WS-RPT-ML-LABEL.
        MOVE WS-CREDIT-TOTAL     TO WS-RPT-ML-AMOUNT.
        WRITE GLCTLRPT-RECORD FROM WS-RPT-MONEY-LINE.

        WRITE GLCTLRPT-RECORD FROM WS-RPT-BLANK.
        IF WS-DEBIT-TOTAL = WS-REGISTER-TOTAL
           AND WS-CREDIT-TOTAL = WS-REGISTER-TOTAL
            MOVE "JOURNAL IN BALANCE WITH THE PAYROLL REGISTER"
                TO WS-RPT-BL-TEXT
        ELSE
            MOVE "*** JOURNAL OUT OF BALANCE - DO NOT POST ***"
                TO WS-RPT-BL-TEXT
        END-IF.
        WRITE GLCTLRPT-RECORD FROM WS-RPT-BALANCE-LINE.

       5100-WALK-SUBTREE-PARA.

        MOVE WS-SK-DEPT-SUB(WS-STACK-TOP) TO WS-WALK-SUB.
        MOVE WS-SK-LEVEL(WS-STACK-TOP)    TO WS-WALK-LEVEL.
        SUBTRACT 1 FROM WS-STACK-TOP.

        IF NOT DT-PRINTED(WS-WALK-SUB)
            PERFORM 5200-PRINT-DETAIL-PARA
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

       5200-PRINT-DETAIL-PARA.

        MOVE WS-WALK-LEVEL TO WS-DISP-LEVEL.
        IF WS-DISP-LEVEL > 5
            MOVE 5 TO WS-DISP-LEVEL
        END-IF.
        COMPUTE WS-INDENT-OFFSET = (WS-DISP-LEVEL * 2) + 1.

        MOVE SPACES TO WS-RPT-DEPTNO-DISP.
        MOVE WS-DT-DEPTNO(WS-WALK-SUB)
            TO WS-RPT-DEPTNO-DISP(WS-INDENT-OFFSET:3).
        MOVE WS-DT-DEPTNAME(WS-WALK-SUB) TO WS-RPT-DEPTNAME.
        MOVE WS-DT-DIRECT(WS-WALK-SUB)   TO WS-RPT-DIRECT.
        MOVE WS-DT-ROLLED(WS-WALK-SUB)   TO WS-RPT-ROLLED.
        WRITE GLCTLRPT-RECORD FROM WS-RPT-DETAIL.
        MOVE 'Y' TO WS-DT-PRINTED-SW(WS-WALK-SUB).

       6000-FINAL-COUNT.
        CLOSE PAYREG
              DEPTMST
              GLJRNL
              GLCTLRPT.
        DISPLAY "-----------------------------------------------------".
        DISPLAY "LABORGL CONTROL TOTALS".
        DISPLAY "  POSTING DATE . . . . . . : " WS-POST-DATE.
        DISPLAY "  PAY REGISTER RECORDS . . : " WS-PAYREG-READ.
        DISPLAY "  RECORDS ALLOCATED  . . . : " WS-PAYREG-POSTED.
        DISPLAY "  BAD GROSS-PAY AMOUNTS . : " WS-BAD-AMOUNTS.
        DISPLAY "  DEPARTMENTS READ . . . . : " WS-DEPTS-READ.
        DISPLAY "  PAID TO DEPTS NOT ON MST : " WS-ORPHAN-PAID.
        DISPLAY "  DEPTS ON ADMRDEPT CYCLE  : " WS-CYCLE-DEPTS.
        DISPLAY "  JOURNAL DEBIT LINES  . . : " WS-DEBIT-LINES.
        DISPLAY "  JOURNAL CREDIT LINES . . : " WS-CREDIT-LINES.
        DISPLAY "  REGISTER GRAND TOTAL . . : " WS-REGISTER-TOTAL.
        DISPLAY "  JOURNAL DEBIT TOTAL  . . : " WS-DEBIT-TOTAL.
        DISPLAY "  JOURNAL CREDIT TOTAL . . : " WS-CREDIT-TOTAL.
        DISPLAY "  DEPTMST READ ERRORS  . . : " WS-READ-ERRORS.
        DISPLAY "-----------------------------------------------------".
        IF WS-DEBIT-TOTAL NOT = WS-REGISTER-TOTAL
           OR WS-CREDIT-TOTAL NOT = WS-REGISTER-TOTAL
            DISPLAY "LABORGL: JOURNAL OUT OF BALANCE WITH THE "
                    "REGISTER - GLJRNL MUST NOT BE POSTED"
        END-IF.
