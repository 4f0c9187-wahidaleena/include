       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEPTMNT.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      *REMARKS.       ONLINE TDEPT MAINTENANCE (TRANSID DMNT, MAPSET
      *            DEPTMNS). PSEUDO-CONVERSATIONAL ADD / CHANGE /
      *            DELETE OF ONE DEPARTMENT ROW, WITH AN 'I'NQUIRY
      *            ACTION TO BRING UP THE ROW BEFORE A CHANGE OR
      *            DELETE. EVERY ADD OR CHANGE IS HELD TO THE SAME
      *            RULES THE NIGHTLY STREAM ENFORCES AFTER THE FACT:
      *            ADMRDEPT MUST BE ON TDEPT, THE NEW PARENT CHAIN
      *            MUST NOT LOOP BACK ON THE DEPARTMENT, NO BRANCH MAY
      *            GO DEEPER THAN THE 50-DEEP TESTDB2 WALK STACK, NO
      *            PARENT MAY CARRY MORE THAN THE 50-ENTRY CHILD
      *            BUFFER (SAME LIMITS AS DEPTAUDT), AND A NONBLANK
      *            MGRNO MUST BE ON EMPLOYEE. A DELETE IS REFUSED
      *            WHILE CHILD DEPARTMENTS OR EMPLOYEES STILL POINT AT
      *            THE DEPARTMENT. EACH COMMITTED CHANGE WRITES A
      *            BEFORE/AFTER IMAGE WITH USER, TERMINAL AND TIME TO
      *            THE DMJR JOURNAL QUEUE (DMJRNREC) IN THE SAME UNIT
      *            OF WORK AS THE TDEPT UPDATE.
      **************************CC109**********************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY DFHAID.

       COPY DFHBMSCA.

       COPY DEPTMNS.

       COPY DMJRNREC
           REPLACING ==DMJR-RECORD== BY ==WS-DMJR-REC==.

       01  WS-SWITCHES.
           05  WS-VALID-SW                 PIC X VALUE 'Y'.
               88  CHANGE-VALID                  VALUE 'Y'.
           05  WS-END-SESSION-SW           PIC X VALUE 'N'.
               88  END-SESSION                   VALUE 'Y'.
           05  WS-ROW-FOUND-SW             PIC X VALUE 'N'.
               88  ROW-FOUND                     VALUE 'Y'.
           05  WS-CDMT-EOF-SW              PIC X VALUE 'N'.
               88  CDMT-EOF                      VALUE 'Y'.
           05  WS-CHAIN-DONE-SW            PIC X VALUE 'N'.
               88  CHAIN-DONE                    VALUE 'Y'.
           05  WS-SQL-FAILED-SW            PIC X VALUE 'N'.
               88  SQL-FAILED                    VALUE 'Y'.

      *    CARRIED FROM ONE SCREEN TO THE NEXT: THE ROW AS LAST SHOWN
      *    BY AN INQUIRY, SO A CHANGE OR DELETE IS ONLY ACCEPTED
      *    AGAINST THE DEPARTMENT THE OPERATOR ACTUALLY LOOKED AT,
      *    AND IS REFUSED IF SOMEONE ELSE CHANGED THE ROW IN BETWEEN.
       01  WS-COMMAREA.
           05  WS-CA-INQ-DEPTNO            PIC X(3)  VALUE SPACES.
           05  WS-CA-INQ-DEPTNAME          PIC X(36) VALUE SPACES.
           05  WS-CA-INQ-MGRNO             PIC X(6)  VALUE SPACES.
           05  WS-CA-INQ-ADMRDEPT          PIC X(3)  VALUE SPACES.

       01  WS-SCREEN-FIELDS.
           05  WS-IN-ACTION                PIC X(1)  VALUE SPACE.
               88  ACTION-INQUIRE                VALUE 'I'.
               88  ACTION-ADD                    VALUE 'A'.
               88  ACTION-CHANGE                 VALUE 'C'.
               88  ACTION-DELETE                 VALUE 'D'.
           05  WS-IN-DEPTNO                PIC X(3)  VALUE SPACES.
           05  WS-IN-DEPTNAME              PIC X(36) VALUE SPACES.
           05  WS-IN-MGRNO                 PIC X(6)  VALUE SPACES.
           05  WS-IN-ADMRDEPT              PIC X(3)  VALUE SPACES.
           05  WS-MSG                      PIC X(79) VALUE SPACES.

      *    TDEPT HOST VARIABLES. MGRNO IS NULLABLE ON TDEPT - A
      *    BLANK MANAGER ON THE SCREEN GOES IN AS NULL (A VACANT
      *    SEAT, WHICH MGRXREF AND MGRVACT TRACK) RATHER THAN AS A
      *    BLANK EMPNO NOTHING COULD EVER MATCH.
       01  WS-TDEPT-HOST-VARS.
           05  WS-DEPTNO                   PIC X(3).
           05  WS-DEPTNAME                 PIC X(36).
           05  WS-MGRNO                    PIC X(6).
           05  WS-ADMRDEPT                 PIC X(3).
           05  WS-MGRNO-IND                PIC S9(4) COMP.
           05  WS-ROW-COUNT                PIC S9(9) COMP.

       01  WS-BEFORE-IMAGE.
           05  WS-BEF-DEPTNAME             PIC X(36) VALUE SPACES.
           05  WS-BEF-MGRNO                PIC X(6)  VALUE SPACES.
           05  WS-BEF-ADMRDEPT             PIC X(3)  VALUE SPACES.

      *--------------------------------------------------------------*
      * WS-TDEPT-TABLE holds every DEPTNO/ADMRDEPT pair on TDEPT with *
      * the proposed change already applied, so the cycle, depth and *
      * fan-out checks run off memory exactly as DEPTAUDT runs them   *
      * overnight. WS-TD-PARENT-SUB is resolved once per load so each *
      * climb is a subscript hop, not a table search; it is zero for  *
      * a root (blank or self-administered ADMRDEPT) and for a parent *
      * that is not on the table.                                     *
      *--------------------------------------------------------------*
       01  WS-TDEPT-TABLE.
           05  WS-TDEPT-COUNT              PIC 9(3) VALUE ZERO.
           05  WS-TDEPT-ENTRY OCCURS 500 TIMES.
               10  WS-TD-DEPTNO            PIC X(3).
               10  WS-TD-ADMRDEPT          PIC X(3).
               10  WS-TD-PARENT-SUB        PIC 9(3).

       01  WS-SUBSCRIPTS.
           05  WS-TD-SUB                   PIC 9(3) VALUE ZERO.
           05  WS-FIND-SUB                 PIC 9(3) VALUE ZERO.
           05  WS-TARGET-SUB               PIC 9(3) VALUE ZERO.
           05  WS-CLIMB-SUB                PIC 9(3) VALUE ZERO.
           05  WS-CHILD-CTR                PIC 9(3) VALUE ZERO.

       01  WS-CHAIN-FIELDS.
           05  WS-FIND-TARGET              PIC X(3)  VALUE SPACES.
           05  WS-TARGET-DEPTH             PIC 9(3)  VALUE ZERO.
           05  WS-CLIMB-STEPS              PIC 9(3)  VALUE ZERO.

      *    THE EXTRACT'S WALK STACK HOLDS 50 ENTRIES AND ITS CHILD
      *    BUFFER HOLDS 50 CHILDREN - THE SAME LIMITS DEPTAUDT HOLDS
      *    THE NIGHTLY STREAM TO.
       01  WS-LIMITS.
           05  WS-MAX-DEPTH                PIC 9(3) VALUE 050.
           05  WS-MAX-CHILDREN             PIC 9(3) VALUE 050.

       01  WS-CICS-FIELDS.
           05  WS-RESP                     PIC S9(8) COMP VALUE ZERO.
           05  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
           05  WS-CICS-DATE                PIC X(8)  VALUE SPACES.
           05  WS-CICS-TIME                PIC X(6)  VALUE SPACES.
           05  WS-USERID                   PIC X(8)  VALUE SPACES.

       01  WS-SQLCODE-DISP                 PIC -(8)9.

       01  WS-END-MSG                      PIC X(40) VALUE
           "DEPTMNT: DEPARTMENT MAINTENANCE ENDED".

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(48).

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

      *    CURSOR FOR THE HIERARCHY CHECKS: EVERY DEPARTMENT AND ITS
      *    PARENT. READ COMMITTED, NOT UR - THE CHECK MUST NOT PASS
      *    A CHANGE AGAINST SOMEONE ELSE'S UNCOMMITTED REPARENTING.
        EXEC SQL DECLARE CDMT CURSOR FOR
          SELECT DEPTNO, ADMRDEPT FROM TDEPT
          ORDER BY DEPTNO
        END-EXEC.

        IF EIBCALEN = 0
            MOVE LOW-VALUES TO DEPTMNTO
            MOVE "ENTER ACTION I, A, C OR D AND A DEPARTMENT NUMBER"
                TO MSGO
            EXEC CICS SEND MAP('DEPTMNT') MAPSET('DEPTMNS')
                 FROM(DEPTMNTO) ERASE
            END-EXEC
        ELSE
            MOVE DFHCOMMAREA TO WS-COMMAREA
            EVALUATE TRUE
                WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                    SET END-SESSION TO TRUE
                WHEN EIBAID = DFHENTER
                    PERFORM 1000-RECEIVE-MAP-PARA
                    IF WS-MSG = SPACES
                        PERFORM 2000-PROCESS-ACTION-PARA
                    END-IF
                    PERFORM 8000-SEND-MAP-PARA
                WHEN OTHER
                    MOVE "INVALID KEY - ENTER=PROCESS, PF3/CLEAR=EXIT"
                        TO WS-MSG
                    PERFORM 8100-SEND-MSG-PARA
            END-EVALUATE
        END-IF.

        IF END-SESSION
            EXEC CICS SEND TEXT FROM(WS-END-MSG)
                 LENGTH(LENGTH OF WS-END-MSG) ERASE FREEKB
            END-EXEC
            EXEC CICS RETURN END-EXEC
        ELSE
            EXEC CICS RETURN TRANSID(EIBTRNID)
                 COMMAREA(WS-COMMAREA)
                 LENGTH(LENGTH OF WS-COMMAREA)
            END-EXEC
        END-IF.

        GOBACK.

       1000-RECEIVE-MAP-PARA.

        MOVE SPACES TO WS-MSG.
        EXEC CICS RECEIVE MAP('DEPTMNT') MAPSET('DEPTMNS')
             INTO(DEPTMNTI) RESP(WS-RESP)
        END-EXEC.
        IF WS-RESP = DFHRESP(MAPFAIL)
            MOVE LOW-VALUES TO DEPTMNTI
            MOVE "NOTHING ENTERED - KEY AN ACTION AND A DEPARTMENT"
                TO WS-MSG
        ELSE
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE "RECEIVE MAP FAILED - PRESS CLEAR AND START AGAIN"
                    TO WS-MSG
            END-IF
        END-IF.

      *    AN UNTOUCHED FIELD COMES BACK AS LOW-VALUES - NORMALIZE
      *    EVERYTHING TO SPACES SO THE EDITS BELOW HAVE ONE "EMPTY".
        MOVE ACTNI TO WS-IN-ACTION.
        MOVE DEPTI TO WS-IN-DEPTNO.
        MOVE NAMEI TO WS-IN-DEPTNAME.
        MOVE MGRI  TO WS-IN-MGRNO.
        MOVE ADMRI TO WS-IN-ADMRDEPT.
        INSPECT WS-SCREEN-FIELDS REPLACING ALL LOW-VALUE BY SPACE.

       2000-PROCESS-ACTION-PARA.

        MOVE 'Y' TO WS-VALID-SW.
        MOVE 'N' TO WS-SQL-FAILED-SW.

        IF WS-IN-DEPTNO = SPACES
            MOVE "DEPARTMENT NUMBER IS REQUIRED" TO WS-MSG
        ELSE
            EVALUATE TRUE
                WHEN ACTION-INQUIRE
                    PERFORM 2100-INQUIRE-PARA
                WHEN ACTION-ADD
                    PERFORM 2200-ADD-PARA
                WHEN ACTION-CHANGE
                    PERFORM 2300-CHANGE-PARA
                WHEN ACTION-DELETE
                    PERFORM 2400-DELETE-PARA
                WHEN OTHER
                    MOVE "ACTION MUST BE I, A, C OR D" TO WS-MSG
            END-EVALUATE
        END-IF.

       2100-INQUIRE-PARA.

        PERFORM 2900-SELECT-ROW-PARA.
        IF NOT SQL-FAILED
            IF ROW-FOUND
                MOVE WS-IN-DEPTNO    TO WS-CA-INQ-DEPTNO
                MOVE WS-BEF-DEPTNAME TO WS-CA-INQ-DEPTNAME
                MOVE WS-BEF-MGRNO    TO WS-CA-INQ-MGRNO
                MOVE WS-BEF-ADMRDEPT TO WS-CA-INQ-ADMRDEPT
                MOVE WS-BEF-DEPTNAME TO WS-IN-DEPTNAME
                MOVE WS-BEF-MGRNO    TO WS-IN-MGRNO
                MOVE WS-BEF-ADMRDEPT TO WS-IN-ADMRDEPT
                MOVE "ROW DISPLAYED - KEY C OR D TO CHANGE OR DELETE IT"
                    TO WS-MSG
            ELSE
                MOVE SPACES TO WS-COMMAREA
                MOVE SPACES TO WS-IN-DEPTNAME
                MOVE SPACES TO WS-IN-MGRNO
                MOVE SPACES TO WS-IN-ADMRDEPT
                MOVE "DEPARTMENT NOT ON TDEPT" TO WS-MSG
            END-IF
        END-IF.

       2200-ADD-PARA.

        PERFORM 2900-SELECT-ROW-PARA.
        IF SQL-FAILED
            MOVE 'N' TO WS-VALID-SW
        ELSE
            IF ROW-FOUND
                MOVE "DEPARTMENT ALREADY ON TDEPT - USE C TO CHANGE IT"
                    TO WS-MSG
                MOVE 'N' TO WS-VALID-SW
            END-IF
        END-IF.

        IF CHANGE-VALID
            MOVE SPACES TO WS-BEFORE-IMAGE
            PERFORM 3000-EDIT-FIELDS-PARA
        END-IF.
        IF CHANGE-VALID
            PERFORM 3100-CHECK-HIERARCHY-PARA
        END-IF.
        IF CHANGE-VALID
            PERFORM 3600-CHECK-MGRNO-PARA
        END-IF.

        IF CHANGE-VALID
            PERFORM 2950-SET-HOST-VARS-PARA
            EXEC SQL
              INSERT INTO TDEPT (DEPTNO, DEPTNAME, MGRNO, ADMRDEPT)
                VALUES (:WS-DEPTNO, :WS-DEPTNAME,
                        :WS-MGRNO :WS-MGRNO-IND, :WS-ADMRDEPT)
            END-EXEC
            IF SQLCODE = 0
                MOVE 'A' TO DMJR-ACTION
                PERFORM 4000-JOURNAL-AND-COMMIT-PARA
            ELSE
                PERFORM 9000-SQL-ERROR-PARA
            END-IF
        END-IF.

       2300-CHANGE-PARA.

        PERFORM 2800-CHECK-INQUIRED-PARA.

        IF CHANGE-VALID
            PERFORM 3000-EDIT-FIELDS-PARA
        END-IF.
      *    A DEPARTMENT LEFT UNDER THE SAME PARENT KEEPS THE SAME
      *    DEPTH AND PARENT FAN-OUT, AND CANNOT HAVE GROWN A CYCLE -
      *    ONLY A REPARENTING NEEDS THE HIERARCHY CHECKS.
        IF CHANGE-VALID
            IF WS-IN-ADMRDEPT NOT = WS-BEF-ADMRDEPT
                PERFORM 3100-CHECK-HIERARCHY-PARA
            END-IF
        END-IF.
        IF CHANGE-VALID
            PERFORM 3600-CHECK-MGRNO-PARA
        END-IF.

        IF CHANGE-VALID
            PERFORM 2950-SET-HOST-VARS-PARA
            EXEC SQL
              UPDATE TDEPT
                 SET DEPTNAME = :WS-DEPTNAME,
                     MGRNO    = :WS-MGRNO :WS-MGRNO-IND,
                     ADMRDEPT = :WS-ADMRDEPT
               WHERE DEPTNO   = :WS-DEPTNO
                 AND DEPTNAME = :WS-BEF-DEPTNAME
                 AND ADMRDEPT = :WS-BEF-ADMRDEPT
                 AND COALESCE(MGRNO, ' ') = :WS-BEF-MGRNO
            END-EXEC
            EVALUATE SQLCODE
                WHEN 0
                    MOVE 'C' TO DMJR-ACTION
                    PERFORM 4000-JOURNAL-AND-COMMIT-PARA
                WHEN 100
                    PERFORM 2850-ROW-CHANGED-PARA
                WHEN OTHER
                    PERFORM 9000-SQL-ERROR-PARA
            END-EVALUATE
        END-IF.

       2400-DELETE-PARA.

        PERFORM 2800-CHECK-INQUIRED-PARA.

      *    DELETING A PARENT WOULD ORPHAN ITS CHILDREN (DEPTAUDT'S
      *    ORPHAN FINDING) AND DELETING A DEPARTMENT WITH STAFF
      *    WOULD ORPHAN THEIR WORKDEPT (EMPAUDT'S) - BOTH MUST BE
      *    MOVED FIRST.
        IF CHANGE-VALID
            MOVE WS-IN-DEPTNO TO WS-DEPTNO
            EXEC SQL
              SELECT COUNT(*) INTO :WS-ROW-COUNT
                FROM TDEPT
               WHERE ADMRDEPT = :WS-DEPTNO
                 AND DEPTNO  <> :WS-DEPTNO
            END-EXEC
            IF SQLCODE NOT = 0
                PERFORM 9000-SQL-ERROR-PARA
            ELSE
                IF WS-ROW-COUNT > 0
                    MOVE "DELETE REFUSED - CHILD DEPTS REPORT TO IT"
                        TO WS-MSG
                    MOVE 'N' TO WS-VALID-SW
                END-IF
            END-IF
        END-IF.

        IF CHANGE-VALID
            EXEC SQL
              SELECT COUNT(*) INTO :WS-ROW-COUNT
                FROM EMPLOYEE
               WHERE WORKDEPT = :WS-DEPTNO
            END-EXEC
            IF SQLCODE NOT = 0
                PERFORM 9000-SQL-ERROR-PARA
            ELSE
                IF WS-ROW-COUNT > 0
                    MOVE "DELETE REFUSED - EMPLOYEES STILL IN THIS DEPT"
                        TO WS-MSG
                    MOVE 'N' TO WS-VALID-SW
                END-IF
            END-IF
        END-IF.

        IF CHANGE-VALID
            EXEC SQL
              DELETE FROM TDEPT
               WHERE DEPTNO   = :WS-DEPTNO
                 AND DEPTNAME = :WS-BEF-DEPTNAME
                 AND ADMRDEPT = :WS-BEF-ADMRDEPT
                 AND COALESCE(MGRNO, ' ') = :WS-BEF-MGRNO
            END-EXEC
            EVALUATE SQLCODE
                WHEN 0
                    MOVE SPACES TO WS-IN-DEPTNAME
                    MOVE SPACES TO WS-IN-MGRNO
                    MOVE SPACES TO WS-IN-ADMRDEPT
                    MOVE 'D' TO DMJR-ACTION
                    PERFORM 4000-JOURNAL-AND-COMMIT-PARA
                WHEN 100
                    PERFORM 2850-ROW-CHANGED-PARA
                WHEN OTHER
                    PERFORM 9000-SQL-ERROR-PARA
            END-EVALUATE
        END-IF.

       2800-CHECK-INQUIRED-PARA.

      *    A CHANGE OR DELETE MUST FOLLOW AN INQUIRY OF THE SAME
      *    DEPARTMENT, AND THE ROW MUST STILL BE WHAT THAT INQUIRY
      *    SHOWED - OTHERWISE THE OPERATOR WOULD BE OVERWRITING A
      *    CHANGE THEY NEVER SAW. THE ROW AS IT STANDS NOW BECOMES
      *    THE JOURNAL'S BEFORE IMAGE. THIS SELECT TAKES NO LOCK, SO
      *    THE UPDATE OR DELETE ITSELF REPEATS THE TEST - IT ONLY
      *    TOUCHES THE ROW IF IT STILL CARRIES THE BEFORE IMAGE, AND
      *    FINDS NOTHING (+100) IF DEPTAPLY OR ANOTHER TERMINAL GOT
      *    THERE IN BETWEEN.
        IF WS-IN-DEPTNO NOT = WS-CA-INQ-DEPTNO
            MOVE "INQUIRE (ACTION I) ON THE DEPARTMENT FIRST"
                TO WS-MSG
            MOVE 'N' TO WS-VALID-SW
        ELSE
            PERFORM 2900-SELECT-ROW-PARA
            EVALUATE TRUE
                WHEN SQL-FAILED
                    MOVE 'N' TO WS-VALID-SW
                WHEN NOT ROW-FOUND
                    MOVE SPACES TO WS-COMMAREA
                    MOVE "DEPARTMENT NO LONGER ON TDEPT" TO WS-MSG
                    MOVE 'N' TO WS-VALID-SW
                WHEN WS-BEF-DEPTNAME NOT = WS-CA-INQ-DEPTNAME
                  OR WS-BEF-MGRNO    NOT = WS-CA-INQ-MGRNO
                  OR WS-BEF-ADMRDEPT NOT = WS-CA-INQ-ADMRDEPT
                    PERFORM 2850-ROW-CHANGED-PARA
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF.

       2850-ROW-CHANGED-PARA.

        MOVE SPACES TO WS-COMMAREA.
        MOVE "ROW CHANGED SINCE INQUIRY - INQUIRE AGAIN" TO WS-MSG.
        MOVE 'N' TO WS-VALID-SW.

       2900-SELECT-ROW-PARA.

        MOVE 'N' TO WS-ROW-FOUND-SW.
        MOVE SPACES TO WS-BEFORE-IMAGE.
        MOVE WS-IN-DEPTNO TO WS-DEPTNO.
        EXEC SQL
          SELECT DEPTNAME, MGRNO, ADMRDEPT
            INTO :WS-DEPTNAME, :WS-MGRNO :WS-MGRNO-IND, :WS-ADMRDEPT
            FROM TDEPT
           WHERE DEPTNO = :WS-DEPTNO
        END-EXEC.
        EVALUATE TRUE
            WHEN SQLCODE = 0
                SET ROW-FOUND TO TRUE
                MOVE WS-DEPTNAME TO WS-BEF-DEPTNAME
                IF WS-MGRNO-IND < ZERO
                    MOVE SPACES TO WS-BEF-MGRNO
                ELSE
                    MOVE WS-MGRNO TO WS-BEF-MGRNO
                END-IF
                MOVE WS-ADMRDEPT TO WS-BEF-ADMRDEPT
            WHEN SQLCODE = 100
                CONTINUE
            WHEN OTHER
                PERFORM 9000-SQL-ERROR-PARA
        END-EVALUATE.

       2950-SET-HOST-VARS-PARA.

        MOVE WS-IN-DEPTNO   TO WS-DEPTNO.
        MOVE WS-IN-DEPTNAME TO WS-DEPTNAME.
        MOVE WS-IN-ADMRDEPT TO WS-ADMRDEPT.
        IF WS-IN-MGRNO = SPACES
            MOVE SPACES TO WS-MGRNO
            MOVE -1     TO WS-MGRNO-IND
        ELSE
            MOVE WS-IN-MGRNO TO WS-MGRNO
            MOVE ZERO        TO WS-MGRNO-IND
        END-IF.

       3000-EDIT-FIELDS-PARA.

        EVALUATE TRUE
            WHEN WS-IN-DEPTNAME = SPACES
                MOVE "DEPARTMENT NAME IS REQUIRED" TO WS-MSG
                MOVE 'N' TO WS-VALID-SW
            WHEN WS-IN-ADMRDEPT = SPACES
                MOVE "ADMINISTERING DEPARTMENT IS REQUIRED" TO WS-MSG
                MOVE 'N' TO WS-VALID-SW
      *        A DEPARTMENT THAT ADMINISTERS ITSELF IS THE ONE-STEP
      *        CYCLE DEPTAUDT REPORTS - ONLY THE EXISTING ROOT MAY
      *        KEEP IT, AND A CHANGE THAT LEAVES ADMRDEPT ALONE
      *        NEVER REACHES THIS TEST.
            WHEN WS-IN-ADMRDEPT = WS-IN-DEPTNO
             AND WS-IN-ADMRDEPT NOT = WS-BEF-ADMRDEPT
                MOVE "CYCLE - A DEPARTMENT CANNOT ADMINISTER ITSELF"
                    TO WS-MSG
                MOVE 'N' TO WS-VALID-SW
            WHEN OTHER
                CONTINUE
        END-EVALUATE.

       3100-CHECK-HIERARCHY-PARA.

        PERFORM 3200-LOAD-TDEPT-PARA.

        IF CHANGE-VALID
            PERFORM 3250-APPLY-PROPOSAL-PARA
        END-IF.
        IF CHANGE-VALID
            PERFORM 3300-RESOLVE-PARENTS-PARA
        END-IF.
        IF CHANGE-VALID
            PERFORM 3400-CHECK-CYCLE-DEPTH-PARA
        END-IF.
        IF CHANGE-VALID
            PERFORM 3450-CHECK-SUBTREE-DEPTH-PARA
        END-IF.
        IF CHANGE-VALID
            PERFORM 3500-CHECK-FANOUT-PARA
        END-IF.

       3200-LOAD-TDEPT-PARA.

        MOVE ZERO TO WS-TDEPT-COUNT.
        MOVE 'N'  TO WS-CDMT-EOF-SW.

        EXEC SQL OPEN CDMT END-EXEC.
        IF SQLCODE NOT = 0
            PERFORM 9000-SQL-ERROR-PARA
            SET CDMT-EOF TO TRUE
        END-IF.

        PERFORM UNTIL CDMT-EOF
        EXEC SQL
          FETCH CDMT INTO :WS-DEPTNO, :WS-ADMRDEPT
        END-EXEC

            EVALUATE TRUE
                WHEN SQLCODE = 0
                    IF WS-TDEPT-COUNT < 500
                        ADD 1 TO WS-TDEPT-COUNT
                        MOVE WS-DEPTNO
                            TO WS-TD-DEPTNO(WS-TDEPT-COUNT)
                        MOVE WS-ADMRDEPT
                            TO WS-TD-ADMRDEPT(WS-TDEPT-COUNT)
                    ELSE
      *                A CHECK THAT ONLY SAW PART OF THE TABLE CANNOT
      *                CLEAR THE CHANGE - REFUSE IT, AS DEPTAUDT
      *                REFUSES TO CERTIFY A PARTLY LOADED TREE.
                        MOVE "TDEPT TOO LARGE TO VALIDATE - NOT APPLIED"
                            TO WS-MSG
                        MOVE 'N' TO WS-VALID-SW
                        SET CDMT-EOF TO TRUE
                    END-IF
                WHEN SQLCODE = 100
                    SET CDMT-EOF TO TRUE
                WHEN OTHER
                    PERFORM 9000-SQL-ERROR-PARA
                    SET CDMT-EOF TO TRUE
            END-EVALUATE
        END-PERFORM.

        EXEC SQL CLOSE CDMT END-EXEC.

       3250-APPLY-PROPOSAL-PARA.

      *    PUT THE PROPOSED PARENT ON THE TABLE - REPLACING THE
      *    DEPARTMENT'S CURRENT ONE ON A CHANGE, AS A NEW ENTRY ON AN
      *    ADD - SO THE CHECKS SEE THE TREE AS IT WOULD BE.
        MOVE WS-IN-DEPTNO TO WS-FIND-TARGET.
        PERFORM 3900-FIND-DEPT-PARA.
        IF WS-FIND-SUB = ZERO
            IF WS-TDEPT-COUNT < 500
                ADD 1 TO WS-TDEPT-COUNT
                MOVE WS-TDEPT-COUNT TO WS-FIND-SUB
                MOVE WS-IN-DEPTNO   TO WS-TD-DEPTNO(WS-FIND-SUB)
            ELSE
                MOVE "TDEPT TOO LARGE TO VALIDATE - NOT APPLIED"
                    TO WS-MSG
                MOVE 'N' TO WS-VALID-SW
            END-IF
        END-IF.
        IF CHANGE-VALID
            MOVE WS-IN-ADMRDEPT TO WS-TD-ADMRDEPT(WS-FIND-SUB)
            MOVE WS-FIND-SUB    TO WS-TARGET-SUB
        END-IF.

       3300-RESOLVE-PARENTS-PARA.

      *    ADMRDEPT MUST BE ON TDEPT - A PARENT THAT IS NOT THERE
      *    LEAVES THE DEPARTMENT OUT OF THE WALK ENTIRELY, WHICH IS
      *    DEPTAUDT'S ORPHAN FINDING.
        MOVE WS-IN-ADMRDEPT TO WS-FIND-TARGET.
        PERFORM 3900-FIND-DEPT-PARA.
        IF WS-FIND-SUB = ZERO
            MOVE SPACES TO WS-MSG
            STRING "ORPHAN - ADMRDEPT " WS-IN-ADMRDEPT
                   " IS NOT ON TDEPT"
                   DELIMITED BY SIZE
                   INTO WS-MSG
            MOVE 'N' TO WS-VALID-SW
        ELSE
            PERFORM VARYING WS-TD-SUB FROM 1 BY 1
                    UNTIL WS-TD-SUB > WS-TDEPT-COUNT
                IF WS-TD-ADMRDEPT(WS-TD-SUB) = SPACES
                OR WS-TD-ADMRDEPT(WS-TD-SUB) = WS-TD-DEPTNO(WS-TD-SUB)
                    MOVE ZERO TO WS-TD-PARENT-SUB(WS-TD-SUB)
                ELSE
                    MOVE WS-TD-ADMRDEPT(WS-TD-SUB) TO WS-FIND-TARGET
                    PERFORM 3900-FIND-DEPT-PARA
                    MOVE WS-FIND-SUB TO WS-TD-PARENT-SUB(WS-TD-SUB)
                END-IF
            END-PERFORM
        END-IF.

       3400-CHECK-CYCLE-DEPTH-PARA.

      *    CLIMB FROM THE DEPARTMENT THROUGH ITS NEW PARENT CHAIN.
      *    ARRIVING BACK AT THE DEPARTMENT IS A CYCLE; A CHAIN THAT
      *    IS STILL CLIMBING PAST THE WALK'S STACK LIMIT IS TOO DEEP.
      *    DEPTH COUNTS THE SAME WAY DEPTAUDT COUNTS IT.
        MOVE WS-TD-PARENT-SUB(WS-TARGET-SUB) TO WS-CLIMB-SUB.
        MOVE 1   TO WS-TARGET-DEPTH.
        MOVE 'N' TO WS-CHAIN-DONE-SW.

        PERFORM UNTIL CHAIN-DONE
            EVALUATE TRUE
                WHEN WS-CLIMB-SUB = WS-TARGET-SUB
                    MOVE SPACES TO WS-MSG
                    STRING "CYCLE - " WS-IN-DEPTNO
                           " WOULD BECOME ITS OWN ANCESTOR UNDER "
                           WS-IN-ADMRDEPT
                           DELIMITED BY SIZE
                           INTO WS-MSG
                    MOVE 'N' TO WS-VALID-SW
                    SET CHAIN-DONE TO TRUE
                WHEN WS-CLIMB-SUB = ZERO
                    SET CHAIN-DONE TO TRUE
                WHEN WS-TARGET-DEPTH > WS-MAX-DEPTH
                    MOVE "BRANCH WOULD BE DEEPER THAN THE WALK SUPPORTS"
                        TO WS-MSG
                    MOVE 'N' TO WS-VALID-SW
                    SET CHAIN-DONE TO TRUE
                WHEN OTHER
                    ADD 1 TO WS-TARGET-DEPTH
                    MOVE WS-TD-PARENT-SUB(WS-CLIMB-SUB)
                        TO WS-CLIMB-SUB
            END-EVALUATE
        END-PERFORM.

       3450-CHECK-SUBTREE-DEPTH-PARA.

      *    A MOVED DEPARTMENT TAKES ITS WHOLE SUBTREE WITH IT, SO THE
      *    DEEPEST DESCENDANT MUST STILL FIT THE WALK. FOR EVERY
      *    ENTRY, CLIMB UNTIL THE DEPARTMENT IS MET (A DESCENDANT,
      *    AT THAT MANY LEVELS BELOW IT) OR THE CHAIN RUNS OUT.
        PERFORM VARYING WS-TD-SUB FROM 1 BY 1
                UNTIL WS-TD-SUB > WS-TDEPT-COUNT
                   OR NOT CHANGE-VALID
            MOVE WS-TD-PARENT-SUB(WS-TD-SUB) TO WS-CLIMB-SUB
            MOVE 1   TO WS-CLIMB-STEPS
            MOVE 'N' TO WS-CHAIN-DONE-SW
            PERFORM UNTIL CHAIN-DONE
                EVALUATE TRUE
                    WHEN WS-CLIMB-SUB = ZERO
                    OR   WS-CLIMB-STEPS > WS-MAX-DEPTH
                        SET CHAIN-DONE TO TRUE
                    WHEN WS-CLIMB-SUB = WS-TARGET-SUB
                        IF WS-TARGET-DEPTH + WS-CLIMB-STEPS
                               > WS-MAX-DEPTH
                            MOVE SPACES TO WS-MSG
                            STRING "TOO DEEP - DESCENDANT "
                                   WS-TD-DEPTNO(WS-TD-SUB)
                                   " WOULD PASS THE WALK'S DEPTH LIMIT"
                                   DELIMITED BY SIZE
                                   INTO WS-MSG
                            MOVE 'N' TO WS-VALID-SW
                        END-IF
                        SET CHAIN-DONE TO TRUE
                    WHEN OTHER
                        ADD 1 TO WS-CLIMB-STEPS
                        MOVE WS-TD-PARENT-SUB(WS-CLIMB-SUB)
                            TO WS-CLIMB-SUB
                END-EVALUATE
            END-PERFORM
        END-PERFORM.

       3500-CHECK-FANOUT-PARA.

      *    COUNT THE NEW PARENT'S DIRECT CHILDREN, THIS DEPARTMENT
      *    INCLUDED (A SELF-ADMINISTERED ROOT IS NOT ITS OWN CHILD).
        MOVE ZERO TO WS-CHILD-CTR.
        PERFORM VARYING WS-TD-SUB FROM 1 BY 1
                UNTIL WS-TD-SUB > WS-TDEPT-COUNT
            IF WS-TD-ADMRDEPT(WS-TD-SUB) = WS-IN-ADMRDEPT
               AND WS-TD-DEPTNO(WS-TD-SUB) NOT = WS-IN-ADMRDEPT
                ADD 1 TO WS-CHILD-CTR
            END-IF
        END-PERFORM.
        IF WS-CHILD-CTR > WS-MAX-CHILDREN
            MOVE SPACES TO WS-MSG
            STRING "FAN-OUT - " WS-IN-ADMRDEPT
                   " WOULD HAVE MORE CHILDREN THAN THE WALK BUFFER"
                   DELIMITED BY SIZE
                   INTO WS-MSG
            MOVE 'N' TO WS-VALID-SW
        END-IF.

       3600-CHECK-MGRNO-PARA.

      *    A BLANK MANAGER IS A VACANT SEAT AND IS ALLOWED; ANY
      *    MGRNO KEYED MUST BE AN EMPLOYEE.
        IF WS-IN-MGRNO NOT = SPACES
            MOVE WS-IN-MGRNO TO WS-MGRNO
            EXEC SQL
              SELECT COUNT(*) INTO :WS-ROW-COUNT
                FROM EMPLOYEE
               WHERE EMPNO = :WS-MGRNO
            END-EXEC
            IF SQLCODE NOT = 0
                PERFORM 9000-SQL-ERROR-PARA
            ELSE
                IF WS-ROW-COUNT = 0
                    MOVE SPACES TO WS-MSG
                    STRING "MANAGER " WS-IN-MGRNO
                           " IS NOT ON THE EMPLOYEE TABLE"
                           DELIMITED BY SIZE
                           INTO WS-MSG
                    MOVE 'N' TO WS-VALID-SW
                END-IF
            END-IF
        END-IF.

       3900-FIND-DEPT-PARA.

      *    LOOK WS-FIND-TARGET UP ON THE TABLE; WS-FIND-SUB COMES
      *    BACK ZERO WHEN IT IS NOT THERE.
        MOVE ZERO TO WS-FIND-SUB.
        PERFORM VARYING WS-TD-SUB FROM 1 BY 1
                UNTIL WS-TD-SUB > WS-TDEPT-COUNT
                   OR WS-FIND-SUB NOT = ZERO
            IF WS-TD-DEPTNO(WS-TD-SUB) = WS-FIND-TARGET
                MOVE WS-TD-SUB TO WS-FIND-SUB
            END-IF
        END-PERFORM.

       4000-JOURNAL-AND-COMMIT-PARA.

      *    THE JOURNAL RECORD GOES OUT IN THE SAME UNIT OF WORK AS
      *    THE TDEPT UPDATE: IF IT CANNOT BE WRITTEN THE UPDATE IS
      *    BACKED OUT, SO NO CHANGE EVER COMMITS UNJOURNALED.
        EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
        EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
             YYYYMMDD(WS-CICS-DATE)
             TIME(WS-CICS-TIME)
        END-EXEC.
        EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

        MOVE WS-IN-DEPTNO      TO DMJR-DEPTNO.
        MOVE WS-USERID         TO DMJR-USERID.
        MOVE EIBTRMID          TO DMJR-TERMID.
        MOVE EIBTRNID          TO DMJR-TRANID.
        MOVE WS-CICS-DATE      TO DMJR-DATE.
        MOVE WS-CICS-TIME      TO DMJR-TIME.
        MOVE WS-BEF-DEPTNAME   TO DMJR-BEF-DEPTNAME.
        MOVE WS-BEF-MGRNO      TO DMJR-BEF-MGRNO.
        MOVE WS-BEF-ADMRDEPT   TO DMJR-BEF-ADMRDEPT.
        IF DMJR-DELETE
            MOVE SPACES        TO DMJR-AFTER-IMAGE
        ELSE
            MOVE WS-IN-DEPTNAME TO DMJR-AFT-DEPTNAME
            MOVE WS-IN-MGRNO    TO DMJR-AFT-MGRNO
            MOVE WS-IN-ADMRDEPT TO DMJR-AFT-ADMRDEPT
        END-IF.

        EXEC CICS WRITEQ TD QUEUE('DMJR')
             FROM(WS-DMJR-REC)
             LENGTH(LENGTH OF WS-DMJR-REC)
             RESP(WS-RESP)
        END-EXEC.

        IF WS-RESP NOT = DFHRESP(NORMAL)
            EXEC CICS SYNCPOINT ROLLBACK END-EXEC
            MOVE "JOURNAL WRITE FAILED - CHANGE BACKED OUT"
                TO WS-MSG
        ELSE
            EXEC CICS SYNCPOINT END-EXEC
            MOVE SPACES TO WS-MSG
            EVALUATE TRUE
                WHEN DMJR-ADD
                    STRING "DEPARTMENT " WS-IN-DEPTNO " ADDED"
                           DELIMITED BY SIZE INTO WS-MSG
                WHEN DMJR-CHANGE
                    STRING "DEPARTMENT " WS-IN-DEPTNO " CHANGED"
                           DELIMITED BY SIZE INTO WS-MSG
                WHEN DMJR-DELETE
                    STRING "DEPARTMENT " WS-IN-DEPTNO " DELETED"
                           DELIMITED BY SIZE INTO WS-MSG
            END-EVALUATE
      *    THE ROW ON SCREEN IS NOW THE ROW ON FILE - A FOLLOW-ON
      *    CHANGE CAN GO STRAIGHT IN WITHOUT ANOTHER INQUIRY.
            IF DMJR-DELETE
                MOVE SPACES TO WS-COMMAREA
            ELSE
                MOVE WS-IN-DEPTNO   TO WS-CA-INQ-DEPTNO
                MOVE WS-IN-DEPTNAME TO WS-CA-INQ-DEPTNAME
                MOVE WS-IN-MGRNO    TO WS-CA-INQ-MGRNO
                MOVE WS-IN-ADMRDEPT TO WS-CA-INQ-ADMRDEPT
            END-IF
        END-IF.

       8000-SEND-MAP-PARA.

        MOVE LOW-VALUES     TO DEPTMNTO.
        MOVE WS-IN-ACTION   TO ACTNO.
        MOVE WS-IN-DEPTNO   TO DEPTO.
        MOVE WS-IN-DEPTNAME TO NAMEO.
        MOVE WS-IN-MGRNO    TO MGRO.
        MOVE WS-IN-ADMRDEPT TO ADMRO.
      *    SEND THE DATA FIELDS WITH THEIR MODIFIED FLAGS ON, SO THE
      *    NEXT ENTER RETURNS EVERY ONE OF THEM - AN OPERATOR WHO
      *    CHANGES ONE FIELD OF A DEPARTMENT JUST INQUIRED ON MUST
      *    NOT HAVE THE OTHERS COME BACK EMPTY.
        MOVE DFHBMFSE       TO DEPTA
                               NAMEA
                               MGRA
                               ADMRA.
        MOVE WS-MSG         TO MSGO.
        EXEC CICS SEND MAP('DEPTMNT') MAPSET('DEPTMNS')
             FROM(DEPTMNTO) DATAONLY FREEKB
        END-EXEC.

       8100-SEND-MSG-PARA.

      *    NOTHING WAS RECEIVED, SO ONLY THE MESSAGE LINE IS SENT -
      *    WHAT THE OPERATOR KEYED STAYS ON THE SCREEN.
        MOVE LOW-VALUES     TO DEPTMNTO.
        MOVE WS-MSG         TO MSGO.
        EXEC CICS SEND MAP('DEPTMNT') MAPSET('DEPTMNS')
             FROM(DEPTMNTO) DATAONLY FREEKB
        END-EXEC.

       9000-SQL-ERROR-PARA.

      *    ANY DB2 FAILURE BACKS OUT WHATEVER THIS TASK HAS DONE. A
      *    DEADLOCK OR TIMEOUT IS CONTENTION WITH THE BATCH STREAM
      *    AND NORMALLY CLEARS ON A SECOND TRY - SAY SO, RATHER THAN
      *    SEND THE OPERATOR TO SUPPORT.
        SET SQL-FAILED TO TRUE.
        MOVE 'N' TO WS-VALID-SW.
        MOVE SQLCODE TO WS-SQLCODE-DISP.
        MOVE SPACES TO WS-MSG.
        IF SQLCODE = -911 OR SQLCODE = -913
            STRING "TDEPT BUSY (SQLCODE=" WS-SQLCODE-DISP
                   ") - NOTHING CHANGED, PRESS ENTER TO RETRY"
                   DELIMITED BY SIZE
                   INTO WS-MSG
        ELSE
            STRING "DB2 ERROR SQLCODE=" WS-SQLCODE-DISP
                   " - NOTHING CHANGED, CALL SUPPORT"
                   DELIMITED BY SIZE
                   INTO WS-MSG
        END-IF.
        EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
