       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEPTHRPT.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      *REMARKS.       POINT-IN-TIME ORGANIZATION REPORT OFF THE
      *            EFFECTIVE-DATED DEPARTMENT HISTORY (DEPTHIST,
      *            DHISTREC LAYOUT, POSTED NIGHTLY BY DEPTHAPP). TAKES
      *            AN AS-OF DATE ON SYSIN (YYYYMMDD, COLS 1-8), TAKES
      *            EACH DEPARTMENT'S LATEST HISTORY RECORD ON OR BEFORE
      *            THAT DATE (A 'D' MEANS IT WAS NOT IN THE HIERARCHY
      *            THAT DAY), AND PRINTS THE WHOLE HIERARCHY AS IT
      *            STOOD - DEPTNO INDENTED BY LEVEL THE SAME WAY THE
      *            EXTRACT INDENTS IT, DEPTNAME, MGRNO, PARENT AND THE
      *            DATE THAT VERSION OF THE ROW TOOK EFFECT - ON
      *            HISTRPT. DEPARTMENTS WHOSE PARENT CHAIN NEVER
      *            REACHES A ROOT THAT DAY (A CYCLE) ARE LISTED
      *            SEPARATELY AT THE END INSTEAD OF BEING DROPPED.
      **************************CC109**********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

      *    SEQUENTIAL ACCESS: THE REPORT NEEDS EVERY DEPARTMENT'S
      *    WHOLE HISTORY, WHICH KEY ORDER (DEPTNO, THEN EFFECTIVE
      *    DATE) HANDS OVER ONE DEPARTMENT AT A TIME, OLDEST FIRST.
           SELECT DEPTHIST ASSIGN TO DEPTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPTHIST-KEY
               FILE STATUS IS WS-DEPTHIST-STATUS.

           SELECT HISTRPT ASSIGN TO HISTRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  SYSIN-RECORD.
           05  SYSIN-AS-OF-DATE            PIC X(8).
           05  FILLER                      PIC X(72).

       FD  DEPTHIST
           RECORD CONTAINS 80 CHARACTERS.
       01  DEPTHIST-RECORD.
           05  DEPTHIST-KEY                PIC X(11).
           05  FILLER                      PIC X(69).

       FD  HISTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  HISTRPT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-SYSIN-STATUS             PIC XX VALUE SPACES.
           05  WS-DEPTHIST-STATUS          PIC XX VALUE SPACES.
           05  WS-HISTRPT-STATUS           PIC XX VALUE SPACES.

       01  WS-FILE-CHECK.
           05  WS-LAST-FILE-STATUS         PIC XX    VALUE SPACES.
           05  WS-LAST-FILE-NAME           PIC X(8)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SW              PIC X VALUE 'N'.
               88  HIST-EOF                      VALUE 'Y'.
           05  WS-CAND-SW                  PIC X VALUE 'N'.
               88  CAND-PRESENT                  VALUE 'Y'.
           05  WS-TABLE-FULL-SW            PIC X VALUE 'N'.
               88  TABLE-FULL                    VALUE 'Y'.

       01  WS-AS-OF-DATE                   PIC 9(8) VALUE ZERO.

       COPY DHISTREC
           REPLACING ==DHIST-RECORD== BY ==WS-DHIST-REC==.

      *    THE DEPARTMENT VERSION IN EFFECT ON THE AS-OF DATE SO FAR:
      *    THE LATEST RECORD ON OR BEFORE IT FOR THE DEPTNO IN HAND.
       01  WS-CANDIDATE.
           05  WS-CAND-DEPTNO              PIC X(3)  VALUE SPACES.
           05  WS-CAND-TRANS-CODE          PIC X(1)  VALUE SPACE.
               88  CAND-DELETED                  VALUE 'D'.
           05  WS-CAND-DEPTNAME            PIC X(36) VALUE SPACES.
           05  WS-CAND-MGRNO               PIC X(6)  VALUE SPACES.
           05  WS-CAND-ADMRDEPT            PIC X(3)  VALUE SPACES.
           05  WS-CAND-EFF-DATE            PIC 9(8)  VALUE ZERO.

      *--------------------------------------------------------------*
      * WS-ORG-TABLE holds every department in the hierarchy on the   *
      * as-of date, in ascending DEPTNO order (the history's key      *
      * order). WS-OT-PARENT-SUB is resolved once after the load: it  *
      * is zero for a root - a blank or self-administered ADMRDEPT,   *
      * or one not in the hierarchy that day (the extract root is     *
      * never on the extract, so it is never on the history either).  *
      *--------------------------------------------------------------*
       01  WS-ORG-TABLE.
           05  WS-ORG-COUNT                PIC 9(3) VALUE ZERO.
           05  WS-ORG-ENTRY OCCURS 500 TIMES.
               10  WS-OT-DEPTNO            PIC X(3).
               10  WS-OT-DEPTNAME          PIC X(36).
               10  WS-OT-MGRNO             PIC X(6).
               10  WS-OT-ADMRDEPT          PIC X(3).
               10  WS-OT-EFF-DATE          PIC 9(8).
               10  WS-OT-PARENT-SUB        PIC 9(3).
               10  WS-OT-PRINTED-SW        PIC X(1).
                   88  OT-PRINTED               VALUE 'Y'.

      *--------------------------------------------------------------*
      * WS-WALK-STACK drives the preorder walk down from each root,   *
      * the same LIFO discipline as the TESTDB2 hierarchy walk: pop a *
      * department, print it, push its children in reverse DEPTNO     *
      * order so the smallest is visited first. Each entry carries    *
      * the level it will print at. A department is pushed only while *
      * it is unprinted, so the stack can never hold more entries     *
      * than the table does.                                          *
      *--------------------------------------------------------------*
       01  WS-WALK-STACK.
           05  WS-STACK-TOP                PIC 9(3) VALUE ZERO.
           05  WS-STACK-ENTRY OCCURS 500 TIMES.
               10  WS-SK-ORG-SUB           PIC 9(3).
               10  WS-SK-LEVEL             PIC 9(2).

       01  WS-WALK-FIELDS.
           05  WS-ORG-SUB                  PIC 9(3) VALUE ZERO.
           05  WS-WALK-SUB                 PIC 9(3) VALUE ZERO.
           05  WS-WALK-LEVEL               PIC 9(2) VALUE ZERO.
           05  WS-SCAN-SUB                 PIC 9(3) VALUE ZERO.
           05  WS-FIND-TARGET              PIC X(3) VALUE SPACES.
           05  WS-FIND-HIT-SUB             PIC 9(3) VALUE ZERO.
           05  WS-DISP-LEVEL               PIC 9(2) VALUE ZERO.
           05  WS-INDENT-OFFSET            PIC 9(2) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-HIST-READ                PIC 9(5) VALUE ZERO.
           05  WS-HIST-AFTER-DATE          PIC 9(5) VALUE ZERO.
           05  WS-DEPTS-DELETED            PIC 9(5) VALUE ZERO.
           05  WS-DEPTS-LISTED             PIC 9(5) VALUE ZERO.
           05  WS-ROOT-COUNT               PIC 9(5) VALUE ZERO.
           05  WS-UNREACHABLE              PIC 9(5) VALUE ZERO.
           05  WS-READ-ERRORS              PIC 9(5) VALUE ZERO.

       01  WS-RPT-TITLE.
           05  FILLER                      PIC X(24) VALUE
               "DEPARTMENT HIERARCHY AS ".
           05  FILLER                      PIC X(3)  VALUE "OF ".
           05  WS-RPT-AS-OF-DATE           PIC 9(8).
           05  FILLER                      PIC X(45) VALUE SPACES.

       01  WS-RPT-HEADING.
           05  FILLER                      PIC X(13) VALUE "DEPTNO".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(36) VALUE
               "DEPARTMENT NAME".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE "MGRNO".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE "PARENT".
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  FILLER                      PIC X(9)  VALUE "EFFECTIVE".
           05  FILLER                      PIC X(3)  VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  WS-RPT-DEPTNO-DISP          PIC X(13).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RPT-DEPTNAME             PIC X(36).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RPT-MGRNO                PIC X(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RPT-ADMRDEPT             PIC X(3).
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-RPT-EFF-DATE             PIC 9(8).
           05  FILLER                      PIC X(4)  VALUE SPACES.

       01  WS-RPT-CYCLE-HEAD.
           05  FILLER                      PIC X(30) VALUE
               "*** NOT REACHABLE FROM A ROOT ".
           05  FILLER                      PIC X(30) VALUE
               "ON THE AS-OF DATE (CYCLE) *** ".
           05  FILLER                      PIC X(20) VALUE SPACES.

       01  WS-RPT-EMPTY.
           05  FILLER                      PIC X(30) VALUE
               "*** NO DEPARTMENTS ON HISTORY ".
           05  FILLER                      PIC X(30) VALUE
               "ON OR BEFORE THE AS-OF DATE **".
           05  FILLER                      PIC X(20) VALUE "*".

       01  WS-RPT-TOTAL.
           05  FILLER                      PIC X(28) VALUE
               "DEPARTMENTS IN HIERARCHY . :".
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-RPT-TOT-COUNT            PIC ZZZZ9.
           05  FILLER                      PIC X(46) VALUE SPACES.

       01  WS-RPT-BLANK                    PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

        OPEN INPUT DEPTHIST.
        MOVE WS-DEPTHIST-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "DEPTHIST"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        OPEN OUTPUT HISTRPT.
        MOVE WS-HISTRPT-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "HISTRPT"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        PERFORM 0100-READ-PARM-PARA.

        PERFORM 1000-LOAD-AS-OF-PARA.

        PERFORM 2000-RESOLVE-PARENTS-PARA.

        PERFORM 3000-PRINT-HIERARCHY-PARA.

        PERFORM 6000-FINAL-COUNT.

      *    A HISTORY READ FAILURE OR A TABLE OVERFLOW MEANS THE
      *    PICTURE IS INCOMPLETE - NOT SOMETHING TO HAND LEGAL. A
      *    CYCLE ON THE AS-OF DATE IS A TRUE FINDING ABOUT THE PAST
      *    ORG, REPORTED IN FULL BUT FLAGGED. AN EMPTY PICTURE
      *    USUALLY MEANS A DATE BEFORE THE HISTORY WAS SEEDED.
        EVALUATE TRUE
            WHEN WS-READ-ERRORS > 0 OR TABLE-FULL
                MOVE 16 TO RETURN-CODE
            WHEN WS-UNREACHABLE > 0
                MOVE 8  TO RETURN-CODE
            WHEN WS-ORG-COUNT = 0
                MOVE 4  TO RETURN-CODE
            WHEN OTHER
                MOVE 0  TO RETURN-CODE
        END-EVALUATE.

        GOBACK.

       0050-CHECK-FILE-STATUS-PARA.

        IF WS-LAST-FILE-STATUS NOT = "00"
            DISPLAY "DEPTHRPT: OPEN FAILED ON " WS-LAST-FILE-NAME
                    " FILE STATUS=" WS-LAST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF.

       0100-READ-PARM-PARA.

        OPEN INPUT SYSIN.
        IF WS-SYSIN-STATUS NOT = "00"
            MOVE WS-SYSIN-STATUS TO WS-LAST-FILE-STATUS
            MOVE "SYSIN"         TO WS-LAST-FILE-NAME
            PERFORM 0050-CHECK-FILE-STATUS-PARA
        END-IF.

        READ SYSIN
            AT END
                DISPLAY "DEPTHRPT: NO AS-OF-DATE CARD ON SYSIN - "
                        "NOTHING REPORTED"
                MOVE 16 TO RETURN-CODE
                GOBACK
        END-READ.
        IF SYSIN-AS-OF-DATE NUMERIC AND SYSIN-AS-OF-DATE > ZERO
            MOVE SYSIN-AS-OF-DATE TO WS-AS-OF-DATE
        ELSE
            DISPLAY "DEPTHRPT: BAD AS-OF-DATE CARD - EXPECTED "
                    "YYYYMMDD IN COLS 1-8 - NOTHING REPORTED"
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF.
        CLOSE SYSIN.

       1000-LOAD-AS-OF-PARA.

      *    ONE PASS OF THE HISTORY IN KEY ORDER. WITHIN A DEPTNO THE
      *    RECORDS COME OLDEST FIRST, SO THE LAST ONE ON OR BEFORE
      *    THE AS-OF DATE IS THE VERSION IN EFFECT; AT EACH DEPTNO
      *    BREAK THAT VERSION GOES ON THE TABLE UNLESS IT IS A 'D'.
        MOVE 'N' TO WS-CAND-SW.

        READ DEPTHIST NEXT RECORD INTO WS-DHIST-REC
            AT END
                SET HIST-EOF TO TRUE
        END-READ.
        PERFORM 1050-CHECK-READ-PARA.

        PERFORM UNTIL HIST-EOF
            ADD 1 TO WS-HIST-READ
            IF CAND-PRESENT AND DHIST-DEPTNO NOT = WS-CAND-DEPTNO
                PERFORM 1100-KEEP-CANDIDATE-PARA
            END-IF
            IF DHIST-EFF-DATE > WS-AS-OF-DATE
                ADD 1 TO WS-HIST-AFTER-DATE
            ELSE
                MOVE DHIST-DEPTNO      TO WS-CAND-DEPTNO
                MOVE DHIST-TRANS-CODE  TO WS-CAND-TRANS-CODE
                MOVE DHIST-DEPTNAME    TO WS-CAND-DEPTNAME
                MOVE DHIST-MGRNO       TO WS-CAND-MGRNO
                MOVE DHIST-ADMRDEPT    TO WS-CAND-ADMRDEPT
                MOVE DHIST-EFF-DATE    TO WS-CAND-EFF-DATE
                SET CAND-PRESENT TO TRUE
            END-IF

            READ DEPTHIST NEXT RECORD INTO WS-DHIST-REC
                AT END
                    SET HIST-EOF TO TRUE
            END-READ
            PERFORM 1050-CHECK-READ-PARA
        END-PERFORM.

        IF CAND-PRESENT
            PERFORM 1100-KEEP-CANDIDATE-PARA
        END-IF.

       1050-CHECK-READ-PARA.

        IF NOT HIST-EOF AND WS-DEPTHIST-STATUS NOT = "00"
            ADD 1 TO WS-READ-ERRORS
            DISPLAY "DEPTHRPT: READ FAILED ON DEPTHIST, FILE STATUS="
                    WS-DEPTHIST-STATUS
            SET HIST-EOF TO TRUE
        END-IF.

       1100-KEEP-CANDIDATE-PARA.

        IF CAND-DELETED
            ADD 1 TO WS-DEPTS-DELETED
        ELSE
            IF WS-ORG-COUNT < 500
                ADD 1 TO WS-ORG-COUNT
                MOVE WS-CAND-DEPTNO   TO WS-OT-DEPTNO(WS-ORG-COUNT)
                MOVE WS-CAND-DEPTNAME TO WS-OT-DEPTNAME(WS-ORG-COUNT)
                MOVE WS-CAND-MGRNO    TO WS-OT-MGRNO(WS-ORG-COUNT)
                MOVE WS-CAND-ADMRDEPT TO WS-OT-ADMRDEPT(WS-ORG-COUNT)
                MOVE WS-CAND-EFF-DATE TO WS-OT-EFF-DATE(WS-ORG-COUNT)
                MOVE ZERO             TO WS-OT-PARENT-SUB(WS-ORG-COUNT)
                MOVE 'N'              TO WS-OT-PRINTED-SW(WS-ORG-COUNT)
            ELSE
                DISPLAY "DEPTHRPT: ORG TABLE FULL, " WS-CAND-DEPTNO
                        " NOT REPORTED - PICTURE INCOMPLETE"
                SET TABLE-FULL TO TRUE
            END-IF
        END-IF.
        MOVE 'N' TO WS-CAND-SW.

       2000-RESOLVE-PARENTS-PARA.

        PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
                UNTIL WS-ORG-SUB > WS-ORG-COUNT
            IF WS-OT-ADMRDEPT(WS-ORG-SUB) NOT = SPACES
               AND WS-OT-ADMRDEPT(WS-ORG-SUB)
                   NOT = WS-OT-DEPTNO(WS-ORG-SUB)
                MOVE WS-OT-ADMRDEPT(WS-ORG-SUB) TO WS-FIND-TARGET
                PERFORM 2100-FIND-ORG-PARA
                MOVE WS-FIND-HIT-SUB TO WS-OT-PARENT-SUB(WS-ORG-SUB)
            END-IF
        END-PERFORM.

       2100-FIND-ORG-PARA.

      *    LOOK WS-FIND-TARGET UP ON THE AS-OF TABLE; WS-FIND-HIT-SUB
      *    COMES BACK ZERO WHEN IT IS NOT IN THE HIERARCHY THAT DAY.
        MOVE ZERO TO WS-FIND-HIT-SUB.
        PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-ORG-COUNT
                   OR WS-FIND-HIT-SUB NOT = ZERO
            IF WS-OT-DEPTNO(WS-SCAN-SUB) = WS-FIND-TARGET
                MOVE WS-SCAN-SUB TO WS-FIND-HIT-SUB
            END-IF
        END-PERFORM.

       3000-PRINT-HIERARCHY-PARA.

        MOVE WS-AS-OF-DATE TO WS-RPT-AS-OF-DATE.
        WRITE HISTRPT-RECORD FROM WS-RPT-TITLE.
        WRITE HISTRPT-RECORD FROM WS-RPT-BLANK.
        WRITE HISTRPT-RECORD FROM WS-RPT-HEADING.
        WRITE HISTRPT-RECORD FROM WS-RPT-BLANK.

        IF WS-ORG-COUNT = 0
            WRITE HISTRPT-RECORD FROM WS-RPT-EMPTY
        END-IF.

      *    EVERY ROOT, IN DEPTNO ORDER, WITH ITS WHOLE SUBTREE UNDER
      *    IT - THE SAME PICTURE THE EXTRACT DRAWS, LEVEL 1 BEING
      *    THE DEPARTMENTS DIRECTLY UNDER THE EXTRACT ROOT.
        PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
                UNTIL WS-ORG-SUB > WS-ORG-COUNT
            IF WS-OT-PARENT-SUB(WS-ORG-SUB) = ZERO
                ADD 1 TO WS-ROOT-COUNT
                MOVE 1          TO WS-STACK-TOP
                MOVE WS-ORG-SUB TO WS-SK-ORG-SUB(1)
                MOVE 1          TO WS-SK-LEVEL(1)
                PERFORM 3100-WALK-SUBTREE-PARA
                    UNTIL WS-STACK-TOP = ZERO
            END-IF
        END-PERFORM.

      *    ANYTHING STILL UNPRINTED HANGS OFF A PARENT CHAIN THAT
      *    LOOPS BACK ON ITSELF - NO ROOT LEADS TO IT. LIST IT FLAT
      *    RATHER THAN LET IT DISAPPEAR FROM THE PICTURE.
        PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
                UNTIL WS-ORG-SUB > WS-ORG-COUNT
            IF NOT OT-PRINTED(WS-ORG-SUB)
                IF WS-UNREACHABLE = ZERO
                    WRITE HISTRPT-RECORD FROM WS-RPT-BLANK
                    WRITE HISTRPT-RECORD FROM WS-RPT-CYCLE-HEAD
                END-IF
                ADD 1 TO WS-UNREACHABLE
                MOVE WS-ORG-SUB TO WS-WALK-SUB
                MOVE 1          TO WS-WALK-LEVEL
                PERFORM 3200-PRINT-ENTRY-PARA
            END-IF
        END-PERFORM.

        WRITE HISTRPT-RECORD FROM WS-RPT-BLANK.
        MOVE WS-ORG-COUNT TO WS-RPT-TOT-COUNT.
        WRITE HISTRPT-RECORD FROM WS-RPT-TOTAL.

       3100-WALK-SUBTREE-PARA.

      *    POP THE NEXT DEPARTMENT, PRINT IT, PUSH ITS UNPRINTED
      *    CHILDREN IN DESCENDING DEPTNO ORDER (THE TABLE IS
      *    ASCENDING) SO THE SMALLEST ENDS UP ON TOP.
        MOVE WS-SK-ORG-SUB(WS-STACK-TOP) TO WS-WALK-SUB.
        MOVE WS-SK-LEVEL(WS-STACK-TOP)   TO WS-WALK-LEVEL.
        SUBTRACT 1 FROM WS-STACK-TOP.

        IF NOT OT-PRINTED(WS-WALK-SUB)
            PERFORM 3200-PRINT-ENTRY-PARA
            PERFORM VARYING WS-SCAN-SUB FROM WS-ORG-COUNT BY -1
                    UNTIL WS-SCAN-SUB < 1
                IF WS-OT-PARENT-SUB(WS-SCAN-SUB) = WS-WALK-SUB
                   AND NOT OT-PRINTED(WS-SCAN-SUB)
                   AND WS-STACK-TOP < 500
                    ADD 1 TO WS-STACK-TOP
                    MOVE WS-SCAN-SUB TO WS-SK-ORG-SUB(WS-STACK-TOP)
                    COMPUTE WS-SK-LEVEL(WS-STACK-TOP)
                        = WS-WALK-LEVEL + 1
                END-IF
            END-PERFORM
        END-IF.

       3200-PRINT-ENTRY-PARA.

      *    INDENT TWO COLUMNS PER LEVEL THE SAME WAY THE EXTRACT
      *    INDENTS OUT-DEPTNO-DISP (CAPPED AT LEVEL 5).
        MOVE WS-WALK-LEVEL TO WS-DISP-LEVEL.
        IF WS-DISP-LEVEL > 5
            MOVE 5 TO WS-DISP-LEVEL
        END-IF.
        COMPUTE WS-INDENT-OFFSET = (WS-DISP-LEVEL * 2) + 1.

        MOVE SPACES TO WS-RPT-DEPTNO-DISP.
        MOVE WS-OT-DEPTNO(WS-WALK-SUB)
            TO WS-RPT-DEPTNO-DISP(WS-INDENT-OFFSET:3).
        MOVE WS-OT-DEPTNAME(WS-WALK-SUB) TO WS-RPT-DEPTNAME.
        MOVE WS-OT-MGRNO(WS-WALK-SUB)    TO WS-RPT-MGRNO.
        MOVE WS-OT-ADMRDEPT(WS-WALK-SUB) TO WS-RPT-ADMRDEPT.
        MOVE WS-OT-EFF-DATE(WS-WALK-SUB) TO WS-RPT-EFF-DATE.
        WRITE HISTRPT-RECORD FROM WS-RPT-DETAIL.
        MOVE 'Y' TO WS-OT-PRINTED-SW(WS-WALK-SUB).
        ADD 1 TO WS-DEPTS-LISTED.

       6000-FINAL-COUNT.
        CLOSE DEPTHIST
              HISTRPT.
        DISPLAY "-----------------------------------------------------".
        DISPLAY "DEPTHRPT CONTROL TOTALS".
        DISPLAY "  AS-OF DATE . . . . . . . : " WS-AS-OF-DATE.
        DISPLAY "  HISTORY RECORDS READ . . : " WS-HIST-READ.
        DISPLAY "  RECORDS AFTER AS-OF DATE : " WS-HIST-AFTER-DATE.
        DISPLAY "  DEPTS DELETED BY THEN . . : " WS-DEPTS-DELETED.
        DISPLAY "  DEPTS IN HIERARCHY . . . : " WS-ORG-COUNT.
        DISPLAY "  ROOTS  . . . . . . . . . : " WS-ROOT-COUNT.
        DISPLAY "  DEPTS LISTED . . . . . . : " WS-DEPTS-LISTED.
        DISPLAY "  NOT REACHABLE (CYCLE) . : " WS-UNREACHABLE.
        DISPLAY "  HISTORY READ ERRORS  . . : " WS-READ-ERRORS.
        DISPLAY "-----------------------------------------------------".
