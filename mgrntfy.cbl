       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MGRNTFY.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      *REMARKS.       MANAGER-CHANGE NOTIFICATION PACKETS. READS THE
      *            NIGHT'S DEPARTMENT DELTA FEED (DLTAIN, DLTAREC
      *            LAYOUT) AND FOR EVERY 'A' NEW DEPARTMENT, EVERY
      *            'C' WITH DLTA-MGR-CHG-SW AND EVERY 'C' MOVE WITH
      *            DLTA-PARENT-CHG-SW BUILDS NOTIFICATION PACKETS:
      *            THE INCOMING MANAGER GETS THE DEPARTMENT'S
      *            CURRENT ROSTER (NAME, JOB, HIREDATE) OFF THE
      *            ROSTER H/D/T SETS, THE OUTGOING MANAGER GETS A
      *            HANDOFF NOTICE, AND THE PARENT DEPARTMENT'S
      *            MANAGER GETS A SUMMARY - ON A MOVE, BOTH THE OLD
      *            AND THE NEW PARENT'S MANAGER. NAMES COME OFF THE
      *            EMPLOYEE TABLE. THE PRIOR MANAGER AND PARENT COME
      *            OFF THE DEPARTMENT MASTER (DEPTMST), SO THE STEP
      *            RUNS AFTER DEPTDLT AND BEFORE DEPTAPLY APPLIES THE
      *            SAME DELTAS TO IT. EVERY PACKET IS PRINTED ON ITS
      *            OWN PAGE OF NTFYPRT (ANSI CARRIAGE CONTROL); EVERY
      *            PACKET WITH A RECIPIENT ON FILE IS ALSO WRITTEN TO
      *            THE MAIL-GATEWAY FILE NTFYMAIL (NTFYREC LAYOUT)
      *            KEYED ON THE RECIPIENT'S EMPNO. A PACKET WITH NO
      *            RECIPIENT IS PRINTED FOR HUMAN RESOURCES TO ROUTE.
      *            THE STEP IS UNDER NIGHTLY STREAM CONTROL (STRMCTL)
      *            LIKE THE REST OF THE CHAIN, SO A RESTART OF THE
      *            CHAIN AFTER A LATER STEP FAILS SKIPS IT RATHER THAN
      *            SEND EVERY PACKET AGAIN - AND RATHER THAN READ
      *            TONIGHT'S MANAGER AND PARENT OFF A DEPTMST THAT
      *            DEPTAPLY HAS ALREADY UPDATED AS THE PRIOR ONES.
      **************************CC109**********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DLTAIN ASSIGN TO DLTAIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DLTAIN-STATUS.

           SELECT ROSTER ASSIGN TO ROSTER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

      *    RANDOM: ONE KEYED READ PER CHANGED DEPARTMENT FOR ITS PRIOR
      *    MANAGER AND PARENT, AND PER PARENT FOR ITS MANAGER.
           SELECT DEPTMST ASSIGN TO DEPTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPTMST-KEY
               FILE STATUS IS WS-DEPTMST-STATUS.

           SELECT NTFYPRT ASSIGN TO NTFYPRT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NTFYPRT-STATUS.

           SELECT NTFYMAIL ASSIGN TO NTFYMAIL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NTFYMAIL-STATUS.

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
       FD  DLTAIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  DLTAIN-RECORD                   PIC X(80).

       FD  ROSTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  ROSTER-RECORD                   PIC X(80).

       FD  DEPTMST
           RECORD CONTAINS 80 CHARACTERS.
       01  DEPTMST-RECORD.
           05  DEPTMST-KEY                 PIC X(3).
           05  FILLER                      PIC X(77).

       FD  NTFYPRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS.
       01  NTFYPRT-RECORD                  PIC X(133).

       FD  NTFYMAIL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 110 CHARACTERS.
       01  NTFYMAIL-RECORD                 PIC X(110).

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
           05  WS-DLTAIN-STATUS            PIC XX VALUE SPACES.
           05  WS-ROSTER-STATUS            PIC XX VALUE SPACES.
           05  WS-DEPTMST-STATUS           PIC XX VALUE SPACES.
           05  WS-NTFYPRT-STATUS           PIC XX VALUE SPACES.
           05  WS-NTFYMAIL-STATUS          PIC XX VALUE SPACES.
           05  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
           05  WS-STRMCTL-STATUS           PIC XX VALUE SPACES.

       01  WS-FILE-CHECK.
           05  WS-LAST-FILE-STATUS         PIC XX    VALUE SPACES.
           05  WS-LAST-FILE-NAME           PIC X(8)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DLTAIN-EOF-SW            PIC X VALUE 'N'.
               88  DLTAIN-EOF                    VALUE 'Y'.
           05  WS-ROSTER-EOF-SW            PIC X VALUE 'N'.
               88  ROSTER-EOF                    VALUE 'Y'.
           05  WS-CHANGE-FULL-SW           PIC X VALUE 'N'.
               88  CHANGE-TABLE-FULL             VALUE 'Y'.
           05  WS-ROSTER-FULL-SW           PIC X VALUE 'N'.
               88  ROSTER-TABLE-FULL             VALUE 'Y'.
           05  WS-NAME-FOUND-SW            PIC X VALUE 'N'.
               88  NAME-FOUND                    VALUE 'Y'.
           05  WS-DELIVER-SW               PIC X VALUE 'N'.
               88  PKT-DELIVERABLE               VALUE 'Y'.
           05  WS-CONTINUED-SW             PIC X VALUE 'N'.
               88  PKT-CONTINUED                 VALUE 'Y'.
      *    WHICH PARENT A SUMMARY PACKET IS FOR: 'S' THE SAME PARENT
      *    (NO MOVE), 'O' THE OLD PARENT OF A MOVE, 'N' THE NEW ONE.
           05  WS-PARENT-ROLE-SW           PIC X VALUE SPACE.
               88  PARENT-SAME                   VALUE 'S'.
               88  PARENT-OLD                    VALUE 'O'.
               88  PARENT-NEW                    VALUE 'N'.

       COPY DLTAREC
           REPLACING ==DLTA-DETAIL-RECORD== BY ==WS-DLTA-DETAIL==.

       COPY ROSTRREC
           REPLACING ==ROST-HEADER-RECORD==  BY ==WS-ROST-HEADER==
                     ==ROST-DETAIL-RECORD==  BY ==WS-ROST-DETAIL==
                     ==ROST-TRAILER-RECORD== BY ==WS-ROST-TRAILER==.

       COPY DEPTMREC
           REPLACING ==DEPTM-RECORD== BY ==WS-DEPTM-REC==.

       COPY NTFYREC
           REPLACING ==NTFY-RECORD== BY ==WS-NTFY-REC==.

       01  WS-EMP-ROW.
           05  WS-EMP-EMPNO                PIC X(6).
           05  WS-EMP-FIRSTNME             PIC X(12).
           05  WS-EMP-LASTNAME             PIC X(15).
           05  WS-EMP-IND.
               10  WS-FIRSTNME-IND         PIC S9(4) COMP.
               10  WS-LASTNAME-IND         PIC S9(4) COMP.

      *--------------------------------------------------------------*
      * WS-CHANGE-TABLE holds every delta that needs a packet, in     *
      * delta-feed order, with the prior manager and parent read off  *
      * DEPTMST before DEPTAPLY overwrites them. WS-CH-MGR-CHG-SW is  *
      * also set on an 'A' - a new department's manager is newly      *
      * assigned. WS-CH-OLD-MGR-SW / WS-CH-OLD-PARENT-SW are 'U' when *
      * the prior value could not be established (not on the master,  *
      * or the master already carries tonight's value).               *
      * WS-CH-RT-FIRST / WS-CH-RT-COUNT locate the department's       *
      * roster lines in WS-ROSTER-TABLE.                              *
      *--------------------------------------------------------------*
       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-COUNT             PIC 9(3) VALUE ZERO.
           05  WS-CHANGE-ENTRY OCCURS 500 TIMES.
               10  WS-CH-TRANS-CODE        PIC X(1).
                   88  CH-ADD                   VALUE 'A'.
                   88  CH-CHANGE                VALUE 'C'.
               10  WS-CH-DEPTNO            PIC X(3).
               10  WS-CH-DEPTNAME          PIC X(36).
               10  WS-CH-MGR-CHG-SW        PIC X(1).
                   88  CH-MGR-CHANGED           VALUE 'Y'.
               10  WS-CH-PARENT-CHG-SW     PIC X(1).
                   88  CH-PARENT-CHANGED        VALUE 'Y'.
               10  WS-CH-NEW-MGRNO         PIC X(6).
               10  WS-CH-OLD-MGRNO         PIC X(6).
               10  WS-CH-OLD-MGR-SW        PIC X(1).
                   88  CH-OLD-MGR-UNKNOWN       VALUE 'U'.
               10  WS-CH-NEW-PARENT        PIC X(3).
               10  WS-CH-OLD-PARENT        PIC X(3).
               10  WS-CH-OLD-PARENT-SW     PIC X(1).
                   88  CH-OLD-PARENT-UNKNOWN    VALUE 'U'.
               10  WS-CH-ROSTER-SW         PIC X(1).
                   88  CH-ROSTER-FOUND          VALUE 'Y'.
               10  WS-CH-HEADCOUNT         PIC 9(5).
               10  WS-CH-RT-FIRST          PIC 9(4).
               10  WS-CH-RT-COUNT          PIC 9(4).

      *--------------------------------------------------------------*
      * WS-ROSTER-TABLE keeps the roster details of the changed       *
      * departments only, taken in ONE pass of the ROSTER extract -   *
      * each department's set is contiguous on the file, so its lines *
      * are contiguous here.                                          *
      *--------------------------------------------------------------*
       01  WS-ROSTER-TABLE.
           05  WS-RT-COUNT                 PIC 9(4) VALUE ZERO.
           05  WS-RT-ENTRY OCCURS 3000 TIMES.
               10  WS-RT-EMPNO             PIC X(6).
               10  WS-RT-FIRSTNME          PIC X(12).
               10  WS-RT-LASTNAME          PIC X(15).
               10  WS-RT-JOB               PIC X(8).
               10  WS-RT-HIREDATE          PIC X(10).

      *--------------------------------------------------------------*
      * WS-NAME-TABLE caches every EMPNO already looked up on         *
      * EMPLOYEE, so a manager named in several packets costs one     *
      * SELECT. Once full, further names are still looked up - just   *
      * not kept.                                                     *
      *--------------------------------------------------------------*
       01  WS-NAME-TABLE.
           05  WS-NAME-COUNT               PIC 9(3) VALUE ZERO.
           05  WS-NAME-ENTRY OCCURS 500 TIMES.
               10  WS-NT-EMPNO             PIC X(6).
               10  WS-NT-NAME              PIC X(28).

       01  WS-SUBSCRIPTS.
           05  WS-CH-SUB                   PIC 9(3) VALUE ZERO.
           05  WS-CUR-CH-SUB               PIC 9(3) VALUE ZERO.
           05  WS-FIND-SUB                 PIC 9(3) VALUE ZERO.
           05  WS-NAME-SUB                 PIC 9(3) VALUE ZERO.
           05  WS-SCAN-SUB                 PIC 9(3) VALUE ZERO.
           05  WS-RT-SUB                   PIC 9(4) VALUE ZERO.
           05  WS-RT-LAST                  PIC 9(4) VALUE ZERO.

      *    LOOKUP WORK: A DEPARTMENT'S CURRENT MANAGER, AND A NAME.
       01  WS-LOOKUP-FIELDS.
           05  WS-FIND-DEPTNO              PIC X(3)  VALUE SPACES.
           05  WS-FIND-MGRNO               PIC X(6)  VALUE SPACES.
           05  WS-NAME-EMPNO               PIC X(6)  VALUE SPACES.
           05  WS-NAME-RESULT              PIC X(28) VALUE SPACES.

      *    THE PACKET BEING WRITTEN, AND ITS NEXT TEXT LINE.
       01  WS-PACKET-FIELDS.
           05  WS-PKT-RECIPIENT            PIC X(6)  VALUE SPACES.
           05  WS-PKT-RECIP-NAME           PIC X(28) VALUE SPACES.
           05  WS-PKT-TYPE                 PIC X(1)  VALUE SPACE.
           05  WS-PKT-DEPTNO               PIC X(3)  VALUE SPACES.
           05  WS-PKT-NO                   PIC 9(5)  VALUE ZERO.
           05  WS-PKT-LINE-NO              PIC 9(4)  VALUE ZERO.
           05  WS-PKT-LINE-TYPE            PIC X(1)  VALUE SPACE.
           05  WS-PKT-TEXT                 PIC X(72) VALUE SPACES.

      *    A LABELLED BODY LINE OF A PACKET.
       01  WS-LABEL-LINE.
           05  WS-LL-LABEL                 PIC X(16).
           05  WS-LL-VALUE                 PIC X(56).

      *    ONE ROSTER LINE OF AN INCOMING-MANAGER PACKET.
       01  WS-ROSTER-LINE.
           05  WS-RL-EMPNO                 PIC X(6).
           05  FILLER                      PIC X(2).
           05  WS-RL-NAME                  PIC X(28).
           05  FILLER                      PIC X(2).
           05  WS-RL-JOB                   PIC X(8).
           05  FILLER                      PIC X(2).
           05  WS-RL-HIREDATE              PIC X(10).
           05  FILLER                      PIC X(14).

       01  WS-EDIT-FIELDS.
           05  WS-EDIT-COUNT               PIC ZZZZ9.
           05  WS-EDIT-PACKET              PIC ZZZZ9.

       01  WS-PAGE-CONTROLS.
           05  WS-PAGE-CNT                 PIC 9(5) VALUE ZERO.
           05  WS-LINE-CNT                 PIC 9(3) VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC 9(3) VALUE 055.

       01  WS-COUNTERS.
           05  WS-DLTA-READ                PIC 9(5) VALUE ZERO.
           05  WS-CHANGES-KEPT             PIC 9(5) VALUE ZERO.
           05  WS-CHANGES-DROPPED          PIC 9(5) VALUE ZERO.
           05  WS-ROSTER-READ              PIC 9(7) VALUE ZERO.
           05  WS-ROSTER-DROPPED           PIC 9(5) VALUE ZERO.
           05  WS-NO-ROSTER                PIC 9(5) VALUE ZERO.
           05  WS-INCOMING-PKTS            PIC 9(5) VALUE ZERO.
           05  WS-OUTGOING-PKTS            PIC 9(5) VALUE ZERO.
           05  WS-PARENT-PKTS              PIC 9(5) VALUE ZERO.
           05  WS-NO-RECIPIENT             PIC 9(5) VALUE ZERO.
           05  WS-PRIOR-UNKNOWN            PIC 9(5) VALUE ZERO.
           05  WS-PRINT-LINES              PIC 9(7) VALUE ZERO.
           05  WS-MAIL-RECORDS             PIC 9(7) VALUE ZERO.
           05  WS-NAME-SELECTS             PIC 9(5) VALUE ZERO.
           05  WS-READ-ERRORS              PIC 9(5) VALUE ZERO.
           05  WS-SQL-ERRORS               PIC 9(5) VALUE ZERO.

      *    NIGHTLY STREAM RESTART CONTROL: THIS STEP'S NAME AND
      *    PLACE IN THE CHAIN, AND THE BUSINESS DATE IT RUNS FOR.
       01  WS-STREAM-FIELDS.
           05  WS-STREAM-PGM               PIC X(8)  VALUE "MGRNTFY".
           05  WS-STREAM-STEP              PIC 9(2)  VALUE 12.
           05  WS-BUS-DATE                 PIC 9(8)  VALUE ZERO.
           05  WS-STREAM-DATE              PIC 9(8)  VALUE ZERO.
           05  WS-STREAM-CLOCK.
               10  WS-STREAM-TIME          PIC 9(6)  VALUE ZERO.
               10  FILLER                  PIC 9(2)  VALUE ZERO.

       COPY STRMREC
           REPLACING ==STRM-RECORD== BY ==WS-STRM-REC==.

       01  WS-PRT-TITLE.
           05  FILLER                      PIC X(1)  VALUE '1'.
           05  FILLER                      PIC X(34) VALUE
               "MANAGER-CHANGE NOTIFICATION".
           05  FILLER                      PIC X(14) VALUE
               "BUSINESS DATE ".
           05  WS-PRT-BUS-DATE             PIC 9(8).
           05  FILLER                      PIC X(6)  VALUE SPACES.
           05  FILLER                      PIC X(7)  VALUE "PACKET ".
           05  WS-PRT-PACKET               PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRT-CONTINUED            PIC X(11) VALUE SPACES.
           05  FILLER                      PIC X(45) VALUE SPACES.

       01  WS-PRT-LINE.
           05  WS-PRT-CC                   PIC X(1)  VALUE SPACE.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-PRT-TEXT                 PIC X(72) VALUE SPACES.
           05  FILLER                      PIC X(56) VALUE SPACES.

       01  WS-PRT-BLANK.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  FILLER                      PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

        PERFORM 0010-CHECK-STREAM-PARA.

        OPEN INPUT DLTAIN.
        MOVE WS-DLTAIN-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "DLTAIN"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        OPEN INPUT ROSTER.
        MOVE WS-ROSTER-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "ROSTER"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        OPEN INPUT DEPTMST.
        MOVE WS-DEPTMST-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "DEPTMST"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        OPEN OUTPUT NTFYPRT.
        MOVE WS-NTFYPRT-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "NTFYPRT"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        OPEN OUTPUT NTFYMAIL.
        MOVE WS-NTFYMAIL-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "NTFYMAIL"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        MOVE WS-BUS-DATE TO WS-PRT-BUS-DATE.

        PERFORM 1000-LOAD-CHANGES-PARA.

        PERFORM 2000-LOAD-ROSTERS-PARA.

        PERFORM 3000-WRITE-PACKETS-PARA.

        PERFORM 6000-FINAL-COUNT.

      *    A DB2 OR MASTER READ FAILURE MEANS PACKETS WENT OUT WITH
      *    NAMES OR MANAGERS MISSING - FAIL THE STEP. A PACKET LEFT
      *    FOR HR TO ROUTE, A PRIOR MANAGER THAT COULD NOT BE TOLD,
      *    A MISSING ROSTER OR A FULL TABLE IS A WARNING.
        EVALUATE TRUE
            WHEN WS-SQL-ERRORS > 0 OR WS-READ-ERRORS > 0
                MOVE 16 TO RETURN-CODE
            WHEN WS-NO-RECIPIENT > 0 OR WS-PRIOR-UNKNOWN > 0
              OR WS-NO-ROSTER > 0
              OR CHANGE-TABLE-FULL OR ROSTER-TABLE-FULL
                MOVE 4  TO RETURN-CODE
            WHEN OTHER
                MOVE 0  TO RETURN-CODE
        END-EVALUATE.

        PERFORM 7500-END-STREAM-STEP-PARA.

        GOBACK.

       0010-CHECK-STREAM-PARA.

      *    NIGHTLY STREAM RESTART CONTROL (STRMCTL, STRMREC LAYOUT).
      *    THE BUSINESS DATE COMES OFF THE BUSDATE CARD THE SCHEDULER
      *    BUILDS FOR THE NIGHT, SO A RERUN AFTER MIDNIGHT STILL
      *    BELONGS TO THE RIGHT NIGHT; WITH NO CARD IT IS THE RUN
      *    DATE. IT IS ALSO THE EFFECTIVE DATE QUOTED IN EVERY
      *    PACKET. A STEP ALREADY MARKED COMPLETE FOR THE DATE ENDS AT
      *    ONCE WITH RC 0 - BEFORE ANY OF ITS OWN FILES ARE OPENED,
      *    SO A RERUN OF THE CHAIN CANNOT SEND THE PACKETS TWICE.
      *    OTHERWISE THE STEP IS MARKED STARTED AND RUNS. A STEP LEFT
      *    MARKED STARTED BY A FAILED RUN RUNS AGAIN - NTFYPRT AND
      *    NTFYMAIL ARE REWRITTEN IN FULL.
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
                DISPLAY "MGRNTFY: BAD BUSDATE CARD - EXPECTED "
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
                    DISPLAY "MGRNTFY: COMPLETE FOR BUSINESS DATE "
                            WS-BUS-DATE " - STEP SKIPPED"
                    CLOSE STRMCTL
                    MOVE 0 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO STRM-ATTEMPTS
                DISPLAY "MGRNTFY: RERUN FOR BUSINESS DATE "
                        WS-BUS-DATE " - ATTEMPT " STRM-ATTEMPTS
            WHEN "23"
                PERFORM 0020-NEW-STREAM-REC-PARA
            WHEN OTHER
                DISPLAY "MGRNTFY: READ FAILED ON STRMCTL, FILE STATUS="
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
            DISPLAY "MGRNTFY: STEP NOT MARKED STARTED, STRMCTL FILE "
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
            DISPLAY "MGRNTFY: OPEN FAILED ON " WS-LAST-FILE-NAME
                    " FILE STATUS=" WS-LAST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF.

       1000-LOAD-CHANGES-PARA.

        READ DLTAIN INTO WS-DLTA-DETAIL
            AT END
                SET DLTAIN-EOF TO TRUE
        END-READ.

        PERFORM UNTIL DLTAIN-EOF
            ADD 1 TO WS-DLTA-READ
      *    A 'D' HAS NO NEW MANAGER TO TELL, AND A RENAME OR LEVEL
      *    SHIFT ALONE CHANGES NOBODY'S REPORTING LINE.
            IF DLTA-ADD
               OR (DLTA-CHANGE AND (DLTA-MGR-CHG-SW = 'Y'
                                 OR DLTA-PARENT-CHG-SW = 'Y'))
                PERFORM 1100-STORE-CHANGE-PARA
            END-IF
            READ DLTAIN INTO WS-DLTA-DETAIL
                AT END
                    SET DLTAIN-EOF TO TRUE
            END-READ
        END-PERFORM.

       1100-STORE-CHANGE-PARA.

        IF WS-CHANGE-COUNT >= 500
            IF NOT CHANGE-TABLE-FULL
                DISPLAY "MGRNTFY: CHANGE TABLE FULL AT 500 - LATER "
                        "CHANGES GET NO PACKETS"
                SET CHANGE-TABLE-FULL TO TRUE
            END-IF
            ADD 1 TO WS-CHANGES-DROPPED
        ELSE
            ADD 1 TO WS-CHANGE-COUNT
            ADD 1 TO WS-CHANGES-KEPT
            MOVE WS-CHANGE-COUNT TO WS-CH-SUB
            MOVE DLTA-TRANS-CODE TO WS-CH-TRANS-CODE(WS-CH-SUB)
            MOVE DLTA-DEPTNO     TO WS-CH-DEPTNO(WS-CH-SUB)
            MOVE DLTA-DEPTNAME   TO WS-CH-DEPTNAME(WS-CH-SUB)
            MOVE DLTA-MGRNO      TO WS-CH-NEW-MGRNO(WS-CH-SUB)
            MOVE DLTA-ADMRDEPT   TO WS-CH-NEW-PARENT(WS-CH-SUB)
            MOVE SPACES          TO WS-CH-OLD-MGRNO(WS-CH-SUB)
                                    WS-CH-OLD-PARENT(WS-CH-SUB)
                                    WS-CH-OLD-MGR-SW(WS-CH-SUB)
                                    WS-CH-OLD-PARENT-SW(WS-CH-SUB)
            MOVE 'N'             TO WS-CH-ROSTER-SW(WS-CH-SUB)
            MOVE ZERO            TO WS-CH-HEADCOUNT(WS-CH-SUB)
                                    WS-CH-RT-FIRST(WS-CH-SUB)
                                    WS-CH-RT-COUNT(WS-CH-SUB)
            IF DLTA-ADD
                MOVE 'Y' TO WS-CH-MGR-CHG-SW(WS-CH-SUB)
                MOVE 'N' TO WS-CH-PARENT-CHG-SW(WS-CH-SUB)
            ELSE
                MOVE DLTA-MGR-CHG-SW    TO WS-CH-MGR-CHG-SW(WS-CH-SUB)
                MOVE DLTA-PARENT-CHG-SW
                    TO WS-CH-PARENT-CHG-SW(WS-CH-SUB)
                PERFORM 1200-READ-PRIOR-MASTER-PARA
            END-IF
        END-IF.

       1200-READ-PRIOR-MASTER-PARA.

      *    DEPTAPLY HAS NOT RUN YET, SO THE MASTER STILL SHOWS LAST
      *    NIGHT'S MANAGER AND PARENT. IF IT ALREADY SHOWS TONIGHT'S,
      *    THE STEP WAS RUN OUT OF ORDER AND THE PRIOR VALUE IS LOST.
        MOVE DLTA-DEPTNO TO DEPTMST-KEY.
        READ DEPTMST INTO WS-DEPTM-REC.
        EVALUATE WS-DEPTMST-STATUS
            WHEN "00"
                MOVE DEPTM-MGRNO    TO WS-CH-OLD-MGRNO(WS-CH-SUB)
                MOVE DEPTM-ADMRDEPT TO WS-CH-OLD-PARENT(WS-CH-SUB)
                IF CH-MGR-CHANGED(WS-CH-SUB)
                   AND DEPTM-MGRNO = DLTA-MGRNO
                    MOVE 'U' TO WS-CH-OLD-MGR-SW(WS-CH-SUB)
                END-IF
                IF CH-PARENT-CHANGED(WS-CH-SUB)
                   AND DEPTM-ADMRDEPT = DLTA-ADMRDEPT
                    MOVE 'U' TO WS-CH-OLD-PARENT-SW(WS-CH-SUB)
                END-IF
            WHEN "23"
                DISPLAY "MGRNTFY: DEPTNO " DLTA-DEPTNO
                        " NOT ON DEPTMST - PRIOR MANAGER/PARENT "
                        "UNKNOWN"
                MOVE 'U' TO WS-CH-OLD-MGR-SW(WS-CH-SUB)
                            WS-CH-OLD-PARENT-SW(WS-CH-SUB)
            WHEN OTHER
                DISPLAY "MGRNTFY: READ FAILED FOR DEPTNO " DLTA-DEPTNO
                        " FILE STATUS=" WS-DEPTMST-STATUS
                ADD 1 TO WS-READ-ERRORS
                MOVE 'U' TO WS-CH-OLD-MGR-SW(WS-CH-SUB)
                            WS-CH-OLD-PARENT-SW(WS-CH-SUB)
        END-EVALUATE.
        IF CH-OLD-MGR-UNKNOWN(WS-CH-SUB)
           AND CH-MGR-CHANGED(WS-CH-SUB)
            MOVE SPACES TO WS-CH-OLD-MGRNO(WS-CH-SUB)
            ADD 1 TO WS-PRIOR-UNKNOWN
        END-IF.
        IF CH-OLD-PARENT-UNKNOWN(WS-CH-SUB)
           AND CH-PARENT-CHANGED(WS-CH-SUB)
            MOVE SPACES TO WS-CH-OLD-PARENT(WS-CH-SUB)
            ADD 1 TO WS-PRIOR-UNKNOWN
        END-IF.

       2000-LOAD-ROSTERS-PARA.

        MOVE ZERO TO WS-CUR-CH-SUB.

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
                    IF WS-CUR-CH-SUB > 0
                        PERFORM 2200-ROSTER-DETAIL-PARA
                    END-IF
                WHEN 'T'
                    MOVE WS-ROST-DETAIL TO WS-ROST-TRAILER
                    IF WS-CUR-CH-SUB > 0
                        PERFORM 2300-ROSTER-TRAILER-PARA
                    END-IF
                    MOVE ZERO TO WS-CUR-CH-SUB
            END-EVALUATE
            READ ROSTER INTO WS-ROST-DETAIL
                AT END
                    SET ROSTER-EOF TO TRUE
            END-READ
        END-PERFORM.

        PERFORM VARYING WS-CH-SUB FROM 1 BY 1
                UNTIL WS-CH-SUB > WS-CHANGE-COUNT
            IF NOT CH-ROSTER-FOUND(WS-CH-SUB)
                DISPLAY "MGRNTFY: NO ROSTER SET FOR DEPTNO "
                        WS-CH-DEPTNO(WS-CH-SUB)
                ADD 1 TO WS-NO-ROSTER
            END-IF
        END-PERFORM.

       2100-ROSTER-HEADER-PARA.

      *    ONLY A CHANGED DEPARTMENT'S ROSTER IS KEPT.
        MOVE ZERO TO WS-CUR-CH-SUB.
        PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                UNTIL WS-FIND-SUB > WS-CHANGE-COUNT
                   OR WS-CUR-CH-SUB > 0
            IF WS-CH-DEPTNO(WS-FIND-SUB) = ROST-HDR-DEPTNO
                MOVE WS-FIND-SUB TO WS-CUR-CH-SUB
            END-IF
        END-PERFORM.
        IF WS-CUR-CH-SUB > 0
            MOVE 'Y' TO WS-CH-ROSTER-SW(WS-CUR-CH-SUB)
            COMPUTE WS-CH-RT-FIRST(WS-CUR-CH-SUB) = WS-RT-COUNT + 1
            MOVE ZERO TO WS-CH-RT-COUNT(WS-CUR-CH-SUB)
                         WS-CH-HEADCOUNT(WS-CUR-CH-SUB)
        END-IF.

       2200-ROSTER-DETAIL-PARA.

        ADD 1 TO WS-CH-HEADCOUNT(WS-CUR-CH-SUB).
        IF WS-RT-COUNT >= 3000
            IF NOT ROSTER-TABLE-FULL
                DISPLAY "MGRNTFY: ROSTER TABLE FULL AT 3000 - LATER "
                        "ROSTER PACKETS ARE CUT SHORT"
                SET ROSTER-TABLE-FULL TO TRUE
            END-IF
            ADD 1 TO WS-ROSTER-DROPPED
        ELSE
            ADD 1 TO WS-RT-COUNT
            ADD 1 TO WS-CH-RT-COUNT(WS-CUR-CH-SUB)
            MOVE ROST-DTL-EMPNO    TO WS-RT-EMPNO(WS-RT-COUNT)
            MOVE ROST-DTL-FIRSTNME TO WS-RT-FIRSTNME(WS-RT-COUNT)
            MOVE ROST-DTL-LASTNAME TO WS-RT-LASTNAME(WS-RT-COUNT)
            MOVE ROST-DTL-JOB      TO WS-RT-JOB(WS-RT-COUNT)
            MOVE ROST-DTL-HIREDATE TO WS-RT-HIREDATE(WS-RT-COUNT)
        END-IF.

       2300-ROSTER-TRAILER-PARA.

      *    THE TRAILER'S COUNT IS THE HEADCOUNT QUOTED; THE DETAILS
      *    COUNTED STAND IN FOR A TRAILER THAT IS NOT NUMERIC.
        IF ROST-TRL-EMP-COUNT NUMERIC
            MOVE ROST-TRL-EMP-COUNT TO WS-CH-HEADCOUNT(WS-CUR-CH-SUB)
        END-IF.

       3000-WRITE-PACKETS-PARA.

        PERFORM VARYING WS-CH-SUB FROM 1 BY 1
                UNTIL WS-CH-SUB > WS-CHANGE-COUNT
            MOVE WS-CH-DEPTNO(WS-CH-SUB) TO WS-PKT-DEPTNO
            IF CH-MGR-CHANGED(WS-CH-SUB)
                IF WS-CH-NEW-MGRNO(WS-CH-SUB) NOT = SPACES
                    PERFORM 3100-INCOMING-PACKET-PARA
                END-IF
      *    A SEAT THAT WAS VACANT HAS NOBODY TO HAND OFF; ONE WHOSE
      *    HOLDER IS UNKNOWN STILL GETS A NOTICE, FOR HR TO ROUTE.
                IF CH-CHANGE(WS-CH-SUB)
                   AND (WS-CH-OLD-MGRNO(WS-CH-SUB) NOT = SPACES
                        OR CH-OLD-MGR-UNKNOWN(WS-CH-SUB))
                    PERFORM 3200-OUTGOING-PACKET-PARA
                END-IF
            END-IF
            IF CH-PARENT-CHANGED(WS-CH-SUB)
                SET PARENT-OLD TO TRUE
                MOVE WS-CH-OLD-PARENT(WS-CH-SUB) TO WS-FIND-DEPTNO
                PERFORM 3300-PARENT-PACKET-PARA
                SET PARENT-NEW TO TRUE
                MOVE WS-CH-NEW-PARENT(WS-CH-SUB) TO WS-FIND-DEPTNO
                PERFORM 3300-PARENT-PACKET-PARA
            ELSE
                SET PARENT-SAME TO TRUE
                MOVE WS-CH-NEW-PARENT(WS-CH-SUB) TO WS-FIND-DEPTNO
                PERFORM 3300-PARENT-PACKET-PARA
            END-IF
        END-PERFORM.

       3100-INCOMING-PACKET-PARA.

        MOVE WS-CH-NEW-MGRNO(WS-CH-SUB) TO WS-PKT-RECIPIENT.
        MOVE 'I' TO WS-PKT-TYPE.
        PERFORM 4000-START-PACKET-PARA.
        ADD 1 TO WS-INCOMING-PKTS.

        MOVE 'S' TO WS-PKT-LINE-TYPE.
        STRING "YOU NOW MANAGE DEPARTMENT " WS-PKT-DEPTNO " - "
               WS-CH-DEPTNAME(WS-CH-SUB)
               DELIMITED BY SIZE INTO WS-PKT-TEXT.
        PERFORM 4100-EMIT-LINE-PARA.

        PERFORM 4100-EMIT-LINE-PARA.
        STRING "EFFECTIVE BUSINESS DATE " WS-BUS-DATE "."
               DELIMITED BY SIZE INTO WS-PKT-TEXT.
        PERFORM 4100-EMIT-LINE-PARA.

        EVALUATE TRUE
            WHEN CH-ADD(WS-CH-SUB)
                STRING "THIS IS A NEW DEPARTMENT, REPORTING TO "
                       "DEPARTMENT " WS-CH-NEW-PARENT(WS-CH-SUB) "."
                       DELIMITED BY SIZE INTO WS-PKT-TEXT
            WHEN CH-OLD-MGR-UNKNOWN(WS-CH-SUB)
                MOVE "THE PREVIOUS MANAGER IS NOT ON FILE."
                    TO WS-PKT-TEXT
            WHEN WS-CH-OLD-MGRNO(WS-CH-SUB) = SPACES
                MOVE "THE DEPARTMENT HAD NO MANAGER BEFORE YOU."
                    TO WS-PKT-TEXT
            WHEN OTHER
                MOVE WS-CH-OLD-MGRNO(WS-CH-SUB) TO WS-NAME-EMPNO
                PERFORM 3900-GET-NAME-PARA
                STRING "YOU SUCCEED " WS-NAME-EMPNO " "
                       WS-NAME-RESULT
                       DELIMITED BY SIZE INTO WS-PKT-TEXT
        END-EVALUATE.
        PERFORM 4100-EMIT-LINE-PARA.

        PERFORM 4100-EMIT-LINE-PARA.
        MOVE "YOUR DEPARTMENT ROSTER:" TO WS-PKT-TEXT.
        PERFORM 4100-EMIT-LINE-PARA.
        PERFORM 4100-EMIT-LINE-PARA.
        MOVE SPACES     TO WS-ROSTER-LINE.
        MOVE "EMPNO"    TO WS-RL-EMPNO.
        MOVE "NAME"     TO WS-RL-NAME.
        MOVE "JOB"      TO WS-RL-JOB.
        MOVE "HIREDATE" TO WS-RL-HIREDATE.
        MOVE WS-ROSTER-LINE TO WS-PKT-TEXT.
        PERFORM 4100-EMIT-LINE-PARA.

        IF CH-ROSTER-FOUND(WS-CH-SUB)
            PERFORM 3150-ROSTER-LINES-PARA
            PERFORM 4100-EMIT-LINE-PARA
            MOVE WS-CH-HEADCOUNT(WS-CH-SUB) TO WS-EDIT-COUNT
            STRING "EMPLOYEES IN THE DEPARTMENT: " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-PKT-TEXT
            PERFORM 4100-EMIT-LINE-PARA
            IF WS-CH-RT-COUNT(WS-CH-SUB) < WS-CH-HEADCOUNT(WS-CH-SUB)
                MOVE "THE LIST ABOVE IS INCOMPLETE - HUMAN RESOURCES"
                    TO WS-PKT-TEXT
                PERFORM 4100-EMIT-LINE-PARA
                MOVE "WILL SEND THE FULL ROSTER." TO WS-PKT-TEXT
                PERFORM 4100-EMIT-LINE-PARA
            END-IF
        ELSE
            MOVE "NO ROSTER WAS EXTRACTED FOR THIS DEPARTMENT TONIGHT."
                TO WS-PKT-TEXT
            PERFORM 4100-EMIT-LINE-PARA
        END-IF.

       3150-ROSTER-LINES-PARA.

        COMPUTE WS-RT-LAST = WS-CH-RT-FIRST(WS-CH-SUB)
                           + WS-CH-RT-COUNT(WS-CH-SUB) - 1.
        PERFORM VARYING WS-RT-SUB FROM WS-CH-RT-FIRST(WS-CH-SUB) BY 1
                UNTIL WS-RT-SUB > WS-RT-LAST
            MOVE SPACES TO WS-ROSTER-LINE
            MOVE WS-RT-EMPNO(WS-RT-SUB)    TO WS-RL-EMPNO
            STRING WS-RT-FIRSTNME(WS-RT-SUB) DELIMITED BY SPACE
                   " "                       DELIMITED BY SIZE
                   WS-RT-LASTNAME(WS-RT-SUB) DELIMITED BY SPACE
                   INTO WS-RL-NAME
            MOVE WS-RT-JOB(WS-RT-SUB)      TO WS-RL-JOB
            MOVE WS-RT-HIREDATE(WS-RT-SUB) TO WS-RL-HIREDATE
            MOVE WS-ROSTER-LINE TO WS-PKT-TEXT
            PERFORM 4100-EMIT-LINE-PARA
        END-PERFORM.

       3200-OUTGOING-PACKET-PARA.

        MOVE WS-CH-OLD-MGRNO(WS-CH-SUB) TO WS-PKT-RECIPIENT.
        MOVE 'O' TO WS-PKT-TYPE.
        PERFORM 4000-START-PACKET-PARA.
        ADD 1 TO WS-OUTGOING-PKTS.

        MOVE 'S' TO WS-PKT-LINE-TYPE.
        STRING "HANDOFF OF DEPARTMENT " WS-PKT-DEPTNO " - "
               WS-CH-DEPTNAME(WS-CH-SUB)
               DELIMITED BY SIZE INTO WS-PKT-TEXT.
        PERFORM 4100-EMIT-LINE-PARA.

        PERFORM 4100-EMIT-LINE-PARA.
        STRING "AS OF BUSINESS DATE " WS-BUS-DATE
               " YOU NO LONGER MANAGE DEPARTMENT " WS-PKT-DEPTNO "."
               DELIMITED BY SIZE INTO WS-PKT-TEXT.
        PERFORM 4100-EMIT-LINE-PARA.

        IF WS-CH-NEW-MGRNO(WS-CH-SUB) = SPACES
            MOVE "THE SEAT IS VACANT UNTIL A SUCCESSOR IS NAMED."
                TO WS-PKT-TEXT
        ELSE
            MOVE WS-CH-NEW-MGRNO(WS-CH-SUB) TO WS-NAME-EMPNO
            PERFORM 3900-GET-NAME-PARA
            STRING "YOUR SUCCESSOR IS " WS-NAME-EMPNO " "
                   WS-NAME-RESULT
                   DELIMITED BY SIZE INTO WS-PKT-TEXT
        END-IF.
        PERFORM 4100-EMIT-LINE-PARA.

        PERFORM 4100-EMIT-LINE-PARA.
        MOVE WS-CH-HEADCOUNT(WS-CH-SUB) TO WS-EDIT-COUNT.
        STRING "PLEASE HAND OVER OPEN APPROVALS, REVIEWS AND PENDING "
               "ACTIONS"
               DELIMITED BY SIZE INTO WS-PKT-TEXT.
        PERFORM 4100-EMIT-LINE-PARA.
        STRING "FOR THE DEPARTMENT'S " WS-EDIT-COUNT " EMPLOYEES."
               DELIMITED BY SIZE INTO WS-PKT-TEXT.
        PERFORM 4100-EMIT-LINE-PARA.

       3300-PARENT-PACKET-PARA.

        MOVE SPACES TO WS-LABEL-LINE.
        PERFORM 3800-FIND-DEPT-MGR-PARA.
        MOVE WS-FIND-MGRNO TO WS-PKT-RECIPIENT.
        MOVE 'P' TO WS-PKT-TYPE.
        PERFORM 4000-START-PACKET-PARA.
        ADD 1 TO WS-PARENT-PKTS.

        MOVE 'S' TO WS-PKT-LINE-TYPE.
        EVALUATE TRUE
            WHEN PARENT-OLD
                STRING "DEPARTMENT " WS-PKT-DEPTNO
                       " HAS MOVED OUT OF YOUR ORGANIZATION"
                       DELIMITED BY SIZE INTO WS-PKT-TEXT
            WHEN PARENT-NEW
                STRING "DEPARTMENT " WS-PKT-DEPTNO
                       " HAS MOVED INTO YOUR ORGANIZATION"
                       DELIMITED BY SIZE INTO WS-PKT-TEXT
            WHEN CH-ADD(WS-CH-SUB)
                STRING "NEW DEPARTMENT " WS-PKT-DEPTNO
                       " IN YOUR ORGANIZATION"
                       DELIMITED BY SIZE INTO WS-PKT-TEXT
            WHEN OTHER
                STRING "MANAGER CHANGE IN YOUR ORGANIZATION - "
                       "DEPARTMENT " WS-PKT-DEPTNO
                       DELIMITED BY SIZE INTO WS-PKT-TEXT
        END-EVALUATE.
        PERFORM 4100-EMIT-LINE-PARA.
        PERFORM 4100-EMIT-LINE-PARA.

        MOVE "DEPARTMENT:"  TO WS-LL-LABEL.
        STRING WS-PKT-DEPTNO " - " WS-CH-DEPTNAME(WS-CH-SUB)
               DELIMITED BY SIZE INTO WS-LL-VALUE.
        PERFORM 3350-EMIT-LABEL-PARA.

        MOVE "REPORTS TO:"  TO WS-LL-LABEL.
        IF CH-PARENT-CHANGED(WS-CH-SUB)
            IF CH-OLD-PARENT-UNKNOWN(WS-CH-SUB)
                STRING WS-CH-NEW-PARENT(WS-CH-SUB)
                       " (PREVIOUS PARENT NOT ON FILE)"
                       DELIMITED BY SIZE INTO WS-LL-VALUE
            ELSE
                STRING WS-CH-NEW-PARENT(WS-CH-SUB) " (WAS "
                       WS-CH-OLD-PARENT(WS-CH-SUB) ")"
                       DELIMITED BY SIZE INTO WS-LL-VALUE
            END-IF
        ELSE
            MOVE WS-CH-NEW-PARENT(WS-CH-SUB) TO WS-LL-VALUE
        END-IF.
        PERFORM 3350-EMIT-LABEL-PARA.

        IF CH-MGR-CHANGED(WS-CH-SUB)
            MOVE "NEW MANAGER:" TO WS-LL-LABEL
        ELSE
            MOVE "MANAGER:"     TO WS-LL-LABEL
        END-IF.
        IF WS-CH-NEW-MGRNO(WS-CH-SUB) = SPACES
            MOVE "(VACANT)" TO WS-LL-VALUE
        ELSE
            MOVE WS-CH-NEW-MGRNO(WS-CH-SUB) TO WS-NAME-EMPNO
            PERFORM 3900-GET-NAME-PARA
            STRING WS-NAME-EMPNO " " WS-NAME-RESULT
                   DELIMITED BY SIZE INTO WS-LL-VALUE
        END-IF.
        PERFORM 3350-EMIT-LABEL-PARA.

        IF CH-MGR-CHANGED(WS-CH-SUB)
            MOVE "PREVIOUS:" TO WS-LL-LABEL
            EVALUATE TRUE
                WHEN CH-ADD(WS-CH-SUB)
                    MOVE "(NEW DEPARTMENT)" TO WS-LL-VALUE
                WHEN CH-OLD-MGR-UNKNOWN(WS-CH-SUB)
                    MOVE "(NOT ON FILE)" TO WS-LL-VALUE
                WHEN WS-CH-OLD-MGRNO(WS-CH-SUB) = SPACES
                    MOVE "(VACANT)" TO WS-LL-VALUE
                WHEN OTHER
                    MOVE WS-CH-OLD-MGRNO(WS-CH-SUB) TO WS-NAME-EMPNO
                    PERFORM 3900-GET-NAME-PARA
                    STRING WS-NAME-EMPNO " " WS-NAME-RESULT
                           DELIMITED BY SIZE INTO WS-LL-VALUE
            END-EVALUATE
            PERFORM 3350-EMIT-LABEL-PARA
        END-IF.

        MOVE "EMPLOYEES:" TO WS-LL-LABEL.
        IF CH-ROSTER-FOUND(WS-CH-SUB)
            MOVE WS-CH-HEADCOUNT(WS-CH-SUB) TO WS-EDIT-COUNT
            MOVE WS-EDIT-COUNT TO WS-LL-VALUE
        ELSE
            MOVE "(NO ROSTER EXTRACTED)" TO WS-LL-VALUE
        END-IF.
        PERFORM 3350-EMIT-LABEL-PARA.

        MOVE "EFFECTIVE:" TO WS-LL-LABEL.
        MOVE WS-BUS-DATE  TO WS-LL-VALUE.
        PERFORM 3350-EMIT-LABEL-PARA.

       3350-EMIT-LABEL-PARA.

        MOVE WS-LABEL-LINE TO WS-PKT-TEXT.
        PERFORM 4100-EMIT-LINE-PARA.
        MOVE SPACES TO WS-LABEL-LINE.

       3800-FIND-DEPT-MGR-PARA.

      *    A PARENT DEPARTMENT'S MANAGER AS OF TONIGHT: A MANAGER
      *    CHANGE OR NEW DEPARTMENT IN TONIGHT'S DELTAS WINS, ELSE
      *    THE MASTER. A BLANK OR UNKNOWN PARENT HAS NO MANAGER.
        MOVE SPACES TO WS-FIND-MGRNO.
        MOVE ZERO   TO WS-FIND-SUB.
        IF WS-FIND-DEPTNO NOT = SPACES
            PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                    UNTIL WS-SCAN-SUB > WS-CHANGE-COUNT
                       OR WS-FIND-SUB > 0
                IF WS-CH-DEPTNO(WS-SCAN-SUB) = WS-FIND-DEPTNO
                   AND CH-MGR-CHANGED(WS-SCAN-SUB)
                    MOVE WS-SCAN-SUB TO WS-FIND-SUB
                END-IF
            END-PERFORM
            IF WS-FIND-SUB > 0
                MOVE WS-CH-NEW-MGRNO(WS-FIND-SUB) TO WS-FIND-MGRNO
            ELSE
                MOVE WS-FIND-DEPTNO TO DEPTMST-KEY
                READ DEPTMST INTO WS-DEPTM-REC
                EVALUATE WS-DEPTMST-STATUS
                    WHEN "00"
                        MOVE DEPTM-MGRNO TO WS-FIND-MGRNO
                    WHEN "23"
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "MGRNTFY: READ FAILED FOR DEPTNO "
                                WS-FIND-DEPTNO
                                " FILE STATUS=" WS-DEPTMST-STATUS
                        ADD 1 TO WS-READ-ERRORS
                END-EVALUATE
            END-IF
        END-IF.

       3900-GET-NAME-PARA.

      *    DISPLAY NAME FOR WS-NAME-EMPNO, FROM THE CACHE OR ONE
      *    SINGLETON SELECT ON EMPLOYEE.
        MOVE 'N' TO WS-NAME-FOUND-SW.
        PERFORM VARYING WS-NAME-SUB FROM 1 BY 1
                UNTIL WS-NAME-SUB > WS-NAME-COUNT
                   OR NAME-FOUND
            IF WS-NT-EMPNO(WS-NAME-SUB) = WS-NAME-EMPNO
                MOVE WS-NT-NAME(WS-NAME-SUB) TO WS-NAME-RESULT
                SET NAME-FOUND TO TRUE
            END-IF
        END-PERFORM.
        IF NOT NAME-FOUND
            PERFORM 3950-SELECT-NAME-PARA
            IF WS-NAME-COUNT < 500
                ADD 1 TO WS-NAME-COUNT
                MOVE WS-NAME-EMPNO  TO WS-NT-EMPNO(WS-NAME-COUNT)
                MOVE WS-NAME-RESULT TO WS-NT-NAME(WS-NAME-COUNT)
            END-IF
        END-IF.

       3950-SELECT-NAME-PARA.

        MOVE WS-NAME-EMPNO TO WS-EMP-EMPNO.
        MOVE SPACES        TO WS-NAME-RESULT.
        ADD 1 TO WS-NAME-SELECTS.
        EXEC SQL
          SELECT FIRSTNME, LASTNAME
            INTO :WS-EMP-FIRSTNME  :WS-FIRSTNME-IND,
                 :WS-EMP-LASTNAME  :WS-LASTNAME-IND
            FROM EMPLOYEE
            WHERE EMPNO = :WS-EMP-EMPNO
            WITH UR
        END-EXEC.
        EVALUATE TRUE
            WHEN SQLCODE = 0
                IF WS-FIRSTNME-IND < 0 OR WS-LASTNAME-IND < 0
                    MOVE "(NAME UNAVAILABLE)" TO WS-NAME-RESULT
                ELSE
                    STRING WS-EMP-FIRSTNME DELIMITED BY SPACE
                           " "             DELIMITED BY SIZE
                           WS-EMP-LASTNAME DELIMITED BY SPACE
                           INTO WS-NAME-RESULT
                END-IF
            WHEN SQLCODE = 100
                MOVE "(NOT ON EMPLOYEE TABLE)" TO WS-NAME-RESULT
            WHEN OTHER
                DISPLAY "MGRNTFY: SELECT EMPLOYEE FAILED FOR EMPNO "
                        WS-EMP-EMPNO " SQLCODE=" SQLCODE
                ADD 1 TO WS-SQL-ERRORS
                MOVE "(NAME UNAVAILABLE)" TO WS-NAME-RESULT
        END-EVALUATE.

       4000-START-PACKET-PARA.

      *    EVERY PACKET STARTS A NEW PAGE. THE "TO" LINE IS FOR THE
      *    PRINTED COPY ONLY - THE GATEWAY ADDRESSES BY NTFY-EMPNO.
        ADD 1 TO WS-PKT-NO.
        MOVE ZERO TO WS-PKT-LINE-NO.
        MOVE 'B'  TO WS-PKT-LINE-TYPE.
        MOVE SPACES TO WS-PKT-TEXT.
        MOVE 'N'  TO WS-CONTINUED-SW.
        PERFORM 4200-NEW-PAGE-PARA.

        IF WS-PKT-RECIPIENT = SPACES
            MOVE 'N' TO WS-DELIVER-SW
            ADD 1 TO WS-NO-RECIPIENT
            DISPLAY "MGRNTFY: PACKET " WS-PKT-NO " FOR DEPTNO "
                    WS-PKT-DEPTNO " HAS NO RECIPIENT - PRINTED FOR HR"
            MOVE
                "TO:    NO RECIPIENT ON FILE - ROUTE TO HUMAN RESOURCES"
                TO WS-PRT-TEXT
        ELSE
            MOVE 'Y' TO WS-DELIVER-SW
            MOVE WS-PKT-RECIPIENT TO WS-NAME-EMPNO
            PERFORM 3900-GET-NAME-PARA
            MOVE WS-NAME-RESULT TO WS-PKT-RECIP-NAME
            MOVE SPACES TO WS-PRT-TEXT
            STRING "TO:    " WS-PKT-RECIPIENT " " WS-PKT-RECIP-NAME
                   DELIMITED BY SIZE INTO WS-PRT-TEXT
        END-IF.
        WRITE NTFYPRT-RECORD FROM WS-PRT-LINE.
        WRITE NTFYPRT-RECORD FROM WS-PRT-BLANK.
        ADD 2 TO WS-LINE-CNT.
        ADD 2 TO WS-PRINT-LINES.

       4100-EMIT-LINE-PARA.

      *    ONE TEXT LINE OF THE PACKET: ALWAYS PRINTED, AND SENT TO
      *    THE GATEWAY WHEN THE PACKET HAS A RECIPIENT.
        IF WS-LINE-CNT >= WS-LINES-PER-PAGE
            SET PKT-CONTINUED TO TRUE
            PERFORM 4200-NEW-PAGE-PARA
        END-IF.
        MOVE WS-PKT-TEXT TO WS-PRT-TEXT.
        WRITE NTFYPRT-RECORD FROM WS-PRT-LINE.
        ADD 1 TO WS-LINE-CNT.
        ADD 1 TO WS-PRINT-LINES.

        IF PKT-DELIVERABLE
            ADD 1 TO WS-PKT-LINE-NO
            MOVE SPACES           TO WS-NTFY-REC
            MOVE WS-PKT-RECIPIENT TO NTFY-EMPNO
            MOVE WS-PKT-NO        TO NTFY-PACKET-NO
            MOVE WS-PKT-LINE-NO   TO NTFY-LINE-NO
            MOVE WS-PKT-TYPE      TO NTFY-PACKET-TYPE
            MOVE WS-PKT-DEPTNO    TO NTFY-DEPTNO
            MOVE WS-BUS-DATE      TO NTFY-BUS-DATE
            MOVE WS-PKT-LINE-TYPE TO NTFY-LINE-TYPE
            MOVE WS-PKT-TEXT      TO NTFY-TEXT
            WRITE NTFYMAIL-RECORD FROM WS-NTFY-REC
            ADD 1 TO WS-MAIL-RECORDS
        END-IF.

        MOVE 'B'    TO WS-PKT-LINE-TYPE.
        MOVE SPACES TO WS-PKT-TEXT.

       4200-NEW-PAGE-PARA.

        ADD 1 TO WS-PAGE-CNT.
        MOVE WS-PKT-NO TO WS-PRT-PACKET.
        IF PKT-CONTINUED
            MOVE "(CONTINUED)" TO WS-PRT-CONTINUED
        ELSE
            MOVE SPACES TO WS-PRT-CONTINUED
        END-IF.
        WRITE NTFYPRT-RECORD FROM WS-PRT-TITLE.
        WRITE NTFYPRT-RECORD FROM WS-PRT-BLANK.
        ADD 2 TO WS-PRINT-LINES.
        MOVE 2 TO WS-LINE-CNT.

       6000-FINAL-COUNT.
        CLOSE DLTAIN
              ROSTER
              DEPTMST
              NTFYPRT
              NTFYMAIL.
        DISPLAY "-----------------------------------------------------".
        DISPLAY "MGRNTFY CONTROL TOTALS".
        DISPLAY "  BUSINESS DATE  . . . . . : " WS-BUS-DATE.
        DISPLAY "  DELTA RECORDS READ . . . : " WS-DLTA-READ.
        DISPLAY "  CHANGES NEEDING PACKETS  : " WS-CHANGES-KEPT.
        DISPLAY "  CHANGES DROPPED (FULL) . : " WS-CHANGES-DROPPED.
        DISPLAY "  ROSTER RECORDS READ  . . : " WS-ROSTER-READ.
        DISPLAY "  ROSTER LINES DROPPED . . : " WS-ROSTER-DROPPED.
        DISPLAY "  CHANGES WITH NO ROSTER . : " WS-NO-ROSTER.
        DISPLAY "  INCOMING-MANAGER PACKETS : " WS-INCOMING-PKTS.
        DISPLAY "  OUTGOING-MANAGER PACKETS : " WS-OUTGOING-PKTS.
        DISPLAY "  PARENT-SUMMARY PACKETS . : " WS-PARENT-PKTS.
        DISPLAY "  PACKETS WITH NO RECIPIENT: " WS-NO-RECIPIENT.
        DISPLAY "  PRIOR VALUES UNKNOWN . . : " WS-PRIOR-UNKNOWN.
        DISPLAY "  PAGES PRINTED  . . . . . : " WS-PAGE-CNT.
        DISPLAY "  PRINT LINES WRITTEN  . . : " WS-PRINT-LINES.
        DISPLAY "  MAIL RECORDS WRITTEN . . : " WS-MAIL-RECORDS.
        DISPLAY "  EMPLOYEE NAME SELECTS  . : " WS-NAME-SELECTS.
        DISPLAY "  DEPTMST READ ERRORS  . . : " WS-READ-ERRORS.
        DISPLAY "  SQL ERRORS . . . . . . . : " WS-SQL-ERRORS.
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
            DISPLAY "MGRNTFY: STREAM CONTROL NOT UPDATED, "
                    "STRMCTL FILE STATUS=" WS-LAST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        END-IF.
