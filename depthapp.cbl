       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEPTHAPP.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      *REMARKS.       POSTS EACH NIGHT'S DEPARTMENT DELTA FEED (DLTAIN,
      *            THE DLTAREC FILE DEPTDLT WRITES) TO THE PERMANENT
      *            EFFECTIVE-DATED DEPARTMENT HISTORY (DEPTHIST, VSAM
      *            KSDS, DHISTREC LAYOUT) KEYED ON DEPTNO PLUS
      *            EFFECTIVE DATE, SO THE FEED IS NO LONGER THROWN
      *            AWAY ONCE DEPTAPLY HAS APPLIED IT AND DEPTHRPT CAN
      *            REBUILD THE HIERARCHY AS IT STOOD ON ANY DATE. THE
      *            EFFECTIVE DATE IS THE BUSINESS DATE THE NIGHTLY
      *            CHAIN RAN WITH, OFF THE SAME OPTIONAL BUSDATE CARD
      *            (YYYYMMDD, COLS 1-8, DEFAULT THE RUN DATE) DEPTDLT
      *            READS, SO A RUN AFTER MIDNIGHT OR A RERUN ON A LATER
      *            DAY FILES THE NIGHT UNDER DEPTDLT'S BUSINESS DATE
      *            AND NOT THE DAY IT HAPPENED TO RUN. A RERUN THAT
      *            RE-POSTS THE SAME FEED FINDS ITS RECORDS ALREADY ON
      *            FILE AND SKIPS THEM; A
      *            DIFFERENT TRANSACTION FOR A KEY ALREADY ON FILE IS
      *            REJECTED TO HSTREJRP AND THE STEP ENDS NONZERO.
      *            THE HISTORY IS SEEDED BY POSTING ONE DEPTDLT RUN
      *            MADE AGAINST A PRIORIN THAT HOLDS NO DETAILS - ONLY
      *            A TESTDB2 'H' HEADER FOR THE PRIOR BUSINESS DATE AND
      *            A 'T' TRAILER WITH COUNT 0 AND HASH 0 - SO THAT RUN
      *            CARRIES EVERY DEPARTMENT ON THE EXTRACT AS AN 'A'.
      *            (A PRIORIN WITH NO HEADER AT ALL IS REFUSED BY
      *            DEPTDLT AT RC 16.)
      **************************CC109**********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DLTAIN ASSIGN TO DLTAIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DLTAIN-STATUS.

           SELECT DEPTHIST ASSIGN TO DEPTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPTHIST-KEY
               FILE STATUS IS WS-DEPTHIST-STATUS.

           SELECT HSTREJRP ASSIGN TO HSTREJRP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HSTREJRP-STATUS.

      *    OPTIONAL: THE BUSINESS DATE THE NIGHT IS POSTED UNDER -
      *    SEE 0010-READ-BUS-DATE-PARA.
           SELECT OPTIONAL BUSDATE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DLTAIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  DLTAIN-RECORD                   PIC X(80).

       FD  DEPTHIST
           RECORD CONTAINS 80 CHARACTERS.
       01  DEPTHIST-RECORD.
           05  DEPTHIST-KEY                PIC X(11).
           05  FILLER                      PIC X(69).

      *    REJECTED-POSTING REPORT: ONE LINE PER DELTA THE HISTORY
      *    ALREADY HOLDS A DIFFERENT TRANSACTION FOR ON THAT DATE.
       FD  HSTREJRP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  HSTREJRP-RECORD.
           05  REJ-TRANS-CODE              PIC X(1).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  REJ-DEPTNO                  PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  REJ-EFF-DATE                PIC 9(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  REJ-REASON                  PIC X(62).

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
           05  WS-DLTAIN-STATUS            PIC XX VALUE SPACES.
           05  WS-DEPTHIST-STATUS          PIC XX VALUE SPACES.
           05  WS-HSTREJRP-STATUS          PIC XX VALUE SPACES.
           05  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.

       01  WS-FILE-CHECK.
           05  WS-LAST-FILE-STATUS         PIC XX    VALUE SPACES.
           05  WS-LAST-FILE-NAME           PIC X(8)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DLTAIN-EOF-SW            PIC X VALUE 'N'.
               88  DLTAIN-EOF                    VALUE 'Y'.

       01  WS-DATES.
           05  WS-BUS-DATE                 PIC 9(8) VALUE ZERO.
           05  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.

       COPY DLTAREC
           REPLACING ==DLTA-DETAIL-RECORD== BY ==WS-DLTA-DETAIL==.

       COPY DHISTREC
           REPLACING ==DHIST-RECORD== BY ==WS-DHIST-REC==.

      *    THE HISTORY RECORD ALREADY ON FILE UNDER A DUPLICATE KEY,
      *    COMPARED FIELD FOR FIELD AGAINST THE ONE BEING POSTED.
       01  WS-ON-FILE-REC.
           05  WS-OF-KEY                   PIC X(11).
           05  WS-OF-CONTENT               PIC X(51).
           05  FILLER                      PIC X(18).

       01  WS-POST-REC.
           05  WS-PR-KEY                   PIC X(11).
           05  WS-PR-CONTENT               PIC X(51).
           05  FILLER                      PIC X(18).

       01  WS-COUNTERS.
           05  WS-TRANS-READ               PIC 9(5) VALUE ZERO.
           05  WS-RECS-POSTED              PIC 9(5) VALUE ZERO.
           05  WS-ALREADY-POSTED           PIC 9(5) VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(5) VALUE ZERO.
           05  WS-IO-ERRORS                PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
        PERFORM 0010-READ-BUS-DATE-PARA.

        OPEN INPUT DLTAIN.
        MOVE WS-DLTAIN-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "DLTAIN"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

      *    I-O: THE HISTORY IS PERMANENT - EACH NIGHT ONLY ADDS TO
      *    IT, NOTHING ON FILE IS EVER REWRITTEN OR DELETED.
        OPEN I-O DEPTHIST.
        MOVE WS-DEPTHIST-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "DEPTHIST"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        OPEN OUTPUT HSTREJRP.
        MOVE WS-HSTREJRP-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "HSTREJRP"         TO WS-LAST-FILE-NAME.
        PERFORM 0050-CHECK-FILE-STATUS-PARA.

        PERFORM 2000-POST-DELTAS-PARA.

        PERFORM 6000-FINAL-COUNT.

      *    AN I/O FAILURE LEAVES THE NIGHT HALF-POSTED - A HARD STOP
      *    (A RERUN SKIPS WHAT DID GET POSTED). A CONFLICTING
      *    POSTING MEANS TWO DIFFERENT FEEDS CLAIM THE SAME DATE AND
      *    SOMEBODY HAS TO DECIDE WHICH ONE IS THE RECORD.
        EVALUATE TRUE
            WHEN WS-IO-ERRORS > 0
                MOVE 16 TO RETURN-CODE
            WHEN WS-REJECT-COUNT > 0
                MOVE 8  TO RETURN-CODE
            WHEN OTHER
                MOVE 0  TO RETURN-CODE
        END-EVALUATE.

        GOBACK.

       0010-READ-BUS-DATE-PARA.

      *    THE NIGHT IS POSTED UNDER THE BUSINESS DATE THE NIGHTLY
      *    CHAIN RAN WITH, OFF THE SAME BUSDATE CARD; WITH NO CARD IT
      *    IS THE RUN DATE. A DATE THAT CANNOT BE TRUSTED WOULD FILE
      *    THE WHOLE NIGHT UNDER THE WRONG DAY, WHERE NO POINT-IN-TIME
      *    REPORT COULD EVER FIND IT AGAIN - NOTHING IS POSTED.
        MOVE WS-RUN-DATE TO WS-BUS-DATE.
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
                DISPLAY "DEPTHAPP: BAD BUSDATE CARD - EXPECTED "
                        "YYYYMMDD IN COLS 1-8 - NOTHING POSTED"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF.
        CLOSE BUSDATE.

       0050-CHECK-FILE-STATUS-PARA.

        IF WS-LAST-FILE-STATUS NOT = "00"
            DISPLAY "DEPTHAPP: OPEN FAILED ON " WS-LAST-FILE-NAME
                    " FILE STATUS=" WS-LAST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF.

       2000-POST-DELTAS-PARA.

        READ DLTAIN INTO WS-DLTA-DETAIL
            AT END
                SET DLTAIN-EOF TO TRUE
        END-READ.

        PERFORM UNTIL DLTAIN-EOF
            ADD 1 TO WS-TRANS-READ

            IF DLTA-ADD OR DLTA-CHANGE OR DLTA-DELETE
                PERFORM 3000-POST-ONE-PARA
            ELSE
                MOVE "TRANSACTION CODE NOT A/C/D - NOT POSTED"
                    TO REJ-REASON
                PERFORM 4000-WRITE-REJECT-PARA
            END-IF

            READ DLTAIN INTO WS-DLTA-DETAIL
                AT END
                    SET DLTAIN-EOF TO TRUE
            END-READ
        END-PERFORM.

       3000-POST-ONE-PARA.

        MOVE SPACES              TO WS-DHIST-REC.
        MOVE DLTA-DEPTNO         TO DHIST-DEPTNO.
        MOVE WS-BUS-DATE         TO DHIST-EFF-DATE.
        MOVE DLTA-TRANS-CODE     TO DHIST-TRANS-CODE.
        MOVE DLTA-DEPTNAME       TO DHIST-DEPTNAME.
        MOVE DLTA-MGRNO          TO DHIST-MGRNO.
        MOVE DLTA-LEVEL          TO DHIST-LEVEL.
        MOVE DLTA-ADMRDEPT       TO DHIST-ADMRDEPT.
        MOVE DLTA-NAME-CHG-SW    TO DHIST-NAME-CHG-SW.
        MOVE DLTA-MGR-CHG-SW     TO DHIST-MGR-CHG-SW.
        MOVE DLTA-PARENT-CHG-SW  TO DHIST-PARENT-CHG-SW.
        MOVE WS-RUN-DATE         TO DHIST-POSTED-DATE.

        WRITE DEPTHIST-RECORD FROM WS-DHIST-REC.
        EVALUATE WS-DEPTHIST-STATUS
            WHEN "00"
                ADD 1 TO WS-RECS-POSTED
      *    "22" (DUPLICATE KEY) - THIS DEPARTMENT ALREADY HAS A
      *    RECORD FOR THIS DATE. THE SAME TRANSACTION IS A RERUN OF
      *    A NIGHT ALREADY POSTED AND IS SKIPPED QUIETLY; ANYTHING
      *    ELSE IS A CONFLICT AND THE COPY ON FILE STAYS.
            WHEN "22"
                PERFORM 3100-CHECK-DUPLICATE-PARA
            WHEN OTHER
                ADD 1 TO WS-IO-ERRORS
                DISPLAY "DEPTHAPP: WRITE FAILED FOR DEPTNO "
                        DLTA-DEPTNO " FILE STATUS="
                        WS-DEPTHIST-STATUS
        END-EVALUATE.

       3100-CHECK-DUPLICATE-PARA.

        MOVE DHIST-KEY TO DEPTHIST-KEY.
        READ DEPTHIST INTO WS-ON-FILE-REC.
        IF WS-DEPTHIST-STATUS NOT = "00"
            ADD 1 TO WS-IO-ERRORS
            DISPLAY "DEPTHAPP: READ FAILED FOR DEPTNO "
                    DLTA-DEPTNO " FILE STATUS=" WS-DEPTHIST-STATUS
        ELSE
      *    COMPARE EVERYTHING UP TO, NOT INCLUDING, THE POSTED DATE -
      *    A RERUN ON A LATER DAY IS STILL THE SAME TRANSACTION.
            MOVE WS-DHIST-REC TO WS-POST-REC
            IF WS-OF-CONTENT = WS-PR-CONTENT
                ADD 1 TO WS-ALREADY-POSTED
            ELSE
                MOVE "CONFLICTS WITH TRANSACTION ON FILE FOR THIS DATE"
                    TO REJ-REASON
                PERFORM 4000-WRITE-REJECT-PARA
            END-IF
        END-IF.

       4000-WRITE-REJECT-PARA.

      *    REJ-REASON IS SET BY THE CALLER; THE REST OF THE LINE IS
      *    THE TRANSACTION IN HAND.
        MOVE DLTA-TRANS-CODE TO REJ-TRANS-CODE.
        MOVE DLTA-DEPTNO     TO REJ-DEPTNO.
        MOVE WS-BUS-DATE     TO REJ-EFF-DATE.
        WRITE HSTREJRP-RECORD.
        ADD 1 TO WS-REJECT-COUNT.

       6000-FINAL-COUNT.
        CLOSE DLTAIN
              DEPTHIST
              HSTREJRP.
        DISPLAY "-----------------------------------------------------".
        DISPLAY "DEPTHAPP CONTROL TOTALS".
        DISPLAY "  EFFECTIVE DATE . . . . . : " WS-BUS-DATE.
        DISPLAY "  DELTA TRANSACTIONS READ . : " WS-TRANS-READ.
        DISPLAY "  HISTORY RECORDS POSTED . : " WS-RECS-POSTED.
        DISPLAY "  ALREADY POSTED (RERUN) . : " WS-ALREADY-POSTED.
        DISPLAY "  POSTINGS REJECTED  . . . : " WS-REJECT-COUNT.
        DISPLAY "  HISTORY I/O ERRORS . . . : " WS-IO-ERRORS.
        DISPLAY "-----------------------------------------------------".
        IF WS-REJECT-COUNT > 0
            DISPLAY "DEPTHAPP: REJECTED POSTINGS PRESENT - WORK THE "
                    "HSTREJRP REPORT"
        END-IF.
