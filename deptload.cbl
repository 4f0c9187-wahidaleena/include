               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

      *    OPTIONAL: THE BUSINESS DATE DEPTIN MUST HAVE BEEN WRITTEN
      *    FOR - SEE 0010-READ-BUS-DATE-PARA.
           SELECT OPTIONAL BUSDATE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

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

       FD  DEPTMST
           RECORD CONTAINS 80 CHARACTERS.
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

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-DEPTMST-STATUS           PIC XX VALUE SPACES.
           05  WS-SYSIN-STATUS             PIC XX VALUE SPACES.
           05  WS-RUNHIST-STATUS           PIC XX VALUE SPACES.
           05  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.

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

       COPY DEPTMREC
           REPLACING ==DEPTM-RECORD== BY ==WS-DEPTM-REC==.

       01  WS-PARMS.
           05  WS-ROOT-ADMRDEPT            PIC X(3) VALUE 'A00'.
           05  WS-BUS-DATE                 PIC 9(8) VALUE ZERO.

       01  WS-PARSE-FIELDS.
           05  WS-SCAN-SUB                 PIC 9(2) VALUE ZERO.
        ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
        ACCEPT WS-RUNH-START-TIME FROM TIME.

        PERFORM 0010-READ-BUS-DATE-PARA.
        PERFORM 0300-PROVE-DEPTIN-PARA.

        OPEN INPUT DEPTIN.
        MOVE WS-DEPTIN-STATUS TO WS-LAST-FILE-STATUS.
        MOVE "DEPTIN"         TO WS-LAST-FILE-NAME.

        GOBACK.

       0010-READ-BUS-DATE-PARA.

      *    THE BUSINESS DATE DEPTIN'S HEADER MUST CARRY COMES OFF THE
      *    SAME BUSDATE CARD THE NIGHTLY CHAIN RUNS WITH; WITH NO CARD
      *    IT IS THE RUN DATE, SO A RECOVERY LOAD RUN ON A LATER DAY
      *    THAN THE EXTRACT NEEDS THE CARD.
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
                DISPLAY "DEPTLOAD: BAD BUSDATE CARD - EXPECTED "
                        "YYYYMMDD IN COLS 1-8"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF.
        CLOSE BUSDATE.

       0050-CHECK-FILE-STATUS-PARA.

        IF WS-LAST-FILE-STATUS NOT = "00"
        END-IF.
        CLOSE SYSIN.

       0300-PROVE-DEPTIN-PARA.

      *    PROVE THE WHOLE EXTRACT BEFORE THE MASTER IS OPENED OUTPUT
      *    AND EMPTIED: A FILE FOR ANOTHER DATE, CUT SHORT, OR NOT
      *    WRITTEN BY TESTDB2 ENDS THE RUN WITH THE MASTER UNTOUCHED.
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
            DISPLAY "DEPTLOAD: " WS-CTL-FILE-NAME
                    " HAS NO HEADER RECORD"
            SET CTL-FAILED TO TRUE
        ELSE
            IF OUT-HDR-PROGRAM NOT = WS-CTL-EXPECT-PGM
                DISPLAY "DEPTLOAD: " WS-CTL-FILE-NAME
                        " WAS WRITTEN BY " OUT-HDR-PROGRAM
                        ", NOT " WS-CTL-EXPECT-PGM
                SET CTL-FAILED TO TRUE
            END-IF
            IF OUT-HDR-BUS-DATE NOT NUMERIC
               OR OUT-HDR-BUS-DATE NOT = WS-CTL-EXPECT-DATE
                DISPLAY "DEPTLOAD: " WS-CTL-FILE-NAME
                        " HEADER DATE " OUT-HDR-BUS-DATE
                        " IS NOT BUSINESS DATE " WS-CTL-EXPECT-DATE
                SET CTL-FAILED TO TRUE
            END-IF
        END-IF.
        IF NOT CTL-TRL-SEEN
            DISPLAY "DEPTLOAD: " WS-CTL-FILE-NAME
                    " HAS NO TRAILER RECORD - FILE IS INCOMPLETE"
            SET CTL-FAILED TO TRUE
        ELSE
            IF OUT-TRL-REC-COUNT NOT NUMERIC
               OR OUT-TRL-REC-COUNT NOT = WS-CTL-DTL-COUNT
                DISPLAY "DEPTLOAD: " WS-CTL-FILE-NAME
                        " TRAILER COUNT " OUT-TRL-REC-COUNT
                        " BUT " WS-CTL-DTL-COUNT " DETAILS READ"
                SET CTL-FAILED TO TRUE
            END-IF
            IF OUT-TRL-DEPTNO-HASH NOT NUMERIC
               OR OUT-TRL-DEPTNO-HASH NOT = WS-CTL-DTL-HASH
                DISPLAY "DEPTLOAD: " WS-CTL-FILE-NAME
                        " DEPTNO HASH TOTAL DOES NOT MATCH TRAILER"
                SET CTL-FAILED TO TRUE
            END-IF
        END-IF.
        IF WS-CTL-LATE-COUNT > 0
            DISPLAY "DEPTLOAD: " WS-CTL-FILE-NAME " HAS "
                    WS-CTL-LATE-COUNT " RECORDS AFTER ITS TRAILER"
            SET CTL-FAILED TO TRUE
        END-IF.

       2000-LOAD-MASTER-PARA.

        PERFORM 2050-READ-DEPTIN-PARA.

        PERFORM UNTIL DEPTIN-EOF
            ADD 1 TO WS-DEPTS-READ
                PERFORM 2200-WRITE-MASTER-PARA
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

