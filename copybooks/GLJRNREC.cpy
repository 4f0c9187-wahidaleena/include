      *--------------------------------------------------------------*
      * GLJRNREC - RECORD LAYOUTS FOR THE LABOR-COST GENERAL-LEDGER  *
      *            JOURNAL-ENTRY FEED WRITTEN BY LABORGL EACH PAY    *
      *            PERIOD: ONE 'H' HEADER, ONE 'D' DEBIT LINE PER    *
      *            DEPARTMENT COST CENTER CHARGED ON THE PAYROLL     *
      *            REGISTER, ONE 'D' CREDIT LINE TO PAYROLL          *
      *            CLEARING FOR THE REGISTER GRAND TOTAL, AND ONE    *
      *            'T' TRAILER CARRYING THE LINE COUNT AND BOTH      *
      *            SIDES' TOTALS SO THE GL LOAD CAN PROVE THE ENTRY  *
      *            BALANCES BEFORE POSTING. SHARED BY LABORGL        *
      *            (WRITER) AND THE GL INTERFACE LOAD (READER) SO    *
      *            THE LAYOUTS NEVER DRIFT.                          *
      *--------------------------------------------------------------*
       01  GLJ-HEADER-RECORD.
           05  GLJ-HDR-TYPE                PIC X(1).
               88  GLJ-HDR                      VALUE 'H'.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  GLJ-HDR-SOURCE              PIC X(8).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  GLJ-HDR-POST-DATE           PIC 9(8).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  GLJ-HDR-DESC                PIC X(30).
           05  FILLER                      PIC X(30) VALUE SPACES.

       01  GLJ-DETAIL-RECORD.
           05  GLJ-DTL-TYPE                PIC X(1).
               88  GLJ-DTL                      VALUE 'D'.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  GLJ-DTL-ACCOUNT             PIC X(10).
           05  FILLER                      PIC X(1)  VALUE SPACE.
      *    COST CENTER IS THE CHARGED DEPTNO ON A DEBIT, BLANK ON
      *    THE PAYROLL-CLEARING CREDIT.
           05  GLJ-DTL-COST-CENTER         PIC X(3).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  GLJ-DTL-DR-CR               PIC X(1).
               88  GLJ-DEBIT                    VALUE 'D'.
               88  GLJ-CREDIT                   VALUE 'C'.
           05  FILLER                      PIC X(1)  VALUE SPACE.
      *    UNSIGNED, ZONED, TWO ASSUMED DECIMALS - THE SIDE IS
      *    CARRIED BY GLJ-DTL-DR-CR, NOT BY THE AMOUNT'S SIGN.
           05  GLJ-DTL-AMOUNT              PIC 9(11)V99.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  GLJ-DTL-POST-DATE           PIC 9(8).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  GLJ-DTL-DESC                PIC X(30).
           05  FILLER                      PIC X(8)  VALUE SPACES.

       01  GLJ-TRAILER-RECORD.
           05  GLJ-TRL-TYPE                PIC X(1).
               88  GLJ-TRL                      VALUE 'T'.
           05  FILLER                      PIC X(1)  VALUE SPACE.
      *    'D' LINES ONLY - THE HEADER AND TRAILER ARE NOT COUNTED.
           05  GLJ-TRL-LINE-COUNT          PIC 9(7).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  GLJ-TRL-DEBIT-TOTAL         PIC 9(11)V99.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  GLJ-TRL-CREDIT-TOTAL        PIC 9(11)V99.
           05  FILLER                      PIC X(43) VALUE SPACES.
