           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  OUT-MGRNO                   PIC X(6).
           05  FILLER                      PIC X(21) VALUE SPACES.

      *    CONTROL RECORDS: THE FIRST RECORD ON OUT IS ONE 'H' HEADER
      *    (BUSINESS DATE AND PRODUCING PROGRAM) AND THE LAST IS ONE
      *    'T' TRAILER (DETAIL COUNT AND DEPTNO HASH TOTAL), SO A
      *    READER CAN REJECT A STALE, SWAPPED OR CUT-SHORT FILE. A
      *    DETAIL'S OUT-DEPTNO-DISP IS ALWAYS INDENTED AT LEAST TWO
      *    COLUMNS, SO COLUMN 1 OF A DETAIL IS ALWAYS A SPACE AND IS
      *    NEVER MISTAKEN FOR 'H' OR 'T'. THE HASH TOTAL IS THE SUM,
      *    OVER EVERY DETAIL, OF ITS BARE 3-BYTE DEPTNO TAKEN AS AN
      *    UNSIGNED BINARY NUMBER (LOW-VALUE IN THE HIGH-ORDER BYTE
      *    OF A FULLWORD).
       01  OUT-HEADER-RECORD.
           05  OUT-HDR-TYPE                PIC X(1).
               88  OUT-HDR                      VALUE 'H'.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  OUT-HDR-BUS-DATE            PIC 9(8).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  OUT-HDR-PROGRAM             PIC X(8).
           05  FILLER                      PIC X(61) VALUE SPACES.

       01  OUT-TRAILER-RECORD.
           05  OUT-TRL-TYPE                PIC X(1).
               88  OUT-TRL                      VALUE 'T'.
           05  FILLER                      PIC X(1)  VALUE SPACE.
      *    DETAILS ONLY - THE HEADER AND TRAILER ARE NOT COUNTED.
           05  OUT-TRL-REC-COUNT           PIC 9(7).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  OUT-TRL-DEPTNO-HASH         PIC 9(15).
           05  FILLER                      PIC X(55) VALUE SPACES.
