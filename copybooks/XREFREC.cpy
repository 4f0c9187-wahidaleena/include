           05  XREF-MGRNAME                PIC X(28).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  XREF-PHONENO                PIC X(4).

      *    CONTROL RECORDS: THE FIRST RECORD ON MGRXOUT IS ONE 'H'
      *    HEADER (BUSINESS DATE AND PRODUCING PROGRAM) AND THE LAST
      *    IS ONE 'T' TRAILER (DETAIL COUNT AND DEPTNO HASH TOTAL),
      *    BUILT EXACTLY AS ON THE OUT EXTRACT (SEE OUTREC) - COLUMN 1
      *    OF A DETAIL IS ALWAYS A SPACE, AND THE HASH IS THE SUM OF
      *    THE BARE DEPTNOS, EACH TAKEN AS A BINARY FULLWORD.
       01  XREF-HEADER-RECORD.
           05  XREF-HDR-TYPE               PIC X(1).
               88  XREF-HDR                     VALUE 'H'.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  XREF-HDR-BUS-DATE           PIC 9(8).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  XREF-HDR-PROGRAM            PIC X(8).
           05  FILLER                      PIC X(75) VALUE SPACES.

       01  XREF-TRAILER-RECORD.
           05  XREF-TRL-TYPE               PIC X(1).
               88  XREF-TRL                     VALUE 'T'.
           05  FILLER                      PIC X(1)  VALUE SPACE.
      *    DETAILS ONLY - THE HEADER AND TRAILER ARE NOT COUNTED.
           05  XREF-TRL-REC-COUNT          PIC 9(7).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  XREF-TRL-DEPTNO-HASH        PIC 9(15).
           05  FILLER                      PIC X(69) VALUE SPACES.
