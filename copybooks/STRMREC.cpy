      *--------------------------------------------------------------*
      * STRMREC - RECORD LAYOUT FOR THE NIGHTLY STREAM-CONTROL VSAM  *
      *           KSDS (STRMCTL), KEYED ON BUSINESS DATE + PROGRAM.  *
      *           EVERY STEP OF THE NIGHTLY CHAIN - DEPTAUDT,        *
      *           EMPAUDT, TESTDB2, MGRXREF, HEADCNT, DEPTDLT,       *
      *           DEPTAPLY, EMPMOVE, MGRVACT, ROSTRECN, FEEDBAL,     *
      *           MGRNTFY - MARKS ITS RECORD STARTED WHEN IT BEGINS  *
      *           AND COMPLETE WHEN IT ENDS OK (RC 0 OR 4), SO A     *
      *           RERUN OF THE CHAIN FOR THE SAME BUSINESS DATE      *
      *           SKIPS EVERY STEP THAT ALREADY FINISHED. THE        *
      *           BUSINESS DATE IS READ OFF THE BUSDATE CARD         *
      *           (YYYYMMDD, COLS 1-8), OR IS THE RUN DATE WHEN      *
      *           THERE IS NO CARD.                                  *
      *           SHARED BY ALL TWELVE STEPS SO THE LAYOUT NEVER     *
      *           DRIFTS BETWEEN THEM.                               *
      *--------------------------------------------------------------*
       01  STRM-RECORD.
           05  STRM-KEY.
               10  STRM-BUS-DATE           PIC 9(8).
               10  STRM-PROGRAM            PIC X(8).
      *    STEP NUMBER, 01-12, FOR LISTINGS. MGRNTFY (12) WAS ADDED
      *    AFTER THE CHAIN WAS NUMBERED - IT RUNS BETWEEN DEPTDLT (06)
      *    AND DEPTAPLY (07).
           05  STRM-STEP-SEQ               PIC 9(2).
           05  STRM-STATUS                 PIC X(1).
               88  STRM-STARTED                 VALUE 'S'.
               88  STRM-COMPLETE                VALUE 'C'.
           05  STRM-ATTEMPTS               PIC 9(3).
           05  STRM-START-DATE             PIC 9(8).
           05  STRM-START-TIME             PIC 9(6).
           05  STRM-END-DATE               PIC 9(8).
           05  STRM-END-TIME               PIC 9(6).
      *    RETURN CODE OF THE LATEST ATTEMPT, WHETHER OR NOT IT
      *    ENDED OK.
           05  STRM-RETURN-CODE            PIC 9(2).
      *    STEPS THAT ARE NOT SAFE TO REPEAT (DEPTAPLY, MGRVACT)
      *    RECORD WHICH PRODUCER RUN THEIR INPUT CAME FROM: THE
      *    PRODUCING STEP AND THE TIME IT WAS MARKED COMPLETE FOR
      *    THE SAME BUSINESS DATE. SPACES/ZEROS FOR OTHER STEPS.
           05  STRM-INPUT-STAMP.
               10  STRM-INPUT-PGM          PIC X(8).
               10  STRM-INPUT-END-DATE     PIC 9(8).
               10  STRM-INPUT-END-TIME     PIC 9(6).
           05  FILLER                      PIC X(6)  VALUE SPACES.
