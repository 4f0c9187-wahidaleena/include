      *--------------------------------------------------------------*
      * DHISTREC - RECORD LAYOUT FOR THE VSAM KSDS EFFECTIVE-DATED   *
      *            DEPARTMENT HISTORY (DEPTHIST), KEYED ON DEPTNO    *
      *            PLUS EFFECTIVE DATE. ONE RECORD PER DELTA         *
      *            TRANSACTION DEPTDLT EVER WROTE, POSTED NIGHTLY BY *
      *            DEPTHAPP WITH THE BUSINESS DATE OF THE RUN THAT   *
      *            PRODUCED IT, SO THE DEPARTMENT AS IT STOOD ON ANY *
      *            DATE IS ITS LATEST RECORD ON OR BEFORE THAT DATE  *
      *            ('D' = NOT IN THE HIERARCHY THAT DAY). 'A'/'C'    *
      *            CARRY THE VALUES FROM THAT DATE FORWARD; 'D'      *
      *            CARRIES THE LAST ONES KNOWN. SHARED BY DEPTHAPP   *
      *            (WRITER) AND THE POINT-IN-TIME REPORT DEPTHRPT    *
      *            (READER) SO THE LAYOUT NEVER DRIFTS.              *
      *--------------------------------------------------------------*
       01  DHIST-RECORD.
           05  DHIST-KEY.
               10  DHIST-DEPTNO            PIC X(3).
               10  DHIST-EFF-DATE          PIC 9(8).
           05  DHIST-TRANS-CODE            PIC X(1).
               88  DHIST-ADD                    VALUE 'A'.
               88  DHIST-CHANGE                 VALUE 'C'.
               88  DHIST-DELETE                 VALUE 'D'.
           05  DHIST-DEPTNAME              PIC X(36).
           05  DHIST-MGRNO                 PIC X(6).
           05  DHIST-LEVEL                 PIC 9(2).
           05  DHIST-ADMRDEPT              PIC X(3).
      *    THE DELTA'S CHANGE FLAGS, CARRIED AS-IS ('Y' OR SPACE).
           05  DHIST-NAME-CHG-SW           PIC X(1).
           05  DHIST-MGR-CHG-SW            PIC X(1).
           05  DHIST-PARENT-CHG-SW         PIC X(1).
      *    RUN DATE THE RECORD WAS POSTED - DIFFERS FROM THE
      *    EFFECTIVE DATE ONLY ON A LATE OR CATCH-UP POSTING.
           05  DHIST-POSTED-DATE           PIC 9(8).
           05  FILLER                      PIC X(10) VALUE SPACES.
