      *--------------------------------------------------------------*
      * MVHSTREC - RECORD LAYOUTS FOR THE VSAM KSDS CUMULATIVE       *
      *            WORKFORCE HISTORY (MOVEHIST), KEYED ON BUSINESS   *
      *            DATE, RECORD TYPE AND DEPTNO OR EMPNO, SO THE     *
      *            FILE READS BACK IN DATE ORDER. EVERY NIGHT HEADCNT *
      *            POSTS ONE 'H' HEADCOUNT RECORD PER DEPARTMENT AND  *
      *            EMPMOVE POSTS ONE 'M' MOVEMENT RECORD PER EMPMVREC *
      *            TRANSACTION IT WRITES, BOTH UNDER THE BUSINESS     *
      *            DATE OF THE NIGHT. A RERUN OF A NIGHT REPLACES     *
      *            THAT NIGHT'S RECORDS RATHER THAN ADDING TO THEM.   *
      *            SHARED BY HEADCNT AND EMPMOVE (WRITERS) AND THE    *
      *            MONTH-END TURNOVER REPORT TURNRPT (READER) SO THE  *
      *            LAYOUT NEVER DRIFTS.                               *
      *--------------------------------------------------------------*
       01  MVH-HEADCOUNT-RECORD.
           05  MVH-HC-KEY.
               10  MVH-HC-BUS-DATE         PIC 9(8).
               10  MVH-HC-REC-TYPE         PIC X(1).
                   88  MVH-HC                   VALUE 'H'.
               10  MVH-HC-DEPTNO           PIC X(3).
               10  FILLER                  PIC X(3)  VALUE SPACES.
           05  MVH-HC-DEPTNAME             PIC X(36).
           05  MVH-HC-LEVEL                PIC 9(2).
      *    THE LEVEL-1 DEPARTMENT HEADING THE BRANCH THIS ONE IS IN
      *    (ITSELF ON A LEVEL-1); SPACES ON THE LEVEL-0 ROOT.
           05  MVH-HC-BRANCH               PIC X(3).
      *    DIRECT = WORKDEPT COUNT; SUBTREE = HEADCNT'S ROLL-UP.
           05  MVH-HC-DIRECT               PIC 9(5).
           05  MVH-HC-SUBTREE              PIC 9(7).
           05  FILLER                      PIC X(12) VALUE SPACES.

      *    THE MOVEMENT CARRIES THE EMPMVREC VALUES AS WRITTEN: 'N' AND
      *    'T' TODAY'S, 'G' THE LAST ONES KNOWN. OLD-DEPTNO IS SPACES
      *    ON AN 'N', NEW-DEPTNO IS SPACES ON A 'G'.
       01  MVH-MOVEMENT-RECORD.
           05  MVH-MV-KEY.
               10  MVH-MV-BUS-DATE         PIC 9(8).
               10  MVH-MV-REC-TYPE         PIC X(1).
                   88  MVH-MV                   VALUE 'M'.
               10  MVH-MV-EMPNO            PIC X(6).
           05  MVH-MV-TRANS-CODE           PIC X(1).
               88  MVH-MV-NEW                   VALUE 'N'.
               88  MVH-MV-TRANSFER              VALUE 'T'.
               88  MVH-MV-GONE                  VALUE 'G'.
           05  MVH-MV-OLD-DEPTNO           PIC X(3).
           05  MVH-MV-NEW-DEPTNO           PIC X(3).
           05  MVH-MV-FIRSTNME             PIC X(12).
           05  MVH-MV-LASTNAME             PIC X(15).
           05  MVH-MV-JOB                  PIC X(8).
           05  MVH-MV-HIREDATE             PIC X(10).
           05  FILLER                      PIC X(13) VALUE SPACES.
