      *--------------------------------------------------------------*
      * DMJRNREC - RECORD LAYOUT FOR THE DEPARTMENT MAINTENANCE      *
      *            JOURNAL WRITTEN BY THE ONLINE TDEPT MAINTENANCE   *
      *            TRANSACTION (DEPTMNT, TRANSID DMNT) TO TRANSIENT  *
      *            DATA QUEUE DMJR. ONE RECORD PER COMMITTED ADD,    *
      *            CHANGE OR DELETE, WITH THE ROW AS IT STOOD BEFORE *
      *            THE CHANGE AND AS IT WAS LEFT AFTER IT, AND WHO   *
      *            MADE IT FROM WHICH TERMINAL AND WHEN - SO THE     *
      *            AUDITORS CAN REPORT EVERY TDEPT CHANGE WITHOUT    *
      *            GOING TO THE DB2 LOG. THE BEFORE IMAGE IS SPACES  *
      *            ON AN ADD, THE AFTER IMAGE IS SPACES ON A DELETE. *
      *            SHARED BY DEPTMNT (WRITER) AND ANY AUDIT READER   *
      *            SO THE LAYOUT NEVER DRIFTS.                       *
      *--------------------------------------------------------------*
       01  DMJR-RECORD.
           05  DMJR-ACTION                 PIC X(1).
               88  DMJR-ADD                     VALUE 'A'.
               88  DMJR-CHANGE                  VALUE 'C'.
               88  DMJR-DELETE                  VALUE 'D'.
           05  DMJR-DEPTNO                 PIC X(3).
           05  DMJR-USERID                 PIC X(8).
           05  DMJR-TERMID                 PIC X(4).
           05  DMJR-TRANID                 PIC X(4).
      *    COMMIT DATE/TIME FROM THE REGION CLOCK (ASKTIME).
           05  DMJR-DATE                   PIC 9(8).
           05  DMJR-TIME                   PIC 9(6).
           05  DMJR-BEFORE-IMAGE.
               10  DMJR-BEF-DEPTNAME       PIC X(36).
               10  DMJR-BEF-MGRNO          PIC X(6).
               10  DMJR-BEF-ADMRDEPT       PIC X(3).
           05  DMJR-AFTER-IMAGE.
               10  DMJR-AFT-DEPTNAME       PIC X(36).
               10  DMJR-AFT-MGRNO          PIC X(6).
               10  DMJR-AFT-ADMRDEPT       PIC X(3).
           05  FILLER                      PIC X(36) VALUE SPACES.
