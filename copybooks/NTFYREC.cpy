      *--------------------------------------------------------------*
      * NTFYREC - RECORD LAYOUT FOR THE OUTBOUND MAIL-GATEWAY FILE   *
      *           OF MANAGER-CHANGE NOTIFICATION PACKETS WRITTEN BY  *
      *           MGRNTFY. ONE RECORD PER TEXT LINE OF A PACKET,     *
      *           KEYED ON THE RECIPIENT'S EMPNO (THE GATEWAY        *
      *           RESOLVES THE MAIL ADDRESS FROM IT), THEN PACKET    *
      *           NUMBER AND LINE NUMBER, SO ONE EMPNO CAN RECEIVE   *
      *           SEVERAL PACKETS IN A NIGHT AND EACH STILL ARRIVES  *
      *           AS ONE MESSAGE. LINE 1 OF EVERY PACKET IS ITS 'S'  *
      *           SUBJECT LINE; THE REST ARE 'B' BODY LINES. A       *
      *           PACKET WITH NO RECIPIENT ON FILE IS PRINTED FOR HR *
      *           BUT NEVER WRITTEN HERE. SHARED BY MGRNTFY (WRITER) *
      *           AND THE MAIL GATEWAY LOAD (READER) SO THE LAYOUT   *
      *           NEVER DRIFTS.                                      *
      *--------------------------------------------------------------*
       01  NTFY-RECORD.
           05  NTFY-KEY.
               10  NTFY-EMPNO              PIC X(6).
               10  FILLER                  PIC X(1)  VALUE SPACE.
               10  NTFY-PACKET-NO          PIC 9(5).
               10  FILLER                  PIC X(1)  VALUE SPACE.
               10  NTFY-LINE-NO            PIC 9(4).
           05  FILLER                      PIC X(1)  VALUE SPACE.
      *    'I' INCOMING MANAGER (ROSTER), 'O' OUTGOING MANAGER
      *    (HANDOFF), 'P' PARENT DEPARTMENT MANAGER (SUMMARY).
           05  NTFY-PACKET-TYPE            PIC X(1).
               88  NTFY-INCOMING                VALUE 'I'.
               88  NTFY-OUTGOING                VALUE 'O'.
               88  NTFY-PARENT                  VALUE 'P'.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  NTFY-DEPTNO                 PIC X(3).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  NTFY-BUS-DATE               PIC 9(8).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  NTFY-LINE-TYPE              PIC X(1).
               88  NTFY-SUBJECT                 VALUE 'S'.
               88  NTFY-BODY                    VALUE 'B'.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  NTFY-TEXT                   PIC X(72).
           05  FILLER                      PIC X(3)  VALUE SPACES.
