      *   TO THE ESCALATION REPORT INSTEAD OF LOOPING.  ROWS WRITTEN   *
      *   BEFORE THE FIELD EXISTED CARRY SPACES, READ AS ZERO.         *
      *                                                                *
      *   A RESEND RESTARTS PND-SENT-DATE AND PND-AGE-DAYS, BUT        *
      *   PND-ORIG-SENT-DATE AND PND-TOTAL-AGE KEEP THE FIRST SEND     *
      *   AND THE BUSINESS DAYS SINCE IT, FOR THE GREETLAT LATENCY     *
      *   HISTORY.  PND-ESCALATED-SW IS SET BY GREETRSN THE FIRST      *
      *   TIME THE ROW ESCALATES.  ROWS WRITTEN BEFORE THESE FIELDS    *
      *   EXISTED CARRY SPACES - THE ORIGINAL SEND IS THEN TAKEN AS    *
      *   PND-SENT-DATE/PND-AGE-DAYS AND THE BRANCH AS UNKNOWN.        *
      *                                                                *
      ******************************************************************
       01  PENDING-RECORD.
           05  PND-RECIPIENT-ID            PIC X(06).
           05  PND-SENT-DATE               PIC 9(08).
           05  PND-AGE-DAYS                PIC 9(02).
           05  PND-RESEND-COUNT            PIC 9(02).
           05  PND-BRANCH-CODE             PIC X(04).
           05  PND-ORIG-SENT-DATE          PIC 9(08).
           05  PND-TOTAL-AGE               PIC 9(03).
           05  PND-ESCALATED-SW            PIC X(01).
               88  PND-ESCALATED                  VALUE 'Y'.
           05  FILLER                      PIC X(46).
