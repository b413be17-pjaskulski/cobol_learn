      *   OPERATIONS CAN RECONCILE RUN HISTORY WITHOUT DIGGING         *
      *   THROUGH OLD JOB LOGS.                                        *
      *                                                                *
      *   THE CLOSED-SKIP/UNKNOWN-BRANCH/BYPASS/INACTIVE COUNTS LET    *
      *   THE GREETBAL END-OF-CYCLE BALANCER PROVE ACCEPTED =          *
      *   GREETED + SKIPS WITHOUT REPARSING GREETRPT.  THE INACTIVE    *
      *   COUNT IS RECIPIENTS NOT YET STARTED, ALREADY ENDED OR NOT    *
      *   ACTIVE ON THE RUN DATE.  ROWS WRITTEN BEFORE THESE FIELDS    *
      *   EXISTED CARRY SPACES THERE; READERS TREAT A NON-NUMERIC      *
      *   COUNT AS ZERO.                                               *
      *                                                                *
      *   AUD-PARM-SET-SW IS 'N' WHEN THE RUN WAS MADE UNDER A         *
      *   NON-STANDARD PARAMETER SET - A ONE-SHOT GREETCTL OVERRIDE,   *
      *   BRANCH OR REGION MODE, A FORCED RERUN, OR A GREETING COUNT   *
      *   OTHER THAN THE STANDING ONE (INCLUDING AN EXEC PARM COUNT).  *
      *   AUD-CTL-CHANGE-NO IS THE GREETCTL CHANGE NUMBER THE RUN      *
      *   READ, WHICH GREETCMT MATCHES TO RETIRE A SPENT OVERRIDE.     *
      *   OLDER ROWS CARRY SPACES AND ARE READ AS STANDARD.            *
      *                                                                *
      *   THE RECORD IS 100 BYTES WITH SIX-DIGIT COUNTS.  ROWS FROM    *
      *   THE EARLIER 80-BYTE, FOUR-DIGIT LAYOUT WERE CONVERTED BY     *
      *   THE GREETCNV JOB; GREETARC GENERATIONS CUT BEFORE THEN KEEP  *
      *   THE 80-BYTE LAYOUT.                                          *
      *                                                                *
      ******************************************************************
       01  AUDIT-RECORD.
           05  AUD-JOB-NAME                PIC X(08).
           05  AUD-STEP-NAME               PIC X(08).
           05  AUD-OPERATOR-ID             PIC X(08).
           05  AUD-GREETING-COUNT          PIC 9(06).
           05  AUD-STATUS-CODE             PIC X(01).
               88  AUD-STATUS-SUCCESS             VALUE 'S'.
               88  AUD-STATUS-REJECTED            VALUE 'R'.
               88  AUD-STATUS-DUP-BLOCKED         VALUE 'D'.
           05  AUD-RUN-MODE                PIC X(06).
           05  AUD-SELECT-VALUE            PIC X(04).
           05  AUD-CLOSED-SKIP-COUNT       PIC 9(06).
           05  AUD-UNKNOWN-BRN-COUNT       PIC 9(06).
           05  AUD-BYPASS-COUNT            PIC 9(06).
           05  AUD-INACTIVE-COUNT          PIC 9(06).
           05  AUD-PARM-SET-SW             PIC X(01).
               88  AUD-PARM-NON-STANDARD          VALUE 'N'.
               88  AUD-PARM-STANDARD              VALUE 'S'.
           05  AUD-FORCE-RUN-SW            PIC X(01).
               88  AUD-FORCED-RUN                 VALUE 'Y'.
           05  AUD-CTL-CHANGE-NO           PIC 9(06).
           05  FILLER                      PIC X(11).
