      *   SUPPLIES THE NUMBER OF GREETING LINES THE HELLO JOB IS TO    *
      *   PRODUCE ON THIS RUN, SO OPERATIONS CAN VARY THE RUN VOLUME   *
      *   WITHOUT A PROGRAM CHANGE, PLUS THE RUN-SELECTION FIELDS      *
      *   FOR PARTIAL RERUNS.  GC-GREETING-COUNT IS 1 TO 999999.       *
      *                                                                *
      *   GC-RUN-MODE:                                                 *
      *     BLANK OR 'FULL'    EVERY RECIPIENT IS PROCESSED            *
      *   GC-FORCE-RUN-SW = 'Y' LETS A RUN PROCEED EVEN THOUGH A       *
      *   SUCCESSFUL RUN WITH THE SAME MODE AND SELECT VALUE IS        *
      *   ALREADY ON THE AUDIT TRAIL FOR TODAY - THE DELIBERATE        *
      *   RERUN OVERRIDE FOR THE DUPLICATE-RUN GUARD.                  *
      *                                                                *
      *   THE RECORD IS MAINTAINED BY THE GREETCMT PROGRAM FROM        *
      *   GREETCTT TRANSACTIONS, NOT EDITED BY HAND.  THE STANDING     *
      *   CONFIGURATION IS FULL MODE, NO SELECT VALUE, NO FORCE AND    *
      *   GC-STANDING-COUNT GREETINGS.  A FORCED RERUN, A BRANCH OR    *
      *   REGION RUN, OR A ONE-OFF COUNT IS A ONE-SHOT OVERRIDE:       *
      *   GC-OVERRIDE-SW IS SET AND GREETCMT (RUN AFTER EVERY          *
      *   HELLOJOB) PUTS THE STANDING CONFIGURATION BACK ONCE A        *
      *   SUCCESSFUL GREETAUD ROW CARRIES THE OVERRIDE'S               *
      *   GC-CHANGE-NUMBER.  EACH CHANGE IS LOGGED TO GREETCLG.        *
      *   RECORDS WRITTEN BEFORE THESE FIELDS EXISTED CARRY SPACES     *
      *   THERE; READERS TREAT A NON-NUMERIC CHANGE NUMBER AS ZERO     *
      *   AND A NON-NUMERIC STANDING COUNT AS GC-GREETING-COUNT.       *
      *                                                                *
      *   GC-SIMULATE-SW = 'Y' MAKES THE RUN A SIMULATION FOR THE      *
      *   GC-SIMULATE-DATE BUSINESS DATE (CCYYMMDD, NOT EARLIER THAN   *
      *   TODAY'S).  THE FULL SELECTION - RUN MODE, BRANCH OPEN-DAYS   *
      *   AND HOLIDAYS, GREETMSG WORDING - IS RESOLVED FOR THAT DATE   *
      *   AND THE BRANCH REPORT AND ITS BALANCING COUNTS ARE PRINTED,  *
      *   BUT NOTHING IS SENT OR RECORDED: NO GREETIF BATCH, NO        *
      *   GREETXMT, GREETSTA, GREETCHK, GREETEXT OR GREETCYC ROWS AND  *
      *   NO GREETAUD ROW.  SIMULATIONS RUN UNDER THE HELLOSIM JOB     *
      *   FROM ITS OWN COPY OF THIS RECORD, NEVER THE PRODUCTION ONE.  *
      *                                                                *
      ******************************************************************
       01  GREETCTL-RECORD.
           05  GC-GREETING-COUNT           PIC 9(06).
           05  GC-RUN-MODE                 PIC X(06).
               88  GC-MODE-FULL                   VALUE 'FULL  '.
               88  GC-MODE-BRANCH                 VALUE 'BRANCH'.
           05  GC-SELECT-VALUE             PIC X(04).
           05  GC-FORCE-RUN-SW             PIC X(01).
               88  GC-FORCE-RUN                   VALUE 'Y'.
           05  GC-SIMULATE-SW              PIC X(01).
               88  GC-SIMULATE                    VALUE 'Y'.
           05  GC-SIMULATE-DATE            PIC 9(08).
           05  GC-STANDING-COUNT           PIC 9(06).
           05  GC-OVERRIDE-SW              PIC X(01).
               88  GC-ONE-SHOT-OVERRIDE           VALUE 'Y'.
           05  GC-CHANGE-NUMBER            PIC 9(06).
           05  GC-CHANGE-DATE              PIC 9(08).
           05  GC-CHANGED-BY               PIC X(08).
           05  FILLER                      PIC X(25).
