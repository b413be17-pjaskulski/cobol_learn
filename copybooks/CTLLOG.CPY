      ******************************************************************
      *                                                                *
      *   CTLLOG.CPY                                                   *
      *                                                                *
      *   RECORD LAYOUT FOR THE GREETCLG CONTROL CHANGE LOG.  ONE ROW  *
      *   IS APPENDED BY GREETCMT FOR EVERY CHANGE IT MAKES TO THE     *
      *   GREETCTL RUN PARAMETERS - WHO ASKED FOR IT, WHEN IT WAS      *
      *   APPLIED, AND THE PARAMETER VALUES BEFORE AND AFTER.  ROWS    *
      *   ARE WRITTEN ONLY BY A RUN THAT REJECTED NO TRANSACTION, AS   *
      *   IT ENDS AND BEFORE THE JOB PROMOTES THE NEW GREETCTL.  IF    *
      *   THAT PROMOTE FAILS, GREETCTL IS UNCHANGED AND THE NEXT RUN   *
      *   MAKES AND LOGS THE SAME CHANGE AGAIN UNDER A LATER CHANGE    *
      *   DATE AND TIME, SO THE LATEST ROWS ARE THE ONES IN EFFECT.    *
      *                                                                *
      *   CL-ACTION IS THE TRANSACTION ACTION (COUNT, RERUN, RESET)    *
      *   OR 'REVERT' FOR THE AUTOMATIC RETURN TO THE STANDING         *
      *   CONFIGURATION, WHICH IS REQUESTED BY 'GREETCMT' AND          *
      *   CARRIES THE DATE AND TIME OF THE SUCCESSFUL GREETAUD RUN     *
      *   THAT SPENT THE OVERRIDE IN CL-AUD-RUN-DATE/-TIME.            *
      *                                                                *
      ******************************************************************
       01  CTL-LOG-RECORD.
           05  CL-CHANGE-DATE              PIC 9(08).
           05  CL-CHANGE-TIME              PIC 9(08).
           05  CL-CHANGE-NUMBER            PIC 9(06).
           05  CL-ACTION                   PIC X(06).
               88  CL-ACTION-REVERT               VALUE 'REVERT'.
           05  CL-REQUESTED-BY             PIC X(08).
           05  CL-REASON                   PIC X(30).
           05  CL-BEFORE-VALUES.
               10  CL-BEF-COUNT            PIC 9(06).
               10  CL-BEF-RUN-MODE         PIC X(06).
               10  CL-BEF-SELECT-VALUE     PIC X(04).
               10  CL-BEF-FORCE-RUN-SW     PIC X(01).
               10  CL-BEF-STANDING-COUNT   PIC 9(06).
               10  CL-BEF-OVERRIDE-SW      PIC X(01).
           05  CL-AFTER-VALUES.
               10  CL-AFT-COUNT            PIC 9(06).
               10  CL-AFT-RUN-MODE         PIC X(06).
               10  CL-AFT-SELECT-VALUE     PIC X(04).
               10  CL-AFT-FORCE-RUN-SW     PIC X(01).
               10  CL-AFT-STANDING-COUNT   PIC 9(06).
               10  CL-AFT-OVERRIDE-SW      PIC X(01).
           05  CL-AUD-RUN-DATE             PIC 9(08).
           05  CL-AUD-RUN-TIME             PIC 9(08).
           05  FILLER                      PIC X(10).
