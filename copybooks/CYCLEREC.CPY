      ******************************************************************
      *                                                                *
      *   CYCLEREC.CPY                                                 *
      *                                                                *
      *   RECORD LAYOUT FOR THE GREETCYC NIGHTLY CYCLE-STATUS FILE.    *
      *   APPEND-ONLY.  EACH CYCLE JOB ADDS ONE 'C' (COMPLETE) ROW     *
      *   FOR THE BUSINESS DATE WHEN IT FINISHES, AND THE GREETEOC     *
      *   END-OF-CYCLE STEP ADDS ONE 'R' (ROLLED) ROW WHEN IT MOVES    *
      *   THE BUSINESS DATE ON.                                        *
      *   GREETACK, GREETRCP AND GREETSRC WRITE THEIR 'C' ROW TO A     *
      *   ONE-ROW GREETCYN WORK FILE INSTEAD, AND THE JOB'S LAST STEP  *
      *   APPENDS IT HERE ONLY AFTER THE JOB'S PROMOTE STEPS HAVE RUN. *
      *                                                                *
      *   BEFORE DOING ANY WORK A CYCLE JOB SCANS THIS FILE FOR THE    *
      *   CURRENT BUSINESS DATE - IT REFUSES TO RUN WHEN ITS OWN       *
      *   COMPLETION IS ALREADY RECORDED (A SECOND RUN) OR WHEN A      *
      *   JOB IT DEPENDS ON HAS NOT YET COMPLETED (OUT OF ORDER).      *
      *                                                                *
      *   CYCLE JOBS:  HELLOJOB  GREETACK  GREETRCP  GREETSRC          *
      *                GREETBAL  GREETDST                              *
      *                                                                *
      *   CYC-SYSTEM-DATE/TIME ARE THE SYSTEM CLOCK WHEN THE ROW WAS   *
      *   WRITTEN.                                                     *
      *                                                                *
      ******************************************************************
       01  CYCLE-STATUS-RECORD.
           05  CYC-BUSINESS-DATE           PIC 9(08).
           05  CYC-JOB-NAME                PIC X(08).
           05  CYC-STATUS-CODE             PIC X(01).
               88  CYC-STATUS-COMPLETE            VALUE 'C'.
               88  CYC-STATUS-ROLLED              VALUE 'R'.
           05  CYC-RETURN-CODE             PIC 9(04).
           05  CYC-SYSTEM-DATE             PIC 9(08).
           05  CYC-SYSTEM-TIME             PIC 9(08).
           05  FILLER                      PIC X(43).
