      ******************************************************************
      *                                                                *
      *   CTLTRN.CPY                                                   *
      *                                                                *
      *   RECORD LAYOUT FOR THE GREETCTT CONTROL MAINTENANCE           *
      *   TRANSACTION FILE.  ONE RECORD PER CHANGE TO THE GREETCTL     *
      *   RUN PARAMETERS, APPLIED IN BATCH BY THE GREETCMT PROGRAM     *
      *   IN FILE ORDER.  CT-REQUESTED-BY IS REQUIRED ON EVERY         *
      *   TRANSACTION AND IS CARRIED TO THE GREETCLG CHANGE LOG.       *
      *                                                                *
      *   ACTIONS:                                                     *
      *     COUNT    SETS THE STANDING GREETING COUNT (CT-COUNT,       *
      *              1-999999).  IT APPLIES AT ONCE UNLESS A ONE-SHOT  *
      *              OVERRIDE IS PENDING, WHEN IT APPLIES ON REVERSION *
      *     RERUN    ONE-SHOT OVERRIDE FOR THE NEXT SUCCESSFUL RUN -   *
      *              CT-RUN-MODE (BLANK = FULL), CT-SELECT-VALUE FOR A *
      *              BRANCH OR REGION RUN (CHECKED AGAINST BRANCHMF),  *
      *              CT-FORCE-RUN-SW 'Y' TO PASS THE DUPLICATE-RUN     *
      *              GUARD, AND AN OPTIONAL ONE-OFF CT-COUNT (BLANK =  *
      *              THE STANDING COUNT).  REPLACES ANY OVERRIDE STILL *
      *              PENDING                                           *
      *     RESET    CANCELS A PENDING OVERRIDE, PUTTING THE STANDING  *
      *              FULL CONFIGURATION BACK AT ONCE                   *
      *                                                                *
      *   CT-COUNT IS SIX ZERO-FILLED DIGITS, AS ON GREETCTL.          *
      *                                                                *
      ******************************************************************
       01  CTL-TRAN-RECORD.
           05  CT-ACTION-CODE              PIC X(06).
               88  CT-ACTION-COUNT                VALUE 'COUNT '.
               88  CT-ACTION-RERUN                VALUE 'RERUN '.
               88  CT-ACTION-RESET                VALUE 'RESET '.
           05  CT-COUNT                    PIC X(06).
           05  CT-RUN-MODE                 PIC X(06).
           05  CT-SELECT-VALUE             PIC X(04).
           05  CT-FORCE-RUN-SW             PIC X(01).
           05  CT-REQUESTED-BY             PIC X(08).
           05  CT-REASON                   PIC X(30).
           05  FILLER                      PIC X(19).
