      ******************************************************************
      *                                                                *
      *   BRNCHTRN.CPY                                                 *
      *                                                                *
      *   RECORD LAYOUT FOR THE GREETBTR BRANCH MAINTENANCE            *
      *   TRANSACTION FILE.  ONE RECORD PER ADD/CHANGE/CLOSE/MERGE     *
      *   REQUEST AGAINST THE BRANCHMF BRANCH REFERENCE MASTER,        *
      *   APPLIED IN BATCH BY THE GREETBMT MAINTENANCE PROGRAM.        *
      *                                                                *
      *   ACTIONS:                                                     *
      *     ADD      NEW BRANCH - NAME, REGION AND ALL SEVEN OPEN-DAY  *
      *              FLAGS REQUIRED.  THE HOLIDAY CALENDAR STARTS      *
      *              EMPTY UNTIL THE NEXT GREETHOL ROLLOVER.           *
      *     CHANGE   OVERLAYS THE NAME, REGION AND OPEN-DAY FLAGS      *
      *              WHEN NON-BLANK                                    *
      *     CLOSE    REMOVES THE BRANCH.  REFUSED WHILE RECIPIENTS     *
      *              ARE STILL ON GREETIN UNLESS A SUCCESSOR BRANCH    *
      *              IS NAMED, IN WHICH CASE THEY ARE REASSIGNED TO    *
      *              IT FIRST                                          *
      *     MERGE    FOLDS THE BRANCH INTO ITS SUCCESSOR, WHICH IS     *
      *              ALWAYS REQUIRED - RECIPIENTS ARE REASSIGNED AND   *
      *              THE BRANCH REMOVED                                *
      *                                                                *
      *   BT-OPEN-DAY OCCURS MONDAY (1) THROUGH SUNDAY (7), 'Y' OR     *
      *   'N' AS ON BRANCHMF.                                          *
      *                                                                *
      ******************************************************************
       01  BRANCH-TRAN-RECORD.
           05  BT-ACTION-CODE              PIC X(06).
               88  BT-ACTION-ADD                  VALUE 'ADD   '.
               88  BT-ACTION-CHANGE               VALUE 'CHANGE'.
               88  BT-ACTION-CLOSE                VALUE 'CLOSE '.
               88  BT-ACTION-MERGE                VALUE 'MERGE '.
           05  BT-BRANCH-CODE              PIC X(04).
           05  BT-BRANCH-NAME              PIC X(25).
           05  BT-REGION-CODE              PIC X(04).
           05  BT-OPEN-DAYS.
               10  BT-OPEN-DAY             PIC X(01) OCCURS 7 TIMES.
           05  BT-SUCCESSOR-CODE           PIC X(04).
           05  FILLER                      PIC X(30).
