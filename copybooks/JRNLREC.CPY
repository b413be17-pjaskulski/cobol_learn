      ******************************************************************
      *                                                                *
      *   JRNLREC.CPY                                                  *
      *                                                                *
      *   RECORD LAYOUT FOR THE GREETJRN RECIPIENT MASTER CHANGE       *
      *   JOURNAL.  ONE ROW IS APPENDED FOR EVERY CHANGE APPLIED TO    *
      *   THE GREETIN MASTER - BY GREETMNT MAINTENANCE, BY GREETBMT    *
      *   BRANCH CLOSE/MERGE REASSIGNMENT, AND BY GREETBKO WHEN IT     *
      *   BACKS A MAINTENANCE RUN OUT - WITH THE FULL RECORD BEFORE    *
      *   AND AFTER THE CHANGE.  THE FILE IS NEVER REWRITTEN, SO ROWS  *
      *   STAND IN THE ORDER THE CHANGES WERE MADE.                    *
      *                                                                *
      *   JRN-RUN-ID IDENTIFIES THE RUN THAT MADE THE CHANGE - ITS     *
      *   START DATE AND TIME (CCYYMMDDHHMMSSHH), PRINTED ON THE       *
      *   RUN'S REPORT.  JRN-SEQUENCE NUMBERS THE ROWS WITHIN A RUN.   *
      *                                                                *
      *   ACTIONS:                                                     *
      *     ADD      RECIPIENT CREATED - BEFORE IMAGE IS SPACES        *
      *     CHANGE   RECIPIENT UPDATED IN PLACE                        *
      *     DELETE   RECIPIENT REMOVED - AFTER IMAGE IS SPACES         *
      *                                                                *
      *   JRN-BACKOUT-RUN-ID IS SET ONLY ON GREETBKO ROWS AND NAMES    *
      *   THE RUN BEING REVERSED.                                      *
      *                                                                *
      ******************************************************************
       01  JOURNAL-RECORD.
           05  JRN-RUN-ID.
               10  JRN-RUN-DATE            PIC 9(08).
               10  JRN-RUN-TIME            PIC 9(08).
           05  JRN-PROGRAM-ID              PIC X(08).
           05  JRN-SEQUENCE                PIC 9(06).
           05  JRN-ACTION-CODE             PIC X(06).
               88  JRN-ACTION-ADD                 VALUE 'ADD   '.
               88  JRN-ACTION-CHANGE              VALUE 'CHANGE'.
               88  JRN-ACTION-DELETE              VALUE 'DELETE'.
           05  JRN-RECIPIENT-ID            PIC X(06).
           05  JRN-BACKOUT-RUN-ID          PIC X(16).
           05  JRN-BEFORE-IMAGE            PIC X(80).
           05  JRN-AFTER-IMAGE             PIC X(80).
           05  FILLER                      PIC X(02).
