      *   RECORD LAYOUT FOR THE GREETIF OUTBOUND INTERFACE FILE.       *
      *   ONE ROW IS PRODUCED PER GREETED RECIPIENT FOR PICKUP BY      *
      *   THE TELLER/CICS ONBOARDING SYSTEM.                           *
      *   TIF-WELCOME-FLAG IS 'W' WHEN THE ROW CARRIES THE WELCOME     *
      *   MESSAGE FOR A RECIPIENT GREETED ON ITS START DATE.           *
      *                                                                *
      ******************************************************************
       01  TELLER-INTERFACE-RECORD.
           05  TIF-BRANCH-CODE             PIC X(04).
           05  TIF-LANGUAGE-CODE           PIC X(02).
           05  TIF-GREETING-TEXT           PIC X(40).
           05  TIF-WELCOME-FLAG            PIC X(01).
               88  TIF-WELCOME                    VALUE 'W'.
           05  FILLER                      PIC X(17).
      ******************************************************************
      *                                                                *
      *   BATCH ENVELOPE LAYOUTS - EACH RUN'S DETAIL ROWS ARE         *
