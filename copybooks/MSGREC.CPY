      *   EFFECTIVE-FROM DATE; THE LATEST EFFECTIVE ROW WINS.  AN      *
      *   EFFECTIVE-TO OF ZERO MEANS NO EXPIRY.                        *
      *                                                                *
      *   MSG-MESSAGE-TYPE 'W' MARKS A WELCOME ROW, USED IN PLACE OF   *
      *   THE DAILY WORDING ON A RECIPIENT'S START DATE.  WELCOME      *
      *   ROWS ARE WINDOWED THE SAME WAY AS DAILY ROWS BUT KEPT APART  *
      *   FROM THEM.  BLANK IS A DAILY ROW.                            *
      *                                                                *
      ******************************************************************
       01  MESSAGE-RECORD.
           05  MSG-LANGUAGE-CODE           PIC X(02).
           05  MSG-EFFECTIVE-FROM          PIC 9(08).
           05  MSG-EFFECTIVE-TO            PIC 9(08).
           05  MSG-GREETING-TEXT           PIC X(40).
           05  MSG-MESSAGE-TYPE            PIC X(01).
               88  MSG-TYPE-DAILY                 VALUE SPACE.
               88  MSG-TYPE-WELCOME               VALUE 'W'.
           05  FILLER                      PIC X(21).
