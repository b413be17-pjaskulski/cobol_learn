      ******************************************************************
      *                                                                *
      *   BUSDTREC.CPY                                                 *
      *                                                                *
      *   RECORD LAYOUT FOR THE GREETBDT BUSINESS-DATE CONTROL FILE.   *
      *   ONE RECORD HOLDING THE BUSINESS DATE THE NIGHTLY GREETING    *
      *   CYCLE IS PROCESSING.  EVERY CYCLE JOB TAKES ITS RUN DATE     *
      *   (AND HELLO ITS DAY OF WEEK) FROM HERE INSTEAD OF THE         *
      *   SYSTEM CLOCK, SO A JOB RUNNING PAST MIDNIGHT OR HELD OVER    *
      *   TO THE NEXT MORNING STILL WORKS THE SAME BUSINESS DAY.       *
      *                                                                *
      *   ONLY THE GREETEOC END-OF-CYCLE STEP ROLLS THE DATE           *
      *   FORWARD, AND ONLY WHEN EVERY CYCLE JOB HAS RECORDED ITS      *
      *   COMPLETION ON GREETCYC FOR THE CURRENT DATE.                 *
      *                                                                *
      *   BDT-DAY-OF-WEEK RUNS MONDAY (1) THROUGH SUNDAY (7), THE      *
      *   SAME NUMBERING AS THE BRANCHMF OPEN-DAY FLAGS.               *
      *   BDT-ROLLED-DATE/TIME ARE THE SYSTEM CLOCK WHEN THE DATE      *
      *   WAS LAST ROLLED.                                             *
      *                                                                *
      ******************************************************************
       01  BUSINESS-DATE-RECORD.
           05  BDT-BUSINESS-DATE           PIC 9(08).
           05  BDT-DAY-OF-WEEK             PIC 9(01).
           05  BDT-PRIOR-DATE              PIC 9(08).
           05  BDT-ROLLED-DATE             PIC 9(08).
           05  BDT-ROLLED-TIME             PIC 9(08).
           05  FILLER                      PIC X(47).
