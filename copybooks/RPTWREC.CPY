      *                                                                *
      *   RWK-RECORD-TALLY CARRIES THE RECIPIENT'S POSITION IN THE     *
      *   RUN.  A RECORD REPLAYED ACROSS A RESTART WRITES A SECOND     *
      *   ROW WITH THE SAME TALLY; THE REPORT SORT BRINGS THE COPIES   *
      *   TOGETHER AND ONLY THE FIRST IS KEPT, SO NOBODY PRINTS OR     *
      *   COUNTS TWICE.                                                *
      *                                                                *
      ******************************************************************
       01  REPORT-WORK-RECORD.
               88  RWK-TYPE-GREETING              VALUE 'G'.
               88  RWK-TYPE-EXCEPTION             VALUE 'X'.
           05  RWK-REPORT-LINE             PIC X(132).
           05  RWK-RECORD-TALLY            PIC 9(06).
           05  FILLER                      PIC X(01).
