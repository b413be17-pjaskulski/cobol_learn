      *   DIRECTLY.  A FLAT SEQUENTIAL UNLOAD (GREETSEQ) IS KEPT AS    *
      *   THE BACKUP/EXTRACT COPY FOR JOBS THAT READ EVERYTHING.       *
      *                                                                *
      *   GR-START-DATE AND GR-END-DATE (CCYYMMDD) BOUND THE DAYS THE  *
      *   RECIPIENT IS GREETED - FROM THE START DATE THROUGH THE END   *
      *   DATE INCLUSIVE.  ZERO MEANS NO DATE.  GR-STATUS-CODE IS 'A'  *
      *   ACTIVE, 'L' ON LEAVE, 'T' TERMINATED; ONLY AN ACTIVE         *
      *   RECIPIENT INSIDE ITS DATES IS GREETED, AND THE START DATE    *
      *   ITSELF DRAWS THE WELCOME MESSAGE.  RECORDS WRITTEN BEFORE    *
      *   THESE FIELDS EXISTED CARRY SPACES THERE AND ARE READ AS      *
      *   ACTIVE WITH NO DATES.                                        *
      *                                                                *
      ******************************************************************
       01  GREETIN-RECORD.
           05  GR-RECIPIENT-ID             PIC X(06).
           05  GR-RECIPIENT-NAME           PIC X(30).
           05  GR-BRANCH-CODE              PIC X(04).
           05  GR-LANGUAGE-CODE            PIC X(02).
           05  GR-START-DATE               PIC 9(08).
           05  GR-END-DATE                 PIC 9(08).
           05  GR-STATUS-CODE              PIC X(01).
               88  GR-STATUS-ACTIVE               VALUE 'A' ' '.
               88  GR-STATUS-ON-LEAVE             VALUE 'L'.
               88  GR-STATUS-TERMINATED           VALUE 'T'.
           05  FILLER                      PIC X(21).
