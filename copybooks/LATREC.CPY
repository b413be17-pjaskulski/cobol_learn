      ******************************************************************
      *                                                                *
      *   LATREC.CPY                                                   *
      *                                                                *
      *   RECORD LAYOUT FOR THE GREETLAT ACKNOWLEDGMENT-LATENCY        *
      *   HISTORY.  THE FILE IS CUMULATIVE - EACH RUN APPENDS - AND    *
      *   IS ROLLED UP MONTHLY BY GREETSLA INTO THE TELLER-FEED        *
      *   SERVICE-LEVEL REPORT.                                        *
      *                                                                *
      *   RECORD TYPES:                                                *
      *     A  ONE ROW PER ACKNOWLEDGMENT GREETACK MATCHES TO A        *
      *        GREETING SENT.  LAT-SENT-DATE IS THE FIRST SEND (NOT    *
      *        A LATER RESEND), LAT-ACK-DATE THE TELLER SIDE'S ACK     *
      *        DATE, AND LAT-BUSINESS-DAYS THE DAILY MATCHING RUNS     *
      *        (BUSINESS DAYS) BETWEEN THE FIRST SEND AND THE MATCH.   *
      *     E  ONE ROW WHEN GREETRSN FIRST ESCALATES A RECIPIENT       *
      *        (RETRY CAP REACHED, OR NO LONGER ON THE MASTER).        *
      *        LAT-ACK-DATE IS ZERO.                                   *
      *                                                                *
      *   LAT-EVENT-DATE IS THE BUSINESS DATE OF THE RUN THAT          *
      *   WROTE THE ROW AND PLACES IT IN A REPORTING MONTH.            *
      *   LAT-BRANCH-CODE IS SPACES FOR A ROW WHOSE BRANCH WAS         *
      *   NEVER KNOWN (POOLED BEFORE THE BRANCH WAS CARRIED).          *
      *                                                                *
      ******************************************************************
       01  LATENCY-RECORD.
           05  LAT-RECORD-TYPE             PIC X(01).
               88  LAT-TYPE-ACK                   VALUE 'A'.
               88  LAT-TYPE-ESCALATION            VALUE 'E'.
           05  LAT-RECIPIENT-ID            PIC X(06).
           05  LAT-BRANCH-CODE             PIC X(04).
           05  LAT-SENT-DATE               PIC 9(08).
           05  LAT-ACK-DATE                PIC 9(08).
           05  LAT-BUSINESS-DAYS           PIC 9(03).
           05  LAT-RESEND-COUNT            PIC 9(02).
           05  LAT-RESENT-SW               PIC X(01).
               88  LAT-RESENT                     VALUE 'Y'.
           05  LAT-ESCALATED-SW            PIC X(01).
               88  LAT-ESCALATED                  VALUE 'Y'.
           05  LAT-EVENT-DATE              PIC 9(08).
           05  LAT-PROGRAM-ID              PIC X(08).
           05  FILLER                      PIC X(30).
