      ******************************************************************
      *                                                                *
      *   EXCPREC.CPY                                                  *
      *                                                                *
      *   RECORD LAYOUT FOR THE GREETEXC EXCEPTION EVENT FILE.  EVERY  *
      *   PROGRAM THAT PRINTS AN EXCEPTION REPORT IN THE GREETING      *
      *   CHAIN (GREETEDT, GREETSRC, GREETACK, GREETRSN, GREETRCP,     *
      *   GREETDST, GREETBAL, GREETHOL) ALSO APPENDS ONE ROW HERE PER  *
      *   EXCEPTION IT REPORTS, PLUS ONE RUN-MARKER ROW (TYPE RUNDONE) *
      *   AS IT ENDS.  THE GREETWKL MORNING WORKLIST MERGES THE FILE   *
      *   WITH THE ITEMS STILL OPEN FROM ITS PREVIOUS RUN AND THEN     *
      *   EMPTIES IT.                                                  *
      *                                                                *
      *   THE SAME LAYOUT IS USED FOR THE GREETWKO/GREETWKN OPEN-ITEM  *
      *   FILE, WHICH ALSO CARRIES EXC-FIRST-DATE AND EXC-DAYS-OPEN    *
      *   (ZERO ON THE EVENT ROWS) AND STARTS WITH ONE CONTROL ROW     *
      *   (TYPE WKLCTL) HOLDING THE DATE OF THE LAST WORKLIST RUN.     *
      *                                                                *
      *   SEVERITY:     1 HIGH   2 MEDIUM   3 LOW                      *
      *                 0 ON THE RUNDONE AND WKLCTL ROWS               *
      *   OWNING TEAM:  B BRANCH ADMIN   T TELLER TEAM   O OPERATIONS  *
      *   KEY TYPE:     R RECIPIENT   B BATCH   N BRANCH   D DATE      *
      *                                                                *
      *   EXC-AUTO-CLEAR-SW 'Y' MARKS A CONDITION THE SOURCE REPORTS   *
      *   AGAIN ON EVERY RUN WHILE IT PERSISTS - THE WORKLIST CLEARS   *
      *   IT WHEN A LATER RUN OF THE SOURCE NO LONGER RAISES IT.  'N'  *
      *   MARKS A ONE-TIME EVENT THAT STAYS OPEN UNTIL A GREETCLR      *
      *   CLEARANCE IS ENTERED FOR IT.  EXC-TEXT MUST NOT CARRY        *
      *   ANYTHING THAT CHANGES FROM DAY TO DAY (AGES, COUNTS) SO A    *
      *   RECURRING CONDITION MATCHES ITS OPEN ITEM.                   *
      *                                                                *
      *   EXCEPTION TYPES:                                             *
      *     EDITREJ   GREETEDT  RECIPIENT REJECTED TO SUSPENSE         *
      *     SUSPDEAD  GREETSRC  SUSPENSE ROW PAST THE DROP-DEAD AGE    *
      *     RPRNOMAT  GREETSRC  REPAIR MATCHES NO SUSPENSE ROW         *
      *     ACKOVRDU  GREETACK  GREETING OVERDUE FOR ACKNOWLEDGMENT    *
      *     ACKNOSNT  GREETACK  ACK FOR A GREETING NEVER SENT          *
      *     RSNRETRY  GREETRSN  RESEND RETRY LIMIT - ESCALATED         *
      *     RSNNOMST  GREETRSN  PENDING RECIPIENT NOT ON THE MASTER    *
      *     BATSTALE  GREETRCP  BATCH UNRECEIVED PAST THE LIMIT        *
      *     BATCOUNT  GREETRCP  RECEIPT COUNT DIFFERS FROM THE BATCH   *
      *     RCPNOBAT  GREETRCP  RECEIPT FOR AN UNKNOWN BATCH           *
      *     DSTUNKBR  GREETDST  GREETINGS FOR AN UNKNOWN BRANCH        *
      *     DSTNOPRT  GREETDST  OPEN BRANCH RECEIVED NOTHING           *
      *     BALBREAK  GREETBAL  BALANCING CHECK BROKEN                 *
      *     HOLREJCT  GREETHOL  CENTRAL HOLIDAY ROW REJECTED           *
      *     HOLZERO   GREETHOL  BRANCH LEFT WITH NO HOLIDAYS           *
      *     HOLOVFLW  GREETHOL  BRANCH OVER THE 12 CALENDAR SLOTS      *
      *                                                                *
      ******************************************************************
       01  EXCEPTION-RECORD.
           05  EXC-PROGRAM-ID              PIC X(08).
           05  EXC-BUSINESS-DATE           PIC 9(08).
           05  EXC-SEVERITY                PIC 9(01).
               88  EXC-SEV-HIGH                   VALUE 1.
               88  EXC-SEV-MEDIUM                 VALUE 2.
               88  EXC-SEV-LOW                    VALUE 3.
           05  EXC-TYPE                    PIC X(08).
               88  EXC-TYPE-RUN-DONE              VALUE 'RUNDONE '.
               88  EXC-TYPE-WKL-CONTROL           VALUE 'WKLCTL  '.
               88  EXC-TYPE-EDIT-REJECT           VALUE 'EDITREJ '.
               88  EXC-TYPE-SUSP-DEAD             VALUE 'SUSPDEAD'.
               88  EXC-TYPE-REPAIR-NO-MATCH       VALUE 'RPRNOMAT'.
               88  EXC-TYPE-ACK-OVERDUE           VALUE 'ACKOVRDU'.
               88  EXC-TYPE-ACK-NOT-SENT          VALUE 'ACKNOSNT'.
               88  EXC-TYPE-RSN-RETRY             VALUE 'RSNRETRY'.
               88  EXC-TYPE-RSN-NOT-MASTER        VALUE 'RSNNOMST'.
               88  EXC-TYPE-BATCH-STALE           VALUE 'BATSTALE'.
               88  EXC-TYPE-BATCH-COUNT           VALUE 'BATCOUNT'.
               88  EXC-TYPE-RCPT-NO-BATCH         VALUE 'RCPNOBAT'.
               88  EXC-TYPE-DST-UNKNOWN-BR        VALUE 'DSTUNKBR'.
               88  EXC-TYPE-DST-NOT-PRINTED       VALUE 'DSTNOPRT'.
               88  EXC-TYPE-BAL-BREAK             VALUE 'BALBREAK'.
               88  EXC-TYPE-HOL-REJECT            VALUE 'HOLREJCT'.
               88  EXC-TYPE-HOL-ZERO              VALUE 'HOLZERO '.
               88  EXC-TYPE-HOL-OVERFLOW          VALUE 'HOLOVFLW'.
           05  EXC-OWNER                   PIC X(01).
               88  EXC-OWNER-BRANCH-ADMIN         VALUE 'B'.
               88  EXC-OWNER-TELLER-TEAM          VALUE 'T'.
               88  EXC-OWNER-OPERATIONS           VALUE 'O'.
           05  EXC-KEY-TYPE                PIC X(01).
               88  EXC-KEY-RECIPIENT              VALUE 'R'.
               88  EXC-KEY-BATCH                  VALUE 'B'.
               88  EXC-KEY-BRANCH                 VALUE 'N'.
               88  EXC-KEY-DATE                   VALUE 'D'.
           05  EXC-KEY                     PIC X(08).
           05  EXC-AUTO-CLEAR-SW           PIC X(01).
               88  EXC-AUTO-CLEAR                 VALUE 'Y'.
           05  EXC-TEXT                    PIC X(60).
           05  EXC-FIRST-DATE              PIC 9(08).
           05  EXC-DAYS-OPEN               PIC 9(03).
           05  FILLER                      PIC X(13).
