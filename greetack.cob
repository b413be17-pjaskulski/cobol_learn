001800*           EXCEPTION REPORT.  OVERDUE RECORDS RAISE A WARNING
001900*           CONDITION CODE SO A DROPPED FEED ON THE TELLER SIDE
002000*           SURFACES THE NEXT MORNING INSTEAD OF AT MONTH END.
002010*           EVERY MATCH IS ALSO APPENDED TO THE GREETLAT
002020*           LATENCY HISTORY FOR THE MONTHLY GREETSLA TELLER-FEED
002030*           SERVICE-LEVEL REPORT.
002100*-----------------------------------------------------------------
002200* MODIFICATION HISTORY.
002300*   08/22/2026  RT  INITIAL VERSION.
002382*                   RESEND RUN IS NOW CARRIED THROUGH THE
002383*                   POOL AND ONTO GREETPNW SO RETRY LIMITS
002384*                   SURVIVE THE DAILY MATCHING CYCLE.
002386*   10/15/2026  RT  RUN DATE NOW COMES FROM THE GREETBDT
002387*                   BUSINESS-DATE CONTROL RECORD INSTEAD OF THE
002388*                   SYSTEM CLOCK.  THE RUN IS REFUSED WHEN
002389*                   GREETCYC ALREADY SHOWS IT COMPLETE FOR THE
002390*                   BUSINESS DATE OR A PREDECESSOR JOB HAS NOT
002391*                   YET COMPLETED, AND ITS OWN COMPLETION IS
002392*                   APPENDED TO GREETCYC AT THE END.
002393*   10/15/2026  RT  EVERY MATCHED ACKNOWLEDGMENT IS APPENDED TO
002394*                   THE GREETLAT LATENCY HISTORY.  THE POOL NOW
002395*                   CARRIES THE BRANCH, THE FIRST SEND DATE AND
002396*                   THE BUSINESS DAYS SINCE IT ACROSS RESENDS,
002397*                   AND GREETRSN'S ESCALATION FLAG.
002398*   10/15/2026  RT  OVERDUE GREETINGS AND ACKS FOR GREETINGS
002399*                   NEVER SENT ARE ALSO APPENDED TO THE GREETEXC
002400*                   EXCEPTION EVENT FILE FOR THE MORNING WORKLIST,
002401*                   WITH A RUN MARKER AT END OF RUN.
002402*   10/15/2026  RT  THE COMPLETION ROW IS NOW WRITTEN TO GREETCYN
002403*                   AND APPENDED TO GREETCYC BY THE JOB'S LAST
002404*                   STEP AFTER THE PROMOTES, SO A FAILED PROMOTE
002405*                   IS RESTARTED WITHOUT RELEASING DEPENDENTS.
002410*-----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.  IBM-370.
004300     SELECT GREETARP ASSIGN TO GREETARP
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-GREETARP-STATUS.
004510     SELECT GREETBDT ASSIGN TO GREETBDT
004520         ORGANIZATION IS SEQUENTIAL
004530         FILE STATUS IS WS-GREETBDT-STATUS.
004540     SELECT GREETCYC ASSIGN TO GREETCYC
004550         ORGANIZATION IS SEQUENTIAL
004560         FILE STATUS IS WS-GREETCYC-STATUS.
004570     SELECT GREETLAT ASSIGN TO GREETLAT
004580         ORGANIZATION IS SEQUENTIAL
004590         FILE STATUS IS WS-GREETLAT-STATUS.
004592     SELECT GREETEXC ASSIGN TO GREETEXC
004594         ORGANIZATION IS SEQUENTIAL
004596         FILE STATUS IS WS-GREETEXC-STATUS.
004597     SELECT GREETCYN ASSIGN TO GREETCYN
004598         ORGANIZATION IS SEQUENTIAL
004599         FILE STATUS IS WS-GREETCYN-STATUS.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 01  GREETARP-RECORD                PIC X(132).
007205*
007210 FD  GREETBDT
007215     RECORDING MODE IS F
007220     LABEL RECORDS ARE STANDARD.
007225 COPY BUSDTREC.
007230*
007235 FD  GREETCYC
007240     RECORDING MODE IS F
007245     LABEL RECORDS ARE STANDARD.
007250 COPY CYCLEREC.
007260*
007265 FD  GREETLAT
007270     RECORDING MODE IS F
007275     LABEL RECORDS ARE STANDARD.
007280 COPY LATREC.
007282*
007284 FD  GREETEXC
007286     RECORDING MODE IS F
007288     LABEL RECORDS ARE STANDARD.
007290 COPY EXCPREC.
007300*
007305 FD  GREETCYN
007310     RECORDING MODE IS F
007315     LABEL RECORDS ARE STANDARD.
007320*    COMPLETION ROW IN THE CYCLEREC LAYOUT, APPENDED TO GREETCYC
007325*    BY THE JOB'S LAST STEP.
007330 01  GREETCYN-RECORD.
007335     05  CYN-BUSINESS-DATE       PIC 9(08).
007340     05  CYN-JOB-NAME            PIC X(08).
007345     05  CYN-STATUS-CODE         PIC X(01).
007350     05  CYN-RETURN-CODE         PIC 9(04).
007355     05  CYN-SYSTEM-DATE         PIC 9(08).
007360     05  CYN-SYSTEM-TIME         PIC 9(08).
007365     05  FILLER                  PIC X(43).
007370*
007400 WORKING-STORAGE SECTION.
007500*-----------------------------------------------------------------
007600* FILE STATUS SWITCHES
008600         88  WS-GREETPNW-OK                   VALUE '00'.
008700     05  WS-GREETARP-STATUS      PIC X(02)  VALUE SPACES.
008800         88  WS-GREETARP-OK                   VALUE '00'.
008810     05  WS-GREETBDT-STATUS      PIC X(02)  VALUE SPACES.
008820         88  WS-GREETBDT-OK                   VALUE '00'.
008830     05  WS-GREETCYC-STATUS      PIC X(02)  VALUE SPACES.
008840         88  WS-GREETCYC-OK                   VALUE '00'.
008850     05  WS-GREETLAT-STATUS      PIC X(02)  VALUE SPACES.
008860         88  WS-GREETLAT-OK                   VALUE '00'.
008870     05  WS-GREETEXC-STATUS      PIC X(02)  VALUE SPACES.
008880         88  WS-GREETEXC-OK                   VALUE '00'.
008885     05  WS-GREETCYN-STATUS      PIC X(02)  VALUE SPACES.
008890         88  WS-GREETCYN-OK                   VALUE '00'.
008900*-----------------------------------------------------------------
009000* PROGRAM SWITCHES
009100*-----------------------------------------------------------------
010040         88  WS-GREETPND-OPEN                 VALUE 'Y'.
010050     05  WS-ENVELOPE-OPEN-SW     PIC X(01)  VALUE 'N'.
010060         88  WS-ENVELOPE-OPEN                 VALUE 'Y'.
010065     05  WS-GREETCYC-EOF-SW      PIC X(01)  VALUE 'N'.
010070         88  WS-GREETCYC-EOF                  VALUE 'Y'.
010075     05  WS-CYCLE-DONE-SW        PIC X(01)  VALUE 'N'.
010080         88  WS-CYCLE-DONE                    VALUE 'Y'.
010085     05  WS-HELLOJOB-DONE-SW     PIC X(01)  VALUE 'N'.
010090         88  WS-HELLOJOB-DONE                 VALUE 'Y'.
010100*-----------------------------------------------------------------
010200* RUN CONTROL FIELDS
010300*-----------------------------------------------------------------
010900         10  WS-RUN-DATE-DD      PIC 9(02).
011000     05  WS-RUN-DATE-EDIT        PIC X(10)  VALUE SPACES.
011010     05  WS-CURRENT-ID           PIC X(06)  VALUE SPACES.
011015     05  WS-CYCLE-WAIT-JOB       PIC X(08)  VALUE SPACES.
011020*-----------------------------------------------------------------
011030* WORK AREA FOR BUILDING ONE NEW PENDING ROW - SAME LAYOUT AS
011040* PENDREC.CPY.
011080     05  PWK-SENT-DATE           PIC 9(08).
011090     05  PWK-AGE-DAYS            PIC 9(02).
011091     05  PWK-RESEND-COUNT        PIC 9(02).
011092     05  PWK-BRANCH-CODE         PIC X(04).
011093     05  PWK-ORIG-SENT-DATE      PIC 9(08).
011094     05  PWK-TOTAL-AGE           PIC 9(03).
011095     05  PWK-ESCALATED-SW        PIC X(01).
011096     05  FILLER                  PIC X(46).
011100 77  WS-ACK-COUNT                PIC 9(05)  COMP VALUE ZEROES.
011200 77  WS-POOL-COUNT               PIC 9(05)  COMP VALUE ZEROES.
011300 77  WS-MATCHED-COUNT            PIC 9(05)  COMP VALUE ZEROES.
011400 77  WS-OUTSTANDING-COUNT        PIC 9(05)  COMP VALUE ZEROES.
011500 77  WS-OVERDUE-COUNT            PIC 9(05)  COMP VALUE ZEROES.
011600 77  WS-ORPHAN-ACK-COUNT         PIC 9(05)  COMP VALUE ZEROES.
011650 77  WS-LATENCY-COUNT            PIC 9(05)  COMP VALUE ZEROES.
011660 77  WS-EXCEPTION-COUNT          PIC 9(05)  COMP VALUE ZEROES.
011700 77  WS-AGE-LIMIT                PIC 9(02)  COMP VALUE 2.
011800*-----------------------------------------------------------------
011900* ACKNOWLEDGMENT TABLE - LOADED FROM ACKIN.  WS-ACK-USED-SW
012900             88  WS-ACK-USED                 VALUE 'Y'.
013000*-----------------------------------------------------------------
013100* OUTSTANDING POOL - PRIOR GREETPND ROWS (AGED BY ONE RUN)
013200* PLUS THE GREETIF ROWS SENT SINCE THE LAST MATCHING RUN.  THE
013250* ORIGINAL SEND DATE AND TOTAL AGE SURVIVE RESENDS FOR THE
013275* LATENCY HISTORY.
013300*-----------------------------------------------------------------
013400 01  WS-POOL-TABLE.
013500     05  WS-POOL-ENTRY OCCURS 2000 TIMES
013800         10  WS-POOL-SENT-DATE        PIC 9(08).
013900         10  WS-POOL-AGE              PIC 9(02).
013910         10  WS-POOL-RESEND           PIC 9(02).
013920         10  WS-POOL-BRANCH           PIC X(04).
013930         10  WS-POOL-ORIG-DATE        PIC 9(08).
013940         10  WS-POOL-TOTAL-AGE        PIC 9(03).
013950         10  WS-POOL-ESC-SW           PIC X(01).
013960             88  WS-POOL-ESCALATED           VALUE 'Y'.
014000*-----------------------------------------------------------------
014100* REPORT LAYOUT FIELDS
014200*-----------------------------------------------------------------
019500* 1000-INITIALIZE
019600*   OPENS ALL FILES AND WRITES THE REPORT HEADINGS.  THE ACKIN
019700*   AND GREETPND FILES MAY LEGITIMATELY BE ABSENT (FIRST RUN,
019800*   OR NO ACKS RETURNED); EITHER IS TREATED AS EMPTY.  THE
019850*   GREETLAT HISTORY IS EXTENDED, OR CREATED ON ITS FIRST USE.
019900*-----------------------------------------------------------------
020000 1000-INITIALIZE.
020010     PERFORM 1050-READ-BUSINESS-DATE
020020         THRU 1050-EXIT.
020030     PERFORM 1060-CHECK-CYCLE-STATUS
020040         THRU 1060-EXIT.
020100     OPEN INPUT ACKIN.
020200     IF WS-ACKIN-OK
020250         SET WS-ACKIN-OPEN TO TRUE
023100         MOVE 16 TO RETURN-CODE
023200         STOP RUN
023300     END-IF.
023305     OPEN EXTEND GREETLAT.
023310     IF NOT WS-GREETLAT-OK
023315         CLOSE GREETLAT
023320         OPEN OUTPUT GREETLAT
023325     END-IF.
023330     IF NOT WS-GREETLAT-OK
023335         DISPLAY "GREETACK0015E UNABLE TO OPEN GREETLAT - "
023340                 "RUN TERMINATED"
023345         MOVE 16 TO RETURN-CODE
023350         STOP RUN
023355     END-IF.
023360     OPEN EXTEND GREETEXC.
023363     IF NOT WS-GREETEXC-OK
023366         CLOSE GREETEXC
023369         OPEN OUTPUT GREETEXC
023372     END-IF.
023375     IF NOT WS-GREETEXC-OK
023378         DISPLAY "GREETACK0016E UNABLE TO OPEN GREETEXC - "
023381                 "RUN TERMINATED"
023384         MOVE 16 TO RETURN-CODE
023387         STOP RUN
023390     END-IF.
023400     MOVE SPACES TO WS-ACK-TABLE
023500                    WS-POOL-TABLE.
023700     STRING WS-RUN-DATE-MM   DELIMITED BY SIZE
023800            '/'              DELIMITED BY SIZE
023900            WS-RUN-DATE-DD   DELIMITED BY SIZE
024700*
024800 1000-EXIT.
024900     EXIT.
024901*-----------------------------------------------------------------
024902* 1050-READ-BUSINESS-DATE
024903*   TAKES THE RUN DATE FROM THE GREETBDT BUSINESS-DATE CONTROL
024904*   RECORD RATHER THAN THE SYSTEM CLOCK, SO THE RUN WORKS THE
024905*   CYCLE'S BUSINESS DAY EVEN WHEN IT IS HELD PAST MIDNIGHT.  A
024906*   MISSING OR INVALID CONTROL RECORD IS FATAL.
024907*-----------------------------------------------------------------
024908 1050-READ-BUSINESS-DATE.
024909     OPEN INPUT GREETBDT.
024910     IF NOT WS-GREETBDT-OK
024911         DISPLAY "GREETACK0010E UNABLE TO OPEN GREETBDT - "
024912                 "RUN TERMINATED"
024913         MOVE 16 TO RETURN-CODE
024914         STOP RUN
024915     END-IF.
024916     READ GREETBDT
024917         AT END
024918             MOVE SPACES TO BUSINESS-DATE-RECORD
024919     END-READ.
024920     IF BDT-BUSINESS-DATE IS NOT NUMERIC
024921        OR BDT-BUSINESS-DATE = ZEROES
024922         DISPLAY "GREETACK0011E NO VALID BUSINESS DATE ON "
024923                 "GREETBDT - RUN TERMINATED"
024924         MOVE 16 TO RETURN-CODE
024925         STOP RUN
024926     END-IF.
024927     MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
024928     CLOSE GREETBDT.
024929*
024930 1050-EXIT.
024931     EXIT.
024932*-----------------------------------------------------------------
024933* 1060-CHECK-CYCLE-STATUS
024934*   REFUSES THE RUN WHEN GREETCYC ALREADY SHOWS GREETACK COMPLETE
024935*   FOR THE BUSINESS DATE (A SECOND RUN FOR THE SAME DAY), OR
024936*   WHEN IT DOES NOT YET SHOW HELLOJOB COMPLETE (A RUN OUT OF
024937*   ORDER).  AN ABSENT FILE MEANS NOTHING HAS COMPLETED.
024938*-----------------------------------------------------------------
024939 1060-CHECK-CYCLE-STATUS.
024940     OPEN INPUT GREETCYC.
024941     IF WS-GREETCYC-OK
024942         PERFORM 1070-READ-CYCLE-ROW
024943             THRU 1070-EXIT
024944             UNTIL WS-GREETCYC-EOF
024945         CLOSE GREETCYC
024946     END-IF.
024947     IF WS-CYCLE-DONE
024948         DISPLAY "GREETACK0012E GREETACK ALREADY COMPLETE FOR "
024949                 "BUSINESS DATE " WS-RUN-DATE " - RUN "
024950                 "TERMINATED"
024951         MOVE 16 TO RETURN-CODE
024952         STOP RUN
024953     END-IF.
024954     IF NOT WS-HELLOJOB-DONE
024955        AND WS-CYCLE-WAIT-JOB = SPACES
024956         MOVE 'HELLOJOB' TO WS-CYCLE-WAIT-JOB
024957     END-IF.
024958     IF WS-CYCLE-WAIT-JOB NOT = SPACES
024959         DISPLAY "GREETACK0013E " WS-CYCLE-WAIT-JOB
024960                 " NOT YET COMPLETE FOR BUSINESS DATE "
024961                 WS-RUN-DATE " - RUN OUT OF ORDER - TERMINATED"
024962         MOVE 16 TO RETURN-CODE
024963         STOP RUN
024964     END-IF.
024965*
024966 1060-EXIT.
024967     EXIT.
024968*-----------------------------------------------------------------
024969* 1070-READ-CYCLE-ROW
024970*   READS ONE CYCLE-STATUS ROW, NOTING THE COMPLETIONS THAT
024971*   MATTER TO THIS RUN FOR THE BUSINESS DATE.
024972*-----------------------------------------------------------------
024973 1070-READ-CYCLE-ROW.
024974     READ GREETCYC
024975         AT END
024976             SET WS-GREETCYC-EOF TO TRUE
024977             GO TO 1070-EXIT
024978     END-READ.
024979     IF CYC-BUSINESS-DATE NOT = WS-RUN-DATE
024980        OR NOT CYC-STATUS-COMPLETE
024981         GO TO 1070-EXIT
024982     END-IF.
024983     IF CYC-JOB-NAME = WS-RPT-JOB-NAME
024984         SET WS-CYCLE-DONE TO TRUE
024985     END-IF.
024986     IF CYC-JOB-NAME = 'HELLOJOB'
024987         SET WS-HELLOJOB-DONE TO TRUE
024988     END-IF.
024989*
024990 1070-EXIT.
024991     EXIT.
025000*-----------------------------------------------------------------
025100* 2000-LOAD-ACKS
025200*   LOADS THE ACKIN ACKNOWLEDGMENT FILE INTO THE ACK TABLE.
032040         ELSE
032050             MOVE ZEROES TO WS-POOL-RESEND (WS-POOL-IDX)
032060         END-IF
032061         MOVE PND-BRANCH-CODE TO WS-POOL-BRANCH (WS-POOL-IDX)
032062         IF PND-ORIG-SENT-DATE IS NUMERIC
032063            AND PND-ORIG-SENT-DATE NOT = ZEROES
032064             MOVE PND-ORIG-SENT-DATE
032065                 TO WS-POOL-ORIG-DATE (WS-POOL-IDX)
032066         ELSE
032067             MOVE PND-SENT-DATE TO WS-POOL-ORIG-DATE (WS-POOL-IDX)
032068         END-IF
032069         IF PND-TOTAL-AGE IS NOT NUMERIC
032070             MOVE WS-POOL-AGE (WS-POOL-IDX)
032071                 TO WS-POOL-TOTAL-AGE (WS-POOL-IDX)
032072         ELSE
032073             IF PND-TOTAL-AGE < 999
032074                 COMPUTE WS-POOL-TOTAL-AGE (WS-POOL-IDX)
032075                     = PND-TOTAL-AGE + 1
032076             ELSE
032077                 MOVE 999 TO WS-POOL-TOTAL-AGE (WS-POOL-IDX)
032078             END-IF
032079         END-IF
032080         MOVE PND-ESCALATED-SW TO WS-POOL-ESC-SW (WS-POOL-IDX)
032100     END-IF.
032200*
032300 3100-EXIT.
036500*-----------------------------------------------------------------
036600* 4100-LOAD-SENT-RECORD
036700*   READS ONE GREETIF INTERFACE ROW INTO THE OUTSTANDING POOL.
036720*   A ROW ALREADY POOLED (A RESEND OF A PENDING ROW) ONLY
036740*   SUPPLIES THE BRANCH WHEN THE PENDING ROW DID NOT CARRY ONE.
036800*-----------------------------------------------------------------
036900 4100-LOAD-SENT-RECORD.
037000     READ GREETIF
038100         MOVE WS-RUN-DATE      TO WS-POOL-SENT-DATE (WS-POOL-IDX)
038200         MOVE ZEROES           TO WS-POOL-AGE       (WS-POOL-IDX)
038210         MOVE ZEROES           TO WS-POOL-RESEND    (WS-POOL-IDX)
038215         MOVE TIF-BRANCH-CODE  TO WS-POOL-BRANCH    (WS-POOL-IDX)
038220         MOVE WS-RUN-DATE      TO WS-POOL-ORIG-DATE (WS-POOL-IDX)
038225         MOVE ZEROES           TO WS-POOL-TOTAL-AGE (WS-POOL-IDX)
038230         MOVE 'N'              TO WS-POOL-ESC-SW    (WS-POOL-IDX)
038235     ELSE
038240         IF WS-POOL-BRANCH (WS-POOL-IDX) = SPACES
038245             MOVE TIF-BRANCH-CODE TO WS-POOL-BRANCH (WS-POOL-IDX)
038250         END-IF
038300     END-IF.
038400*
038500 4100-EXIT.
038700*-----------------------------------------------------------------
038800* 5000-MATCH-POOL
038900*   MATCHES EVERY POOLED RECORD AGAINST THE ACK TABLE.  MATCHED
039000*   RECORDS LEAVE THE POOL AND ARE LOGGED ON GREETLAT;
039100*   UNMATCHED RECORDS ARE CARRIED FORWARD ON GREETPNW AND
039150*   REPORTED WHEN OVERDUE.
039200*-----------------------------------------------------------------
039300 5000-MATCH-POOL.
039400     PERFORM 5100-MATCH-POOL-ENTRY
041500              AND NOT WS-ACK-USED (WS-ACK-IDX)
041600             SET WS-ACK-USED (WS-ACK-IDX) TO TRUE
041700             ADD 1 TO WS-MATCHED-COUNT
041710             PERFORM 5300-WRITE-LATENCY-ROW
041720                 THRU 5300-EXIT
041800     END-SEARCH.
041900*
042000 5100-EXIT.
043000     MOVE WS-POOL-SENT-DATE (WS-POOL-IDX) TO PWK-SENT-DATE.
043100     MOVE WS-POOL-AGE       (WS-POOL-IDX) TO PWK-AGE-DAYS.
043150     MOVE WS-POOL-RESEND    (WS-POOL-IDX) TO PWK-RESEND-COUNT.
043160     MOVE WS-POOL-BRANCH    (WS-POOL-IDX) TO PWK-BRANCH-CODE.
043170     MOVE WS-POOL-ORIG-DATE (WS-POOL-IDX) TO PWK-ORIG-SENT-DATE.
043180     MOVE WS-POOL-TOTAL-AGE (WS-POOL-IDX) TO PWK-TOTAL-AGE.
043190     MOVE WS-POOL-ESC-SW    (WS-POOL-IDX) TO PWK-ESCALATED-SW.
043200     WRITE GREETPNW-RECORD FROM PENDING-WORK-AREA.
043300     ADD 1 TO WS-OUTSTANDING-COUNT.
043400     IF WS-POOL-AGE (WS-POOL-IDX) > WS-AGE-LIMIT
044000             TO WS-RPT-EXC-DATE
044100         MOVE WS-POOL-AGE (WS-POOL-IDX) TO WS-RPT-EXC-AGE
044200         WRITE GREETARP-RECORD FROM WS-RPT-EXCEPTION-LINE
044210         MOVE SPACES TO EXCEPTION-RECORD
044215         SET EXC-SEV-MEDIUM         TO TRUE
044220         SET EXC-TYPE-ACK-OVERDUE   TO TRUE
044225         SET EXC-OWNER-TELLER-TEAM  TO TRUE
044230         SET EXC-KEY-RECIPIENT      TO TRUE
044235         MOVE WS-POOL-ID (WS-POOL-IDX) TO EXC-KEY
044240         SET EXC-AUTO-CLEAR         TO TRUE
044245         MOVE 'GREETING UNACKNOWLEDGED - OVERDUE' TO EXC-TEXT
044250         PERFORM 8500-WRITE-EXCEPTION-EVENT
044255             THRU 8500-EXIT
044300     END-IF.
044400*
044500 5200-EXIT.
044600     EXIT.
044602*-----------------------------------------------------------------
044604* 5300-WRITE-LATENCY-ROW
044606*   APPENDS THE LATENCY HISTORY ROW FOR ONE MATCH - FIRST SEND
044608*   DATE, ACK DATE, BUSINESS DAYS OUTSTANDING SINCE THE FIRST
044610*   SEND, BRANCH, AND WHETHER A RESEND OR ESCALATION WAS NEEDED.
044612*-----------------------------------------------------------------
044614 5300-WRITE-LATENCY-ROW.
044616     MOVE SPACES TO LATENCY-RECORD.
044618     SET LAT-TYPE-ACK TO TRUE.
044620     MOVE WS-POOL-ID        (WS-POOL-IDX) TO LAT-RECIPIENT-ID.
044622     MOVE WS-POOL-BRANCH    (WS-POOL-IDX) TO LAT-BRANCH-CODE.
044624     MOVE WS-POOL-ORIG-DATE (WS-POOL-IDX) TO LAT-SENT-DATE.
044626     MOVE WS-ACK-ACK-DATE   (WS-ACK-IDX)  TO LAT-ACK-DATE.
044628     MOVE WS-POOL-TOTAL-AGE (WS-POOL-IDX) TO LAT-BUSINESS-DAYS.
044630     MOVE WS-POOL-RESEND    (WS-POOL-IDX) TO LAT-RESEND-COUNT.
044632     IF WS-POOL-RESEND (WS-POOL-IDX) > ZEROES
044634         SET LAT-RESENT TO TRUE
044636     ELSE
044638         MOVE 'N' TO LAT-RESENT-SW
044640     END-IF.
044642     IF WS-POOL-ESCALATED (WS-POOL-IDX)
044644         SET LAT-ESCALATED TO TRUE
044646     ELSE
044648         MOVE 'N' TO LAT-ESCALATED-SW
044650     END-IF.
044652     MOVE WS-RUN-DATE     TO LAT-EVENT-DATE.
044654     MOVE WS-RPT-JOB-NAME TO LAT-PROGRAM-ID.
044656     WRITE LATENCY-RECORD.
044658     ADD 1 TO WS-LATENCY-COUNT.
044660*
044662 5300-EXIT.
044664     EXIT.
044700*-----------------------------------------------------------------
044800* 6000-REPORT-ORPHAN-ACKS
044900*   REPORTS EVERY ACKNOWLEDGMENT THAT MATCHED NOTHING WE SENT.
047000             TO WS-RPT-EXC-DATE
047100         MOVE ZEROES TO WS-RPT-EXC-AGE
047200         WRITE GREETARP-RECORD FROM WS-RPT-EXCEPTION-LINE
047210         MOVE SPACES TO EXCEPTION-RECORD
047215         SET EXC-SEV-LOW            TO TRUE
047220         SET EXC-TYPE-ACK-NOT-SENT  TO TRUE
047225         SET EXC-OWNER-TELLER-TEAM  TO TRUE
047230         SET EXC-KEY-RECIPIENT      TO TRUE
047235         MOVE WS-ACK-ID (WS-ACK-IDX) TO EXC-KEY
047240         MOVE 'N' TO EXC-AUTO-CLEAR-SW
047245         MOVE 'ACK FOR GREETING NEVER SENT' TO EXC-TEXT
047250         PERFORM 8500-WRITE-EXCEPTION-EVENT
047255             THRU 8500-EXIT
047300     END-IF.
047400*
047500 6100-EXIT.
047600     EXIT.
047700*-----------------------------------------------------------------
047800* 8500-WRITE-EXCEPTION-EVENT
047900*   STAMPS THE EXCEPTION EVENT BUILT BY THE CALLER WITH THE
048000*   PROGRAM AND BUSINESS DATE AND APPENDS IT TO GREETEXC FOR THE
048100*   MORNING WORKLIST.
048200*-----------------------------------------------------------------
048300 8500-WRITE-EXCEPTION-EVENT.
048400     MOVE WS-RPT-JOB-NAME TO EXC-PROGRAM-ID.
048500     MOVE WS-RUN-DATE     TO EXC-BUSINESS-DATE.
048600     MOVE ZEROES          TO EXC-FIRST-DATE
048700                             EXC-DAYS-OPEN.
048800     WRITE EXCEPTION-RECORD.
048900     ADD 1 TO WS-EXCEPTION-COUNT.
049000*
049100 8500-EXIT.
049200     EXIT.
049300*-----------------------------------------------------------------
049400* 8600-WRITE-RUN-MARKER
049500*   APPENDS THE RUNDONE MARKER THAT TELLS THE WORKLIST THIS RUN
049600*   FINISHED, SO ITEMS IT DID NOT RAISE AGAIN MAY BE CLEARED.
049700*-----------------------------------------------------------------
049800 8600-WRITE-RUN-MARKER.
049900     MOVE SPACES TO EXCEPTION-RECORD.
050000     MOVE ZEROES TO EXC-SEVERITY.
050100     SET EXC-TYPE-RUN-DONE TO TRUE.
050200     MOVE 'RUN COMPLETE' TO EXC-TEXT.
050300     PERFORM 8500-WRITE-EXCEPTION-EVENT
050400         THRU 8500-EXIT.
050500*
050600 8600-EXIT.
050700     EXIT.
050800*-----------------------------------------------------------------
050900* 9000-TERMINATE
051000*   WRITES THE CONTROL-TOTAL LINES, CLOSES THE FILES, AND SETS
051100*   THE CONDITION CODE - 4 WHEN ANY GREETING IS OVERDUE FOR
051200*   ACKNOWLEDGMENT, 6 WHEN GREETIF ENDS IN AN UNTERMINATED
051300*   ENVELOPE SO THE JOB'S ARCHIVE/CLEAR STEPS LEAVE THE FILE
051400*   FOR THE PENDING RESTART TO COMPLETE.
051500*-----------------------------------------------------------------
051600 9000-TERMINATE.
051700     MOVE 'ACKNOWLEDGMENTS RECEIVED:         '
051800         TO WS-RPT-COUNT-TEXT.
051900     MOVE WS-ACK-COUNT TO WS-RPT-COUNT.
052000     WRITE GREETARP-RECORD FROM WS-RPT-COUNT-LINE.
052100     MOVE 'GREETINGS MATCHED:                '
052200         TO WS-RPT-COUNT-TEXT.
052300     MOVE WS-MATCHED-COUNT TO WS-RPT-COUNT.
052400     WRITE GREETARP-RECORD FROM WS-RPT-COUNT-LINE.
052500     MOVE 'GREETINGS STILL OUTSTANDING:      '
052600         TO WS-RPT-COUNT-TEXT.
052700     MOVE WS-OUTSTANDING-COUNT TO WS-RPT-COUNT.
052800     WRITE GREETARP-RECORD FROM WS-RPT-COUNT-LINE.
052900     MOVE 'OUTSTANDING OVER AGE LIMIT:       '
053000         TO WS-RPT-COUNT-TEXT.
053100     MOVE WS-OVERDUE-COUNT TO WS-RPT-COUNT.
053200     WRITE GREETARP-RECORD FROM WS-RPT-COUNT-LINE.
053300     MOVE 'ACKS FOR GREETINGS NEVER SENT:    '
053400         TO WS-RPT-COUNT-TEXT.
053500     MOVE WS-ORPHAN-ACK-COUNT TO WS-RPT-COUNT.
053600     WRITE GREETARP-RECORD FROM WS-RPT-COUNT-LINE.
053700     MOVE 'LATENCY HISTORY ROWS WRITTEN:     '
053800         TO WS-RPT-COUNT-TEXT.
053900     MOVE WS-LATENCY-COUNT TO WS-RPT-COUNT.
054000     WRITE GREETARP-RECORD FROM WS-RPT-COUNT-LINE.
054100     MOVE 'EXCEPTION EVENTS LOGGED:          '
054200         TO WS-RPT-COUNT-TEXT.
054300     MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT.
054400     WRITE GREETARP-RECORD FROM WS-RPT-COUNT-LINE.
054500     PERFORM 8600-WRITE-RUN-MARKER
054600         THRU 8600-EXIT.
054700     CLOSE GREETPNW.
054800     CLOSE GREETARP.
054900     CLOSE GREETLAT.
055000     CLOSE GREETEXC.
055100     IF WS-OVERDUE-COUNT > 0
055200         DISPLAY "GREETACK0008W " WS-OVERDUE-COUNT
055300                 " GREETING(S) UNACKNOWLEDGED PAST THE AGE "
055400                 "LIMIT - SEE GREETARP"
055500         IF RETURN-CODE < 4
055600             MOVE 4 TO RETURN-CODE
055700         END-IF
055800     END-IF.
055900     IF WS-ENVELOPE-OPEN
056000         DISPLAY "GREETACK0009W GREETIF ENDS IN AN "
056100                 "UNTERMINATED BATCH ENVELOPE - RESTART "
056200                 "PENDING - GREETIF LEFT INTACT"
056300         IF RETURN-CODE < 6
056400             MOVE 6 TO RETURN-CODE
056500         END-IF
056600     END-IF.
056700     PERFORM 9100-RECORD-CYCLE-STATUS
056800         THRU 9100-EXIT.
056900*
057000 9000-EXIT.
057100     EXIT.
057200*-----------------------------------------------------------------
057300* 9100-RECORD-CYCLE-STATUS
057400*   WRITES GREETACK'S COMPLETION ROW FOR THE BUSINESS DATE TO
057500*   GREETCYN.  THE JOB'S LAST STEP APPENDS IT TO GREETCYC ONLY
057600*   AFTER THE GREETPND PROMOTES, THE GREETIF ARCHIVE AND CLEAR
057700*   AND THE GREETRSN RESEND RUN HAVE ALL ENDED CLEAN, SO THE
057800*   DEPENDENT JOBS ARE NEVER RELEASED ON A HALF-FINISHED CYCLE.
057900*   A JOB THAT FAILS IN A LATER STEP IS RESTARTED AT THAT STEP.
058000*   A JOB THAT FAILS IN THIS STEP IS RERUN FROM ITS FIRST STEP:
058100*   GREETPNW IS REWRITTEN, GREETARP IS A NEW GENERATION, THE
058200*   LATENCY ROWS ARE STAGED ON A WORK FILE THE JOB CLEARS FIRST,
058300*   AND GREETEXC EVENTS RAISED AGAIN ARE COUNTED ONCE BY THE
058400*   MORNING WORKLIST AS A RERUN OF THE SOURCE.  FAILING TO
058500*   WRITE THE ROW IS FATAL.
058600*-----------------------------------------------------------------
058700 9100-RECORD-CYCLE-STATUS.
058800     OPEN OUTPUT GREETCYN.
058900     IF NOT WS-GREETCYN-OK
059000         DISPLAY "GREETACK0014E UNABLE TO WRITE GREETCYN - "
059100                 "COMPLETION NOT RECORDED - RUN TERMINATED"
059200         MOVE 16 TO RETURN-CODE
059300         STOP RUN
059400     END-IF.
059500     MOVE SPACES            TO GREETCYN-RECORD.
059600     MOVE WS-RUN-DATE       TO CYN-BUSINESS-DATE.
059700     MOVE WS-RPT-JOB-NAME   TO CYN-JOB-NAME.
059800     MOVE 'C'               TO CYN-STATUS-CODE.
059900     MOVE RETURN-CODE       TO CYN-RETURN-CODE.
060000     ACCEPT CYN-SYSTEM-DATE FROM DATE YYYYMMDD.
060100     ACCEPT CYN-SYSTEM-TIME FROM TIME.
060200     WRITE GREETCYN-RECORD.
060300     CLOSE GREETCYN.
060400*
060500 9100-EXIT.
060600     EXIT.
