000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GREETRIC.
000300 AUTHOR.      R TOMASZEWSKI.
000400 INSTALLATION.BRANCH OPERATIONS SUPPORT.
000500 DATE-WRITTEN.10/15/2026.
000600 DATE-COMPILED.10/15/2026.
000700*-----------------------------------------------------------------
000800* REMARKS.  WEEKLY REFERENTIAL-INTEGRITY SWEEP ACROSS THE GREETING
000900*           FILES.  EACH FILE IS EDITED ON ITS OWN BY THE DAILY
001000*           CYCLE, BUT NOTHING THERE PROVES THE FILES STILL AGREE
001100*           WITH ONE ANOTHER - A BRANCH DROPPED FROM BRANCHMF, A
001200*           LANGUAGE WHOSE LAST GREETMSG ROW HAS EXPIRED, OR A
001300*           RECIPIENT DELETED WHILE STILL AWAITING ACKNOWLEDGMENT
001400*           ONLY SHOWS UP AS A QUIET MISS ON SOME LATER MORNING.
001500*           THIS RUN CHECKS SIX RULES AND LISTS EVERY OFFENDING
001600*           KEY ON THE GREETRIR REPORT, ONE SECTION PER RULE WITH
001700*           ITS OWN COUNT:
001800*
001900*             1  GREETIN BRANCH CODE NOT ON BRANCHMF
002000*             2  GREETIN LANGUAGE CODE WITH NO CURRENT OR FUTURE
002100*                GREETMSG ROW (A BLANK CODE TAKES THE DEFAULT
002200*                LANGUAGE AND IS NOT CHECKED)
002300*             3  GREETPND PENDING ROW FOR A RECIPIENT NO LONGER ON
002400*                GREETIN
002500*             4  GREETSPD SUSPENSE ROW WHOSE RECIPIENT HAS SINCE
002600*                BEEN FIXED ON GREETIN - THE MASTER RECORD DIFFERS
002700*                FROM THE SUSPENDED IMAGE AND NOW PASSES THE
002800*                GREETEDT FRONT-END EDITS, SO THE ROW IS STALE
002900*             5  BRANCHMF BRANCH WITH NO RECIPIENTS ON GREETIN
003000*             6  GREETXMT BATCH STILL AT STATUS 'S' WITH NO BATCH
003100*                HEADER ON THE LIVE GREETIF OR ITS GREETIFA
003200*                ARCHIVE GENERATIONS (CONCATENATED UNDER THE
003300*                GREETIF DD)
003400*
003500*           LANGUAGE AND EFFECTIVE DATES ARE JUDGED AGAINST THE
003600*           GREETBDT BUSINESS DATE.  ANY RULE WITH AN EXCEPTION
003700*           SETS A WARNING CONDITION CODE (CC 4) SO THE SCHEDULER
003800*           FLAGS THE REPORT FOR REVIEW; THE RUN CHANGES NO FILE.
003900*-----------------------------------------------------------------
004000* MODIFICATION HISTORY.
004100*   10/15/2026  RT  INITIAL VERSION.
004110*   10/15/2026  RT  WELCOME-TYPE GREETMSG ROWS NO LONGER COUNT
004120*                   TOWARD A LANGUAGE; RULE 4 ALSO APPLIES THE
004130*                   GREETEDT STATUS-CODE AND START/END DATE EDITS.
004140*   10/15/2026  RT  READ AND EXCEPTION COUNTERS WIDENED TO SEVEN
004150*                   DIGITS FOR SIX-DIGIT VOLUMES AND THE GREETIFA
004160*                   ARCHIVE CONCATENATION.
004200*-----------------------------------------------------------------
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.  IBM-370.
004600 OBJECT-COMPUTER.  IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT GREETBDT ASSIGN TO GREETBDT
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-GREETBDT-STATUS.
005200     SELECT BRANCHMF ASSIGN TO BRANCHMF
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-BRANCHMF-STATUS.
005500     SELECT GREETMSG ASSIGN TO GREETMSG
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-GREETMSG-STATUS.
005800     SELECT GREETIN ASSIGN TO GREETIN
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS GR-RECIPIENT-ID
006200         ALTERNATE RECORD KEY IS GR-BRANCH-CODE
006300             WITH DUPLICATES
006400         FILE STATUS IS WS-GREETIN-STATUS.
006500     SELECT GREETPND ASSIGN TO GREETPND
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-GREETPND-STATUS.
006800     SELECT GREETSPD ASSIGN TO GREETSPD
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-GREETSPD-STATUS.
007100     SELECT GREETXMT ASSIGN TO GREETXMT
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-GREETXMT-STATUS.
007400     SELECT GREETIF ASSIGN TO GREETIF
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-GREETIF-STATUS.
007700     SELECT GREETRIR ASSIGN TO GREETRIR
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-GREETRIR-STATUS.
008000*
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  GREETBDT
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 COPY BUSDTREC.
008700*
008800 FD  BRANCHMF
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 COPY BRNCHREC.
009200*
009300 FD  GREETMSG
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600 COPY MSGREC.
009700*
009800 FD  GREETIN
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100 COPY GREETREC.
010200*
010300 FD  GREETPND
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD.
010600 COPY PENDREC.
010700*
010800 FD  GREETSPD
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD.
011100 COPY SUSPREC.
011200*
011300 FD  GREETXMT
011400     RECORDING MODE IS F
011500     LABEL RECORDS ARE STANDARD.
011600 COPY XMITREC.
011700*
011800 FD  GREETIF
011900     RECORDING MODE IS F
012000     LABEL RECORDS ARE STANDARD.
012100 COPY GREETIFR.
012200*
012300 FD  GREETRIR
012400     RECORDING MODE IS F
012500     LABEL RECORDS ARE STANDARD.
012600 01  GREETRIR-RECORD                PIC X(132).
012700*
012800 WORKING-STORAGE SECTION.
012900*-----------------------------------------------------------------
013000* FILE STATUS SWITCHES.  STATUS '02' ON THE MASTER IS A
013100* SUCCESSFUL READ ON A DUPLICATED ALTERNATE KEY VALUE.
013200*-----------------------------------------------------------------
013300 01  WS-FILE-STATUSES.
013400     05  WS-GREETBDT-STATUS      PIC X(02)  VALUE SPACES.
013500         88  WS-GREETBDT-OK                   VALUE '00'.
013600     05  WS-BRANCHMF-STATUS      PIC X(02)  VALUE SPACES.
013700         88  WS-BRANCHMF-OK                   VALUE '00'.
013800     05  WS-GREETMSG-STATUS      PIC X(02)  VALUE SPACES.
013900         88  WS-GREETMSG-OK                   VALUE '00'.
014000     05  WS-GREETIN-STATUS       PIC X(02)  VALUE SPACES.
014100         88  WS-GREETIN-OK                    VALUE '00' '02'.
014200     05  WS-GREETPND-STATUS      PIC X(02)  VALUE SPACES.
014300         88  WS-GREETPND-OK                   VALUE '00'.
014400     05  WS-GREETSPD-STATUS      PIC X(02)  VALUE SPACES.
014500         88  WS-GREETSPD-OK                   VALUE '00'.
014600     05  WS-GREETXMT-STATUS      PIC X(02)  VALUE SPACES.
014700         88  WS-GREETXMT-OK                   VALUE '00'.
014800     05  WS-GREETIF-STATUS       PIC X(02)  VALUE SPACES.
014900         88  WS-GREETIF-OK                    VALUE '00'.
015000     05  WS-GREETRIR-STATUS      PIC X(02)  VALUE SPACES.
015100         88  WS-GREETRIR-OK                   VALUE '00'.
015200*-----------------------------------------------------------------
015300* PROGRAM SWITCHES
015400*-----------------------------------------------------------------
015500 01  WS-SWITCHES.
015600     05  WS-BRANCHMF-EOF-SW      PIC X(01)  VALUE 'N'.
015700         88  WS-BRANCHMF-EOF                  VALUE 'Y'.
015800     05  WS-GREETMSG-EOF-SW      PIC X(01)  VALUE 'N'.
015900         88  WS-GREETMSG-EOF                  VALUE 'Y'.
016000     05  WS-GREETIN-EOF-SW       PIC X(01)  VALUE 'N'.
016100         88  WS-GREETIN-EOF                   VALUE 'Y'.
016200     05  WS-GREETPND-EOF-SW      PIC X(01)  VALUE 'N'.
016300         88  WS-GREETPND-EOF                  VALUE 'Y'.
016400     05  WS-GREETSPD-EOF-SW      PIC X(01)  VALUE 'N'.
016500         88  WS-GREETSPD-EOF                  VALUE 'Y'.
016600     05  WS-GREETXMT-EOF-SW      PIC X(01)  VALUE 'N'.
016700         88  WS-GREETXMT-EOF                  VALUE 'Y'.
016800     05  WS-GREETIF-EOF-SW       PIC X(01)  VALUE 'N'.
016900         88  WS-GREETIF-EOF                   VALUE 'Y'.
017000     05  WS-BRANCH-FOUND-SW      PIC X(01)  VALUE 'N'.
017100         88  WS-BRANCH-FOUND                  VALUE 'Y'.
017200     05  WS-LANGUAGE-FOUND-SW    PIC X(01)  VALUE 'N'.
017300         88  WS-LANGUAGE-FOUND                VALUE 'Y'.
017400     05  WS-MASTER-FOUND-SW      PIC X(01)  VALUE 'N'.
017500         88  WS-MASTER-FOUND                  VALUE 'Y'.
017600     05  WS-MASTER-VALID-SW      PIC X(01)  VALUE 'N'.
017700         88  WS-MASTER-VALID                  VALUE 'Y'.
017800*-----------------------------------------------------------------
017900* RUN CONTROL FIELDS
018000*-----------------------------------------------------------------
018100 01  WS-RUN-FIELDS.
018200     05  WS-RUN-DATE             PIC 9(08)  VALUE ZEROES.
018300     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
018400         10  WS-RUN-DATE-CCYY    PIC 9(04).
018500         10  WS-RUN-DATE-MM      PIC 9(02).
018600         10  WS-RUN-DATE-DD      PIC 9(02).
018700     05  WS-RUN-DATE-EDIT        PIC X(10)  VALUE SPACES.
018800     05  WS-CHECK-BRANCH-CODE    PIC X(04)  VALUE SPACES.
018900     05  WS-CHECK-LANG-CODE      PIC X(02)  VALUE SPACES.
019000     05  WS-SUSPENDED-IMAGE      PIC X(80)  VALUE SPACES.
019100     05  WS-SUSPENDED-IMAGE-X REDEFINES WS-SUSPENDED-IMAGE.
019200         10  WS-SUS-RECIPIENT-ID     PIC X(06).
019300         10  FILLER                  PIC X(74).
019400 77  WS-BRANCH-SUB               PIC 9(05)  COMP VALUE ZEROES.
019500 77  WS-BRANCH-ENTRY-COUNT       PIC 9(05)  COMP VALUE ZEROES.
019600 77  WS-LANG-SUB                 PIC 9(05)  COMP VALUE ZEROES.
019700 77  WS-LANG-ENTRY-COUNT         PIC 9(05)  COMP VALUE ZEROES.
019800 77  WS-BATCH-SUB                PIC 9(05)  COMP VALUE ZEROES.
019900 77  WS-BATCH-ENTRY-COUNT        PIC 9(05)  COMP VALUE ZEROES.
020000 77  WS-MASTER-READ-COUNT        PIC 9(07)  COMP VALUE ZEROES.
020100 77  WS-PENDING-READ-COUNT       PIC 9(07)  COMP VALUE ZEROES.
020200 77  WS-SUSPENSE-READ-COUNT      PIC 9(07)  COMP VALUE ZEROES.
020300 77  WS-ENVELOPE-READ-COUNT      PIC 9(07)  COMP VALUE ZEROES.
020400 77  WS-RULE-COUNT               PIC 9(05)  COMP VALUE ZEROES.
020500 77  WS-RULES-FAILED             PIC 9(05)  COMP VALUE ZEROES.
020600*-----------------------------------------------------------------
020700* EXCEPTION COUNTS BY RULE, FOR THE CLOSING SUMMARY.
020800*-----------------------------------------------------------------
020900 01  WS-RULE-TOTALS.
021000     05  WS-RULE-TOTAL           PIC 9(07)  COMP OCCURS 6 TIMES.
021100*-----------------------------------------------------------------
021200* BRANCH TABLE - ONE ENTRY PER BRANCHMF BRANCH, WITH THE NUMBER OF
021300* GREETIN RECIPIENTS FOUND FOR IT.  SIZED FOR 1000 BRANCHES - MORE
021400* IS FATAL, SINCE A SHORT TABLE WOULD REPORT GOOD BRANCH CODES AS
021500* MISSING.
021600*-----------------------------------------------------------------
021700 01  WS-BRANCH-TABLE.
021800     05  WS-BRANCH-ENTRY OCCURS 1000 TIMES.
021900         10  WS-BRT-BRANCH-CODE      PIC X(04).
022000         10  WS-BRT-BRANCH-NAME      PIC X(25).
022100         10  WS-BRT-REGION-CODE      PIC X(04).
022200         10  WS-BRT-RECIPIENTS       PIC 9(07)  COMP.
022300*-----------------------------------------------------------------
022400* LANGUAGE TABLE - EVERY GREETMSG LANGUAGE WITH A ROW THAT IS
022500* CURRENT OR STILL TO COME ON THE BUSINESS DATE.  WS-LNT-CURRENT
022600* MARKS A LANGUAGE WITH A ROW IN EFFECT ON THE DATE ITSELF - THE
022700* SET THE GREETEDT EDIT ACCEPTS.
022800*-----------------------------------------------------------------
022900 01  WS-LANGUAGE-TABLE.
023000     05  WS-LANGUAGE-ENTRY OCCURS 50 TIMES.
023100         10  WS-LNT-LANGUAGE-CODE    PIC X(02).
023200         10  WS-LNT-CURRENT-SW       PIC X(01).
023300             88  WS-LNT-CURRENT             VALUE 'Y'.
023400*-----------------------------------------------------------------
023500* BATCHES STILL AT STATUS 'S' ON GREETXMT, EACH MARKED WHEN ITS
023600* ENVELOPE HEADER TURNS UP ON GREETIF.  SIZED FOR 500 BATCHES -
023700* MORE IS FATAL.
023800*-----------------------------------------------------------------
023900 01  WS-BATCH-TABLE.
024000     05  WS-BATCH-ENTRY OCCURS 500 TIMES.
024100         10  WS-BAT-BATCH-NUMBER     PIC 9(06).
024200         10  WS-BAT-RUN-DATE         PIC 9(08).
024300         10  WS-BAT-RECORD-COUNT     PIC 9(06).
024400         10  WS-BAT-BATCH-TYPE       PIC X(01).
024500         10  WS-BAT-FOUND-SW         PIC X(01).
024600             88  WS-BAT-FOUND               VALUE 'Y'.
024700*-----------------------------------------------------------------
024800* REPORT LAYOUT FIELDS
024900*-----------------------------------------------------------------
025000 01  WS-REPORT-LINES.
025100     05  WS-RPT-HEADER-1.
025200         10  FILLER              PIC X(10) VALUE 'JOB NAME: '.
025300         10  WS-RPT-JOB-NAME     PIC X(08) VALUE 'GREETRIC'.
025400         10  FILLER              PIC X(10) VALUE SPACES.
025500         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
025600         10  WS-RPT-RUN-DATE     PIC X(10) VALUE SPACES.
025700         10  FILLER              PIC X(84) VALUE SPACES.
025800     05  WS-RPT-HEADER-2.
025900         10  FILLER              PIC X(40)
026000             VALUE 'WEEKLY REFERENTIAL-INTEGRITY SWEEP'.
026100         10  FILLER              PIC X(92) VALUE SPACES.
026200     05  WS-RPT-RULE-HEADER.
026300         10  FILLER              PIC X(05) VALUE 'RULE '.
026400         10  WS-RPT-RULE-NUMBER  PIC 9(01) VALUE ZEROES.
026500         10  FILLER              PIC X(03) VALUE ' - '.
026600         10  WS-RPT-RULE-TEXT    PIC X(60) VALUE SPACES.
026700         10  FILLER              PIC X(63) VALUE SPACES.
026800     05  WS-RPT-COLUMN-HEADER    PIC X(132) VALUE SPACES.
026900     05  WS-RPT-RECIPIENT-DETAIL.
027000         10  FILLER              PIC X(04) VALUE SPACES.
027100         10  WS-RPT-RCP-ID       PIC X(06) VALUE SPACES.
027200         10  FILLER              PIC X(02) VALUE SPACES.
027300         10  WS-RPT-RCP-NAME     PIC X(30) VALUE SPACES.
027400         10  FILLER              PIC X(02) VALUE SPACES.
027500         10  WS-RPT-RCP-BRANCH   PIC X(04) VALUE SPACES.
027600         10  FILLER              PIC X(04) VALUE SPACES.
027700         10  WS-RPT-RCP-LANGUAGE PIC X(02) VALUE SPACES.
027800         10  FILLER              PIC X(78) VALUE SPACES.
027900     05  WS-RPT-PENDING-DETAIL.
028000         10  FILLER              PIC X(04) VALUE SPACES.
028100         10  WS-RPT-PND-ID       PIC X(06) VALUE SPACES.
028200         10  FILLER              PIC X(04) VALUE SPACES.
028300         10  WS-RPT-PND-SENT     PIC 9(08) VALUE ZEROES.
028400         10  FILLER              PIC X(04) VALUE SPACES.
028500         10  WS-RPT-PND-AGE      PIC Z9.
028600         10  FILLER              PIC X(08) VALUE SPACES.
028700         10  WS-RPT-PND-RESENDS  PIC Z9.
028800         10  FILLER              PIC X(94) VALUE SPACES.
028900     05  WS-RPT-SUSPENSE-DETAIL.
029000         10  FILLER              PIC X(04) VALUE SPACES.
029100         10  WS-RPT-SUS-ID       PIC X(06) VALUE SPACES.
029200         10  FILLER              PIC X(04) VALUE SPACES.
029300         10  WS-RPT-SUS-REASON   PIC X(04) VALUE SPACES.
029400         10  FILLER              PIC X(04) VALUE SPACES.
029500         10  WS-RPT-SUS-AGE      PIC X(02) VALUE SPACES.
029600         10  FILLER              PIC X(108) VALUE SPACES.
029700     05  WS-RPT-BRANCH-DETAIL.
029800         10  FILLER              PIC X(04) VALUE SPACES.
029900         10  WS-RPT-BR-CODE      PIC X(04) VALUE SPACES.
030000         10  FILLER              PIC X(04) VALUE SPACES.
030100         10  WS-RPT-BR-NAME      PIC X(25) VALUE SPACES.
030200         10  FILLER              PIC X(03) VALUE SPACES.
030300         10  WS-RPT-BR-REGION    PIC X(04) VALUE SPACES.
030400         10  FILLER              PIC X(88) VALUE SPACES.
030500     05  WS-RPT-BATCH-DETAIL.
030600         10  FILLER              PIC X(04) VALUE SPACES.
030700         10  WS-RPT-BAT-NUMBER   PIC 9(06) VALUE ZEROES.
030800         10  FILLER              PIC X(04) VALUE SPACES.
030900         10  WS-RPT-BAT-RUN-DATE PIC 9(08) VALUE ZEROES.
031000         10  FILLER              PIC X(04) VALUE SPACES.
031100         10  WS-RPT-BAT-COUNT    PIC ZZZZZ9.
031200         10  FILLER              PIC X(04) VALUE SPACES.
031300         10  WS-RPT-BAT-TYPE     PIC X(06) VALUE SPACES.
031400         10  FILLER              PIC X(90) VALUE SPACES.
031500     05  WS-RPT-NONE-LINE.
031600         10  FILLER              PIC X(04) VALUE SPACES.
031700         10  FILLER              PIC X(20) VALUE 'NO EXCEPTIONS'.
031800         10  FILLER              PIC X(108) VALUE SPACES.
031900     05  WS-RPT-COUNT-LINE.
032000         10  WS-RPT-COUNT-TEXT   PIC X(28) VALUE SPACES.
032100         10  WS-RPT-COUNT        PIC ZZZZZZ9.
032200         10  FILLER              PIC X(97) VALUE SPACES.
032300*-----------------------------------------------------------------
032400* RULE TITLES AND COLUMN HEADINGS, ONE PER RULE.
032500*-----------------------------------------------------------------
032600 01  WS-RULE-TITLES.
032700     05  FILLER                  PIC X(60) VALUE
032800         'GREETIN BRANCH CODE NOT ON BRANCHMF'.
032900     05  FILLER                  PIC X(60) VALUE
033000         'GREETIN LANGUAGE WITH NO CURRENT/FUTURE GREETMSG ROW'.
033100     05  FILLER                  PIC X(60) VALUE
033200         'GREETPND ROW FOR A RECIPIENT NO LONGER ON GREETIN'.
033300     05  FILLER                  PIC X(60) VALUE
033400         'GREETSPD ROW FOR A RECIPIENT SINCE FIXED ON GREETIN'.
033500     05  FILLER                  PIC X(60) VALUE
033600         'BRANCHMF BRANCH WITH NO RECIPIENTS'.
033700     05  FILLER                  PIC X(60) VALUE
033800         'GREETXMT BATCH AT STATUS S WITH NO GREETIF ARCHIVE'.
033900 01  WS-RULE-TITLE-TABLE REDEFINES WS-RULE-TITLES.
034000     05  WS-RULE-TITLE           PIC X(60) OCCURS 6 TIMES.
034100 01  WS-COLUMN-HEADINGS.
034200     05  WS-COL-RECIPIENT.
034300         10  FILLER              PIC X(44) VALUE
034400             '    ID      RECIPIENT NAME'.
034500         10  FILLER              PIC X(16) VALUE 'BRANCH  LANG'.
034600     05  WS-COL-PENDING          PIC X(60) VALUE
034700         '    ID        SENT        AGE    RESENDS'.
034800     05  WS-COL-SUSPENSE         PIC X(60) VALUE
034900         '    ID        REASON  AGE'.
035000     05  WS-COL-BRANCH           PIC X(60) VALUE
035100         '    BRANCH  BRANCH NAME                  REGION'.
035200     05  WS-COL-BATCH            PIC X(60) VALUE
035300         '    BATCH     RUN DATE    RECORDS   TYPE'.
035400*
035500 PROCEDURE DIVISION.
035600*-----------------------------------------------------------------
035700* 0000-MAINLINE
035800*   CONTROLS THE OVERALL FLOW OF THE INTEGRITY SWEEP - ONE PASS
035900*   PER RULE, IN RULE ORDER, SO THE REPORT GROUPS BY RULE.
036000*-----------------------------------------------------------------
036100 0000-MAINLINE.
036200     PERFORM 1000-INITIALIZE
036300         THRU 1000-EXIT.
036400     PERFORM 2000-CHECK-MASTER-BRANCHES
036500         THRU 2000-EXIT.
036600     PERFORM 3000-CHECK-MASTER-LANGUAGES
036700         THRU 3000-EXIT.
036800     PERFORM 4000-CHECK-PENDING
036900         THRU 4000-EXIT.
037000     PERFORM 5000-CHECK-SUSPENSE
037100         THRU 5000-EXIT.
037200     PERFORM 6000-CHECK-EMPTY-BRANCHES
037300         THRU 6000-EXIT.
037400     PERFORM 7000-CHECK-SENT-BATCHES
037500         THRU 7000-EXIT.
037600     PERFORM 9000-TERMINATE
037700         THRU 9000-EXIT.
037800     STOP RUN.
037900*
038000 0000-MAINLINE-EXIT.
038100     EXIT.
038200*-----------------------------------------------------------------
038300* 1000-INITIALIZE
038400*   TAKES THE BUSINESS DATE, LOADS THE BRANCH AND LANGUAGE TABLES,
038500*   OPENS THE MASTER AND THE REPORT, AND WRITES THE HEADINGS.  ANY
038600*   FILE FAILING TO OPEN IS FATAL TO THE RUN.
038700*-----------------------------------------------------------------
038800 1000-INITIALIZE.
038900     PERFORM 1050-READ-BUSINESS-DATE
039000         THRU 1050-EXIT.
039100     OPEN OUTPUT GREETRIR.
039200     IF NOT WS-GREETRIR-OK
039300         DISPLAY "GREETRIC0001E UNABLE TO OPEN GREETRIR - "
039400                 "RUN TERMINATED"
039500         MOVE 16 TO RETURN-CODE
039600         STOP RUN
039700     END-IF.
039800     OPEN INPUT  GREETIN.
039900     IF NOT WS-GREETIN-OK
040000         DISPLAY "GREETRIC0002E UNABLE TO OPEN GREETIN - "
040100                 "RUN TERMINATED"
040200         MOVE 16 TO RETURN-CODE
040300         STOP RUN
040400     END-IF.
040500     MOVE SPACES TO WS-BRANCH-TABLE
040600                    WS-LANGUAGE-TABLE
040700                    WS-BATCH-TABLE.
040800     MOVE ZEROES TO WS-RULE-TOTALS.
040900     PERFORM 1100-LOAD-BRANCH-TABLE
041000         THRU 1100-EXIT.
041100     PERFORM 1200-LOAD-LANGUAGE-TABLE
041200         THRU 1200-EXIT.
041300     STRING WS-RUN-DATE-MM   DELIMITED BY SIZE
041400            '/'              DELIMITED BY SIZE
041500            WS-RUN-DATE-DD   DELIMITED BY SIZE
041600            '/'              DELIMITED BY SIZE
041700            WS-RUN-DATE-CCYY DELIMITED BY SIZE
041800            INTO WS-RUN-DATE-EDIT
041900     END-STRING.
042000     MOVE WS-RUN-DATE-EDIT TO WS-RPT-RUN-DATE.
042100     WRITE GREETRIR-RECORD FROM WS-RPT-HEADER-1.
042200     WRITE GREETRIR-RECORD FROM WS-RPT-HEADER-2.
042300*
042400 1000-EXIT.
042500     EXIT.
042600*-----------------------------------------------------------------
042700* 1050-READ-BUSINESS-DATE
042800*   TAKES THE RUN DATE FROM THE GREETBDT BUSINESS-DATE CONTROL
042900*   RECORD RATHER THAN THE SYSTEM CLOCK.  A MISSING OR INVALID
043000*   CONTROL RECORD IS FATAL.
043100*-----------------------------------------------------------------
043200 1050-READ-BUSINESS-DATE.
043300     OPEN INPUT GREETBDT.
043400     IF NOT WS-GREETBDT-OK
043500         DISPLAY "GREETRIC0003E UNABLE TO OPEN GREETBDT - "
043600                 "RUN TERMINATED"
043700         MOVE 16 TO RETURN-CODE
043800         STOP RUN
043900     END-IF.
044000     READ GREETBDT
044100         AT END
044200             MOVE SPACES TO BUSINESS-DATE-RECORD
044300     END-READ.
044400     IF BDT-BUSINESS-DATE IS NOT NUMERIC
044500        OR BDT-BUSINESS-DATE = ZEROES
044600         DISPLAY "GREETRIC0004E NO VALID BUSINESS DATE ON "
044700                 "GREETBDT - RUN TERMINATED"
044800         MOVE 16 TO RETURN-CODE
044900         STOP RUN
045000     END-IF.
045100     MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
045200     CLOSE GREETBDT.
045300*
045400 1050-EXIT.
045500     EXIT.
045600*-----------------------------------------------------------------
045700* 1100-LOAD-BRANCH-TABLE
045800*   LOADS EVERY BRANCHMF BRANCH INTO THE BRANCH TABLE WITH A
045900*   ZERO RECIPIENT COUNT.
046000*-----------------------------------------------------------------
046100 1100-LOAD-BRANCH-TABLE.
046200     OPEN INPUT BRANCHMF.
046300     IF NOT WS-BRANCHMF-OK
046400         DISPLAY "GREETRIC0005E UNABLE TO OPEN BRANCHMF - "
046500                 "RUN TERMINATED"
046600         MOVE 16 TO RETURN-CODE
046700         STOP RUN
046800     END-IF.
046900     PERFORM 1110-LOAD-ONE-BRANCH
047000         THRU 1110-EXIT
047100         UNTIL WS-BRANCHMF-EOF.
047200     CLOSE BRANCHMF.
047300*
047400 1100-EXIT.
047500     EXIT.
047600*-----------------------------------------------------------------
047700* 1110-LOAD-ONE-BRANCH
047800*   READS ONE BRANCHMF RECORD INTO THE NEXT TABLE ENTRY.
047900*-----------------------------------------------------------------
048000 1110-LOAD-ONE-BRANCH.
048100     READ BRANCHMF
048200         AT END
048300             SET WS-BRANCHMF-EOF TO TRUE
048400             GO TO 1110-EXIT
048500     END-READ.
048600     IF WS-BRANCH-ENTRY-COUNT = 1000
048700         DISPLAY "GREETRIC0006E BRANCH TABLE FULL AT 1000 "
048800                 "ENTRIES - RUN TERMINATED"
048900         MOVE 16 TO RETURN-CODE
049000         STOP RUN
049100     END-IF.
049200     ADD 1 TO WS-BRANCH-ENTRY-COUNT.
049300     MOVE WS-BRANCH-ENTRY-COUNT TO WS-BRANCH-SUB.
049400     MOVE BR-BRANCH-CODE
049500         TO WS-BRT-BRANCH-CODE (WS-BRANCH-SUB).
049600     MOVE BR-BRANCH-NAME
049700         TO WS-BRT-BRANCH-NAME (WS-BRANCH-SUB).
049800     MOVE BR-REGION-CODE
049900         TO WS-BRT-REGION-CODE (WS-BRANCH-SUB).
050000     MOVE ZEROES TO WS-BRT-RECIPIENTS (WS-BRANCH-SUB).
050100*
050200 1110-EXIT.
050300     EXIT.
050400*-----------------------------------------------------------------
050500* 1200-LOAD-LANGUAGE-TABLE
050600*   LOADS THE GREETMSG LANGUAGES THAT HAVE A ROW CURRENT OR STILL
050700*   TO COME ON THE BUSINESS DATE.
050800*-----------------------------------------------------------------
050900 1200-LOAD-LANGUAGE-TABLE.
051000     OPEN INPUT GREETMSG.
051100     IF NOT WS-GREETMSG-OK
051200         DISPLAY "GREETRIC0007E UNABLE TO OPEN GREETMSG - "
051300                 "RUN TERMINATED"
051400         MOVE 16 TO RETURN-CODE
051500         STOP RUN
051600     END-IF.
051700     PERFORM 1210-LOAD-ONE-MESSAGE
051800         THRU 1210-EXIT
051900         UNTIL WS-GREETMSG-EOF.
052000     CLOSE GREETMSG.
052100*
052200 1200-EXIT.
052300     EXIT.
052400*-----------------------------------------------------------------
052500* 1210-LOAD-ONE-MESSAGE
052600*   READS ONE GREETMSG ROW.  A ROW ALREADY EXPIRED ON THE BUSINESS
052700*   DATE IS PASSED OVER; OTHERWISE ITS LANGUAGE IS ADDED TO THE
052800*   TABLE IF NEW, AND MARKED CURRENT WHEN THE ROW IS IN EFFECT ON
052900*   THE DATE ITSELF.  WELCOME-TYPE ROWS ARE PASSED OVER.
053000*-----------------------------------------------------------------
053100 1210-LOAD-ONE-MESSAGE.
053200     READ GREETMSG
053300         AT END
053400             SET WS-GREETMSG-EOF TO TRUE
053500             GO TO 1210-EXIT
053600     END-READ.
053610     IF MSG-TYPE-WELCOME
053620         GO TO 1210-EXIT
053630     END-IF.
053700     IF MSG-EFFECTIVE-TO NOT = ZEROES
053800        AND MSG-EFFECTIVE-TO < WS-RUN-DATE
053900         GO TO 1210-EXIT
054000     END-IF.
054100     MOVE MSG-LANGUAGE-CODE TO WS-CHECK-LANG-CODE.
054200     PERFORM 8200-FIND-LANGUAGE
054300         THRU 8200-EXIT.
054400     IF NOT WS-LANGUAGE-FOUND
054500         IF WS-LANG-ENTRY-COUNT = 50
054600             DISPLAY "GREETRIC0008E LANGUAGE TABLE FULL AT 50 "
054700                     "ENTRIES - RUN TERMINATED"
054800             MOVE 16 TO RETURN-CODE
054900             STOP RUN
055000         END-IF
055100         ADD 1 TO WS-LANG-ENTRY-COUNT
055200         MOVE WS-LANG-ENTRY-COUNT TO WS-LANG-SUB
055300         MOVE MSG-LANGUAGE-CODE
055400             TO WS-LNT-LANGUAGE-CODE (WS-LANG-SUB)
055500         MOVE 'N' TO WS-LNT-CURRENT-SW (WS-LANG-SUB)
055600     END-IF.
055700     IF MSG-EFFECTIVE-FROM NOT > WS-RUN-DATE
055800         MOVE 'Y' TO WS-LNT-CURRENT-SW (WS-LANG-SUB)
055900     END-IF.
056000*
056100 1210-EXIT.
056200     EXIT.
056300*-----------------------------------------------------------------
056400* 2000-CHECK-MASTER-BRANCHES
056500*   RULE 1.  READS THE MASTER IN KEY ORDER, LISTING EACH RECIPIENT
056600*   WHOSE BRANCH IS NOT ON BRANCHMF AND COUNTING THE RECIPIENTS OF
056700*   EACH BRANCH THAT IS (FOR RULE 5).
056800*-----------------------------------------------------------------
056900 2000-CHECK-MASTER-BRANCHES.
057000     MOVE 1 TO WS-RULE-COUNT.
057100     MOVE WS-COL-RECIPIENT TO WS-RPT-COLUMN-HEADER.
057200     PERFORM 8500-WRITE-RULE-HEADER
057300         THRU 8500-EXIT.
057400     PERFORM 2100-CHECK-ONE-BRANCH
057500         THRU 2100-EXIT
057600         UNTIL WS-GREETIN-EOF.
057700     PERFORM 8600-WRITE-RULE-COUNT
057800         THRU 8600-EXIT.
057900*
058000 2000-EXIT.
058100     EXIT.
058200*-----------------------------------------------------------------
058300* 2100-CHECK-ONE-BRANCH
058400*   READS ONE MASTER RECORD AND LOOKS UP ITS BRANCH.
058500*-----------------------------------------------------------------
058600 2100-CHECK-ONE-BRANCH.
058700     READ GREETIN NEXT
058800         AT END
058900             SET WS-GREETIN-EOF TO TRUE
059000             GO TO 2100-EXIT
059100     END-READ.
059200     ADD 1 TO WS-MASTER-READ-COUNT.
059300     MOVE GR-BRANCH-CODE TO WS-CHECK-BRANCH-CODE.
059400     PERFORM 8100-FIND-BRANCH
059500         THRU 8100-EXIT.
059600     IF WS-BRANCH-FOUND
059700         ADD 1 TO WS-BRT-RECIPIENTS (WS-BRANCH-SUB)
059800     ELSE
059900         PERFORM 8700-WRITE-RECIPIENT-LINE
060000             THRU 8700-EXIT
060100     END-IF.
060200*
060300 2100-EXIT.
060400     EXIT.
060500*-----------------------------------------------------------------
060600* 3000-CHECK-MASTER-LANGUAGES
060700*   RULE 2.  REPOSITIONS TO THE START OF THE MASTER AND READS IT
060800*   AGAIN, LISTING EACH RECIPIENT WHOSE LANGUAGE HAS NO CURRENT OR
060900*   FUTURE GREETMSG ROW.
061000*-----------------------------------------------------------------
061100 3000-CHECK-MASTER-LANGUAGES.
061200     MOVE 2 TO WS-RULE-COUNT.
061300     MOVE WS-COL-RECIPIENT TO WS-RPT-COLUMN-HEADER.
061400     PERFORM 8500-WRITE-RULE-HEADER
061500         THRU 8500-EXIT.
061600     MOVE 'N' TO WS-GREETIN-EOF-SW.
061700     MOVE LOW-VALUES TO GR-RECIPIENT-ID.
061800     START GREETIN KEY IS NOT LESS THAN GR-RECIPIENT-ID
061900         INVALID KEY
062000             SET WS-GREETIN-EOF TO TRUE
062100     END-START.
062200     PERFORM 3100-CHECK-ONE-LANGUAGE
062300         THRU 3100-EXIT
062400         UNTIL WS-GREETIN-EOF.
062500     PERFORM 8600-WRITE-RULE-COUNT
062600         THRU 8600-EXIT.
062700*
062800 3000-EXIT.
062900     EXIT.
063000*-----------------------------------------------------------------
063100* 3100-CHECK-ONE-LANGUAGE
063200*   READS ONE MASTER RECORD AND LOOKS UP ITS LANGUAGE.  A BLANK
063300*   CODE GETS THE DEFAULT LANGUAGE AND IS NOT CHECKED.
063400*-----------------------------------------------------------------
063500 3100-CHECK-ONE-LANGUAGE.
063600     READ GREETIN NEXT
063700         AT END
063800             SET WS-GREETIN-EOF TO TRUE
063900             GO TO 3100-EXIT
064000     END-READ.
064100     IF GR-LANGUAGE-CODE = SPACES
064200         GO TO 3100-EXIT
064300     END-IF.
064400     MOVE GR-LANGUAGE-CODE TO WS-CHECK-LANG-CODE.
064500     PERFORM 8200-FIND-LANGUAGE
064600         THRU 8200-EXIT.
064700     IF NOT WS-LANGUAGE-FOUND
064800         PERFORM 8700-WRITE-RECIPIENT-LINE
064900             THRU 8700-EXIT
065000     END-IF.
065100*
065200 3100-EXIT.
065300     EXIT.
065400*-----------------------------------------------------------------
065500* 4000-CHECK-PENDING
065600*   RULE 3.  LOOKS EVERY GREETPND ROW'S RECIPIENT UP ON THE MASTER
065700*   BY KEY AND LISTS THE ROWS WHOSE RECIPIENT IS GONE.
065800*-----------------------------------------------------------------
065900 4000-CHECK-PENDING.
066000     MOVE 3 TO WS-RULE-COUNT.
066100     MOVE WS-COL-PENDING TO WS-RPT-COLUMN-HEADER.
066200     PERFORM 8500-WRITE-RULE-HEADER
066300         THRU 8500-EXIT.
066400     OPEN INPUT GREETPND.
066500     IF NOT WS-GREETPND-OK
066600         DISPLAY "GREETRIC0009E UNABLE TO OPEN GREETPND - "
066700                 "RUN TERMINATED"
066800         MOVE 16 TO RETURN-CODE
066900         STOP RUN
067000     END-IF.
067100     PERFORM 4100-CHECK-ONE-PENDING
067200         THRU 4100-EXIT
067300         UNTIL WS-GREETPND-EOF.
067400     CLOSE GREETPND.
067500     PERFORM 8600-WRITE-RULE-COUNT
067600         THRU 8600-EXIT.
067700*
067800 4000-EXIT.
067900     EXIT.
068000*-----------------------------------------------------------------
068100* 4100-CHECK-ONE-PENDING
068200*   READS ONE PENDING ROW AND READS ITS RECIPIENT BY KEY.
068300*-----------------------------------------------------------------
068400 4100-CHECK-ONE-PENDING.
068500     READ GREETPND
068600         AT END
068700             SET WS-GREETPND-EOF TO TRUE
068800             GO TO 4100-EXIT
068900     END-READ.
069000     ADD 1 TO WS-PENDING-READ-COUNT.
069100     MOVE PND-RECIPIENT-ID TO GR-RECIPIENT-ID.
069200     PERFORM 8300-READ-MASTER-BY-KEY
069300         THRU 8300-EXIT.
069400     IF WS-MASTER-FOUND
069500         GO TO 4100-EXIT
069600     END-IF.
069700     MOVE PND-RECIPIENT-ID TO WS-RPT-PND-ID.
069800     MOVE PND-SENT-DATE    TO WS-RPT-PND-SENT.
069900     IF PND-AGE-DAYS IS NUMERIC
070000         MOVE PND-AGE-DAYS TO WS-RPT-PND-AGE
070100     ELSE
070200         MOVE ZEROES TO WS-RPT-PND-AGE
070300     END-IF.
070400     IF PND-RESEND-COUNT IS NUMERIC
070500         MOVE PND-RESEND-COUNT TO WS-RPT-PND-RESENDS
070600     ELSE
070700         MOVE ZEROES TO WS-RPT-PND-RESENDS
070800     END-IF.
070900     WRITE GREETRIR-RECORD FROM WS-RPT-PENDING-DETAIL.
071000     ADD 1 TO WS-RULE-TOTAL (WS-RULE-COUNT).
071100*
071200 4100-EXIT.
071300     EXIT.
071400*-----------------------------------------------------------------
071500* 5000-CHECK-SUSPENSE
071600*   RULE 4.  LOOKS EVERY GREETSPD ROW'S RECIPIENT UP ON THE MASTER
071700*   AND LISTS THE ROWS WHOSE RECIPIENT HAS SINCE BEEN FIXED THERE.
071800*-----------------------------------------------------------------
071900 5000-CHECK-SUSPENSE.
072000     MOVE 4 TO WS-RULE-COUNT.
072100     MOVE WS-COL-SUSPENSE TO WS-RPT-COLUMN-HEADER.
072200     PERFORM 8500-WRITE-RULE-HEADER
072300         THRU 8500-EXIT.
072400     OPEN INPUT GREETSPD.
072500     IF NOT WS-GREETSPD-OK
072600         DISPLAY "GREETRIC0010E UNABLE TO OPEN GREETSPD - "
072700                 "RUN TERMINATED"
072800         MOVE 16 TO RETURN-CODE
072900         STOP RUN
073000     END-IF.
073100     PERFORM 5100-CHECK-ONE-SUSPENSE
073200         THRU 5100-EXIT
073300         UNTIL WS-GREETSPD-EOF.
073400     CLOSE GREETSPD.
073500     PERFORM 8600-WRITE-RULE-COUNT
073600         THRU 8600-EXIT.
073700*
073800 5000-EXIT.
073900     EXIT.
074000*-----------------------------------------------------------------
074100* 5100-CHECK-ONE-SUSPENSE
074200*   READS ONE SUSPENSE ROW.  A ROW SUSPENDED FOR A MISSING OR BAD
074300*   RECIPIENT ID (E001) CANNOT BE TRACED TO THE MASTER AND IS
074400*   PASSED OVER.  OTHERWISE THE ROW IS STALE WHEN THE MASTER NOW
074500*   HOLDS A DIFFERENT RECORD FOR THE RECIPIENT THAT PASSES THE
074600*   FRONT-END EDITS.
074700*-----------------------------------------------------------------
074800 5100-CHECK-ONE-SUSPENSE.
074900     READ GREETSPD
075000         AT END
075100             SET WS-GREETSPD-EOF TO TRUE
075200             GO TO 5100-EXIT
075300     END-READ.
075400     ADD 1 TO WS-SUSPENSE-READ-COUNT.
075500     MOVE SUS-RECORD-IMAGE TO WS-SUSPENDED-IMAGE.
075600     IF WS-SUS-RECIPIENT-ID = SPACES
075700        OR WS-SUS-RECIPIENT-ID IS NOT NUMERIC
075800         GO TO 5100-EXIT
075900     END-IF.
076000     MOVE WS-SUS-RECIPIENT-ID TO GR-RECIPIENT-ID.
076100     PERFORM 8300-READ-MASTER-BY-KEY
076200         THRU 8300-EXIT.
076300     IF NOT WS-MASTER-FOUND
076400         GO TO 5100-EXIT
076500     END-IF.
076600     IF GREETIN-RECORD = WS-SUSPENDED-IMAGE
076700         GO TO 5100-EXIT
076800     END-IF.
076900     PERFORM 8400-EDIT-MASTER-RECORD
077000         THRU 8400-EXIT.
077100     IF NOT WS-MASTER-VALID
077200         GO TO 5100-EXIT
077300     END-IF.
077400     MOVE WS-SUS-RECIPIENT-ID TO WS-RPT-SUS-ID.
077500     MOVE SUS-REASON-CODE     TO WS-RPT-SUS-REASON.
077600     MOVE SUS-AGE-DAYS        TO WS-RPT-SUS-AGE.
077700     WRITE GREETRIR-RECORD FROM WS-RPT-SUSPENSE-DETAIL.
077800     ADD 1 TO WS-RULE-TOTAL (WS-RULE-COUNT).
077900*
078000 5100-EXIT.
078100     EXIT.
078200*-----------------------------------------------------------------
078300* 6000-CHECK-EMPTY-BRANCHES
078400*   RULE 5.  LISTS EVERY BRANCHMF BRANCH THE MASTER PASS FOUND NO
078500*   RECIPIENTS FOR.
078600*-----------------------------------------------------------------
078700 6000-CHECK-EMPTY-BRANCHES.
078800     MOVE 5 TO WS-RULE-COUNT.
078900     MOVE WS-COL-BRANCH TO WS-RPT-COLUMN-HEADER.
079000     PERFORM 8500-WRITE-RULE-HEADER
079100         THRU 8500-EXIT.
079200     PERFORM 6100-CHECK-ONE-BRANCH-ENTRY
079300         THRU 6100-EXIT
079400         VARYING WS-BRANCH-SUB FROM 1 BY 1
079500         UNTIL WS-BRANCH-SUB > WS-BRANCH-ENTRY-COUNT.
079600     PERFORM 8600-WRITE-RULE-COUNT
079700         THRU 8600-EXIT.
079800*
079900 6000-EXIT.
080000     EXIT.
080100*-----------------------------------------------------------------
080200* 6100-CHECK-ONE-BRANCH-ENTRY
080300*   LISTS ONE BRANCH TABLE ENTRY WHEN IT HAS NO RECIPIENTS.
080400*-----------------------------------------------------------------
080500 6100-CHECK-ONE-BRANCH-ENTRY.
080600     IF WS-BRT-RECIPIENTS (WS-BRANCH-SUB) > ZEROES
080700         GO TO 6100-EXIT
080800     END-IF.
080900     MOVE WS-BRT-BRANCH-CODE (WS-BRANCH-SUB) TO WS-RPT-BR-CODE.
081000     MOVE WS-BRT-BRANCH-NAME (WS-BRANCH-SUB) TO WS-RPT-BR-NAME.
081100     MOVE WS-BRT-REGION-CODE (WS-BRANCH-SUB) TO WS-RPT-BR-REGION.
081200     WRITE GREETRIR-RECORD FROM WS-RPT-BRANCH-DETAIL.
081300     ADD 1 TO WS-RULE-TOTAL (WS-RULE-COUNT).
081400*
081500 6100-EXIT.
081600     EXIT.
081700*-----------------------------------------------------------------
081800* 7000-CHECK-SENT-BATCHES
081900*   RULE 6.  LOADS THE GREETXMT BATCHES STILL AT STATUS 'S', MARKS
082000*   EACH ONE WHOSE ENVELOPE HEADER IS FOUND ON GREETIF, AND LISTS
082100*   THE REST.
082200*-----------------------------------------------------------------
082300 7000-CHECK-SENT-BATCHES.
082400     MOVE 6 TO WS-RULE-COUNT.
082500     MOVE WS-COL-BATCH TO WS-RPT-COLUMN-HEADER.
082600     PERFORM 8500-WRITE-RULE-HEADER
082700         THRU 8500-EXIT.
082800     OPEN INPUT GREETXMT.
082900     IF NOT WS-GREETXMT-OK
083000         DISPLAY "GREETRIC0011E UNABLE TO OPEN GREETXMT - "
083100                 "RUN TERMINATED"
083200         MOVE 16 TO RETURN-CODE
083300         STOP RUN
083400     END-IF.
083500     PERFORM 7100-LOAD-ONE-BATCH
083600         THRU 7100-EXIT
083700         UNTIL WS-GREETXMT-EOF.
083800     CLOSE GREETXMT.
083900     OPEN INPUT GREETIF.
084000     IF NOT WS-GREETIF-OK
084100         DISPLAY "GREETRIC0012E UNABLE TO OPEN GREETIF - "
084200                 "RUN TERMINATED"
084300         MOVE 16 TO RETURN-CODE
084400         STOP RUN
084500     END-IF.
084600     PERFORM 7200-MATCH-ONE-ENVELOPE
084700         THRU 7200-EXIT
084800         UNTIL WS-GREETIF-EOF.
084900     CLOSE GREETIF.
085000     PERFORM 7300-CHECK-ONE-BATCH-ENTRY
085100         THRU 7300-EXIT
085200         VARYING WS-BATCH-SUB FROM 1 BY 1
085300         UNTIL WS-BATCH-SUB > WS-BATCH-ENTRY-COUNT.
085400     PERFORM 8600-WRITE-RULE-COUNT
085500         THRU 8600-EXIT.
085600*
085700 7000-EXIT.
085800     EXIT.
085900*-----------------------------------------------------------------
086000* 7100-LOAD-ONE-BATCH
086100*   READS ONE GREETXMT ROW AND KEEPS IT WHEN STILL AT STATUS 'S'.
086200*-----------------------------------------------------------------
086300 7100-LOAD-ONE-BATCH.
086400     READ GREETXMT
086500         AT END
086600             SET WS-GREETXMT-EOF TO TRUE
086700             GO TO 7100-EXIT
086800     END-READ.
086900     IF NOT XMT-STATUS-SENT
087000         GO TO 7100-EXIT
087100     END-IF.
087200     IF WS-BATCH-ENTRY-COUNT = 500
087300         DISPLAY "GREETRIC0013E SENT BATCH TABLE FULL AT 500 "
087400                 "ENTRIES - RUN TERMINATED"
087500         MOVE 16 TO RETURN-CODE
087600         STOP RUN
087700     END-IF.
087800     ADD 1 TO WS-BATCH-ENTRY-COUNT.
087900     MOVE WS-BATCH-ENTRY-COUNT TO WS-BATCH-SUB.
088000     MOVE XMT-BATCH-NUMBER TO WS-BAT-BATCH-NUMBER (WS-BATCH-SUB).
088100     MOVE XMT-RUN-DATE     TO WS-BAT-RUN-DATE (WS-BATCH-SUB).
088200     MOVE XMT-RECORD-COUNT TO WS-BAT-RECORD-COUNT (WS-BATCH-SUB).
088300     MOVE XMT-BATCH-TYPE   TO WS-BAT-BATCH-TYPE (WS-BATCH-SUB).
088400     MOVE 'N'              TO WS-BAT-FOUND-SW (WS-BATCH-SUB).
088500*
088600 7100-EXIT.
088700     EXIT.
088800*-----------------------------------------------------------------
088900* 7200-MATCH-ONE-ENVELOPE
089000*   READS ONE GREETIF RECORD.  AN ENVELOPE HEADER MARKS THE SENT
089100*   BATCH IT BELONGS TO; DETAIL AND TRAILER ROWS ARE PASSED OVER.
089200*-----------------------------------------------------------------
089300 7200-MATCH-ONE-ENVELOPE.
089400     READ GREETIF
089500         AT END
089600             SET WS-GREETIF-EOF TO TRUE
089700             GO TO 7200-EXIT
089800     END-READ.
089900     ADD 1 TO WS-ENVELOPE-READ-COUNT.
090000     IF NOT TBH-HEADER
090100         GO TO 7200-EXIT
090200     END-IF.
090300     PERFORM 7210-MARK-ONE-BATCH
090400         THRU 7210-EXIT
090500         VARYING WS-BATCH-SUB FROM 1 BY 1
090600         UNTIL WS-BATCH-SUB > WS-BATCH-ENTRY-COUNT.
090700*
090800 7200-EXIT.
090900     EXIT.
091000*-----------------------------------------------------------------
091100* 7210-MARK-ONE-BATCH
091200*   MARKS ONE SENT BATCH FOUND WHEN IT MATCHES THE HEADER.
091300*-----------------------------------------------------------------
091400 7210-MARK-ONE-BATCH.
091500     IF WS-BAT-BATCH-NUMBER (WS-BATCH-SUB) = TBH-BATCH-NUMBER
091600         MOVE 'Y' TO WS-BAT-FOUND-SW (WS-BATCH-SUB)
091700     END-IF.
091800*
091900 7210-EXIT.
092000     EXIT.
092100*-----------------------------------------------------------------
092200* 7300-CHECK-ONE-BATCH-ENTRY
092300*   LISTS ONE SENT BATCH WHOSE ENVELOPE WAS NOT FOUND.
092400*-----------------------------------------------------------------
092500 7300-CHECK-ONE-BATCH-ENTRY.
092600     IF WS-BAT-FOUND (WS-BATCH-SUB)
092700         GO TO 7300-EXIT
092800     END-IF.
092900     MOVE WS-BAT-BATCH-NUMBER (WS-BATCH-SUB) TO WS-RPT-BAT-NUMBER.
093000     MOVE WS-BAT-RUN-DATE (WS-BATCH-SUB)  TO WS-RPT-BAT-RUN-DATE.
093100     MOVE WS-BAT-RECORD-COUNT (WS-BATCH-SUB) TO WS-RPT-BAT-COUNT.
093200     IF WS-BAT-BATCH-TYPE (WS-BATCH-SUB) = 'R'
093300         MOVE 'RESEND' TO WS-RPT-BAT-TYPE
093400     ELSE
093500         MOVE SPACES TO WS-RPT-BAT-TYPE
093600     END-IF.
093700     WRITE GREETRIR-RECORD FROM WS-RPT-BATCH-DETAIL.
093800     ADD 1 TO WS-RULE-TOTAL (WS-RULE-COUNT).
093900*
094000 7300-EXIT.
094100     EXIT.
094200*-----------------------------------------------------------------
094300* 8100-FIND-BRANCH
094400*   SEARCHES THE BRANCH TABLE FOR WS-CHECK-BRANCH-CODE, LEAVING
094500*   WS-BRANCH-SUB ON THE MATCHING ENTRY.
094600*-----------------------------------------------------------------
094700 8100-FIND-BRANCH.
094800     MOVE 'N' TO WS-BRANCH-FOUND-SW.
094900     PERFORM 8110-CHECK-BRANCH-ENTRY
095000         THRU 8110-EXIT
095100         VARYING WS-BRANCH-SUB FROM 1 BY 1
095200         UNTIL WS-BRANCH-SUB > WS-BRANCH-ENTRY-COUNT
095300            OR WS-BRANCH-FOUND.
095400     IF WS-BRANCH-FOUND
095500         SUBTRACT 1 FROM WS-BRANCH-SUB
095600     END-IF.
095700*
095800 8100-EXIT.
095900     EXIT.
096000*-----------------------------------------------------------------
096100* 8110-CHECK-BRANCH-ENTRY
096200*   COMPARES ONE BRANCH TABLE ENTRY WITH THE CODE SOUGHT.
096300*-----------------------------------------------------------------
096400 8110-CHECK-BRANCH-ENTRY.
096500     IF WS-BRT-BRANCH-CODE (WS-BRANCH-SUB) = WS-CHECK-BRANCH-CODE
096600         SET WS-BRANCH-FOUND TO TRUE
096700     END-IF.
096800*
096900 8110-EXIT.
097000     EXIT.
097100*-----------------------------------------------------------------
097200* 8200-FIND-LANGUAGE
097300*   SEARCHES THE LANGUAGE TABLE FOR WS-CHECK-LANG-CODE, LEAVING
097400*   WS-LANG-SUB ON THE MATCHING ENTRY.
097500*-----------------------------------------------------------------
097600 8200-FIND-LANGUAGE.
097700     MOVE 'N' TO WS-LANGUAGE-FOUND-SW.
097800     PERFORM 8210-CHECK-LANGUAGE-ENTRY
097900         THRU 8210-EXIT
098000         VARYING WS-LANG-SUB FROM 1 BY 1
098100         UNTIL WS-LANG-SUB > WS-LANG-ENTRY-COUNT
098200            OR WS-LANGUAGE-FOUND.
098300     IF WS-LANGUAGE-FOUND
098400         SUBTRACT 1 FROM WS-LANG-SUB
098500     END-IF.
098600*
098700 8200-EXIT.
098800     EXIT.
098900*-----------------------------------------------------------------
099000* 8210-CHECK-LANGUAGE-ENTRY
099100*   COMPARES ONE LANGUAGE TABLE ENTRY WITH THE CODE SOUGHT.
099200*-----------------------------------------------------------------
099300 8210-CHECK-LANGUAGE-ENTRY.
099400     IF WS-LNT-LANGUAGE-CODE (WS-LANG-SUB) = WS-CHECK-LANG-CODE
099500         SET WS-LANGUAGE-FOUND TO TRUE
099600     END-IF.
099700*
099800 8210-EXIT.
099900     EXIT.
100000*-----------------------------------------------------------------
100100* 8300-READ-MASTER-BY-KEY
100200*   READS THE MASTER RECORD FOR THE RECIPIENT ID ALREADY PLACED IN
100300*   GR-RECIPIENT-ID.  ANY STATUS OTHER THAN FOUND OR NOT FOUND IS
100400*   FATAL - THE RULE COULD NOT BE PROVED EITHER WAY.
100500*-----------------------------------------------------------------
100600 8300-READ-MASTER-BY-KEY.
100700     MOVE 'N' TO WS-MASTER-FOUND-SW.
100800     READ GREETIN
100900         KEY IS GR-RECIPIENT-ID
101000         INVALID KEY
101100             CONTINUE
101200         NOT INVALID KEY
101300             SET WS-MASTER-FOUND TO TRUE
101400     END-READ.
101500     IF NOT WS-MASTER-FOUND
101600        AND WS-GREETIN-STATUS NOT = '23'
101700         DISPLAY "GREETRIC0014E GREETIN READ FAILED FOR "
101800                 "RECIPIENT " GR-RECIPIENT-ID
101900                 " STATUS " WS-GREETIN-STATUS
102000                 " - RUN TERMINATED"
102100         MOVE 16 TO RETURN-CODE
102200         STOP RUN
102300     END-IF.
102400*
102500 8300-EXIT.
102600     EXIT.
102700*-----------------------------------------------------------------
102800* 8400-EDIT-MASTER-RECORD
102900*   APPLIES THE GREETEDT FRONT-END EDITS TO THE MASTER RECORD JUST
103000*   READ - NAME AND BRANCH PRESENT, LANGUAGE BLANK OR IN EFFECT ON
103100*   THE BUSINESS DATE, STATUS CODE VALID AND END DATE NOT BEFORE
103150*   THE START DATE.
103200*-----------------------------------------------------------------
103300 8400-EDIT-MASTER-RECORD.
103400     MOVE 'N' TO WS-MASTER-VALID-SW.
103500     IF GR-RECIPIENT-NAME = SPACES
103600        OR GR-BRANCH-CODE = SPACES
103700         GO TO 8400-EXIT
103800     END-IF.
103900     IF GR-LANGUAGE-CODE NOT = SPACES
104000         MOVE GR-LANGUAGE-CODE TO WS-CHECK-LANG-CODE
104100         PERFORM 8200-FIND-LANGUAGE
104200             THRU 8200-EXIT
104300         IF NOT WS-LANGUAGE-FOUND
104400             GO TO 8400-EXIT
104500         END-IF
104600         IF NOT WS-LNT-CURRENT (WS-LANG-SUB)
104700             GO TO 8400-EXIT
104800         END-IF
104900     END-IF.
104901     IF NOT GR-STATUS-ACTIVE
104902        AND NOT GR-STATUS-ON-LEAVE
104903        AND NOT GR-STATUS-TERMINATED
104904         GO TO 8400-EXIT
104905     END-IF.
104906     IF GR-START-DATE IS NUMERIC
104907        AND GR-END-DATE IS NUMERIC
104908        AND GR-START-DATE NOT = ZEROES
104909        AND GR-END-DATE NOT = ZEROES
104910        AND GR-END-DATE < GR-START-DATE
104911         GO TO 8400-EXIT
104912     END-IF.
105000     SET WS-MASTER-VALID TO TRUE.
105100*
105200 8400-EXIT.
105300     EXIT.
105400*-----------------------------------------------------------------
105500* 8500-WRITE-RULE-HEADER
105600*   STARTS THE REPORT SECTION FOR THE RULE IN WS-RULE-COUNT.
105700*-----------------------------------------------------------------
105800 8500-WRITE-RULE-HEADER.
105900     MOVE SPACES TO GREETRIR-RECORD.
106000     WRITE GREETRIR-RECORD.
106100     MOVE WS-RULE-COUNT TO WS-RPT-RULE-NUMBER.
106200     MOVE WS-RULE-TITLE (WS-RULE-COUNT) TO WS-RPT-RULE-TEXT.
106300     WRITE GREETRIR-RECORD FROM WS-RPT-RULE-HEADER.
106400     WRITE GREETRIR-RECORD FROM WS-RPT-COLUMN-HEADER.
106500*
106600 8500-EXIT.
106700     EXIT.
106800*-----------------------------------------------------------------
106900* 8600-WRITE-RULE-COUNT
107000*   CLOSES THE REPORT SECTION FOR THE RULE IN WS-RULE-COUNT WITH
107100*   ITS EXCEPTION COUNT.
107200*-----------------------------------------------------------------
107300 8600-WRITE-RULE-COUNT.
107400     IF WS-RULE-TOTAL (WS-RULE-COUNT) = ZEROES
107500         WRITE GREETRIR-RECORD FROM WS-RPT-NONE-LINE
107600     ELSE
107700         ADD 1 TO WS-RULES-FAILED
107800     END-IF.
107900     MOVE 'EXCEPTIONS FOR THIS RULE:' TO WS-RPT-COUNT-TEXT.
108000     MOVE WS-RULE-TOTAL (WS-RULE-COUNT) TO WS-RPT-COUNT.
108100     WRITE GREETRIR-RECORD FROM WS-RPT-COUNT-LINE.
108200*
108300 8600-EXIT.
108400     EXIT.
108500*-----------------------------------------------------------------
108600* 8700-WRITE-RECIPIENT-LINE
108700*   LISTS THE MASTER RECORD JUST READ UNDER THE CURRENT RULE.
108800*-----------------------------------------------------------------
108900 8700-WRITE-RECIPIENT-LINE.
109000     MOVE GR-RECIPIENT-ID   TO WS-RPT-RCP-ID.
109100     MOVE GR-RECIPIENT-NAME TO WS-RPT-RCP-NAME.
109200     MOVE GR-BRANCH-CODE    TO WS-RPT-RCP-BRANCH.
109300     MOVE GR-LANGUAGE-CODE  TO WS-RPT-RCP-LANGUAGE.
109400     WRITE GREETRIR-RECORD FROM WS-RPT-RECIPIENT-DETAIL.
109500     ADD 1 TO WS-RULE-TOTAL (WS-RULE-COUNT).
109600*
109700 8700-EXIT.
109800     EXIT.
109900*-----------------------------------------------------------------
110000* 9000-TERMINATE
110100*   WRITES THE RUN SUMMARY, CLOSES THE FILES, AND SETS THE WARNING
110200*   CONDITION CODE WHEN ANY RULE HAD AN EXCEPTION.
110300*-----------------------------------------------------------------
110400 9000-TERMINATE.
110500     MOVE SPACES TO GREETRIR-RECORD.
110600     WRITE GREETRIR-RECORD.
110700     MOVE 'RECIPIENTS READ:' TO WS-RPT-COUNT-TEXT.
110800     MOVE WS-MASTER-READ-COUNT TO WS-RPT-COUNT.
110900     WRITE GREETRIR-RECORD FROM WS-RPT-COUNT-LINE.
111000     MOVE 'BRANCHES LOADED:' TO WS-RPT-COUNT-TEXT.
111100     MOVE WS-BRANCH-ENTRY-COUNT TO WS-RPT-COUNT.
111200     WRITE GREETRIR-RECORD FROM WS-RPT-COUNT-LINE.
111300     MOVE 'LANGUAGES CURRENT/FUTURE:' TO WS-RPT-COUNT-TEXT.
111400     MOVE WS-LANG-ENTRY-COUNT TO WS-RPT-COUNT.
111500     WRITE GREETRIR-RECORD FROM WS-RPT-COUNT-LINE.
111600     MOVE 'PENDING ROWS READ:' TO WS-RPT-COUNT-TEXT.
111700     MOVE WS-PENDING-READ-COUNT TO WS-RPT-COUNT.
111800     WRITE GREETRIR-RECORD FROM WS-RPT-COUNT-LINE.
111900     MOVE 'SUSPENSE ROWS READ:' TO WS-RPT-COUNT-TEXT.
112000     MOVE WS-SUSPENSE-READ-COUNT TO WS-RPT-COUNT.
112100     WRITE GREETRIR-RECORD FROM WS-RPT-COUNT-LINE.
112200     MOVE 'BATCHES AT STATUS S:' TO WS-RPT-COUNT-TEXT.
112300     MOVE WS-BATCH-ENTRY-COUNT TO WS-RPT-COUNT.
112400     WRITE GREETRIR-RECORD FROM WS-RPT-COUNT-LINE.
112500     MOVE 'GREETIF RECORDS READ:' TO WS-RPT-COUNT-TEXT.
112600     MOVE WS-ENVELOPE-READ-COUNT TO WS-RPT-COUNT.
112700     WRITE GREETRIR-RECORD FROM WS-RPT-COUNT-LINE.
112800     MOVE 'RULES WITH EXCEPTIONS:' TO WS-RPT-COUNT-TEXT.
112900     MOVE WS-RULES-FAILED TO WS-RPT-COUNT.
113000     WRITE GREETRIR-RECORD FROM WS-RPT-COUNT-LINE.
113100     CLOSE GREETIN
113200           GREETRIR.
113300     IF WS-RULES-FAILED > ZEROES
113400         DISPLAY "GREETRIC0015W " WS-RULES-FAILED
113500                 " INTEGRITY RULE(S) FAILED - SEE GREETRIR"
113600         IF RETURN-CODE < 4
113700             MOVE 4 TO RETURN-CODE
113800         END-IF
113900     END-IF.
114000*
114100 9000-EXIT.
114200     EXIT.
