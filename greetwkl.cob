000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GREETWKL.
000300 AUTHOR.      R TOMASZEWSKI.
000400 INSTALLATION.BRANCH OPERATIONS SUPPORT.
000500 DATE-WRITTEN.10/15/2026.
000600 DATE-COMPILED.10/15/2026.
000700*-----------------------------------------------------------------
000800* REMARKS.  MORNING EXCEPTION WORKLIST FOR THE ON-CALL ANALYST.
000900*           MERGES THE GREETEXC EXCEPTION EVENTS APPENDED SINCE
001000*           THE LAST WORKLIST BY GREETEDT, GREETSRC, GREETACK,
001100*           GREETRSN, GREETRCP, GREETDST, GREETBAL AND GREETHOL
001200*           WITH THE ITEMS STILL OPEN ON GREETWKO FROM THE
001300*           PREVIOUS WORKLIST, DROPS WHAT HAS BEEN CLEARED, AND
001400*           PRINTS ONE LIST ON GREETWKR - HIGH SEVERITY FIRST,
001500*           OLDEST FIRST WITHIN A SEVERITY - WITH TOTALS BY
001600*           OWNING TEAM (BRANCH ADMIN, TELLER TEAM, OPERATIONS).
001700*           THE ITEMS STILL OPEN ARE WRITTEN TO GREETWKN, WHICH
001800*           THE JOB PROMOTES OVER GREETWKO FOR TOMORROW.
001900*
002000*           AN EVENT IS THE SAME ITEM AS AN OPEN ONE WHEN ITS
002100*           SOURCE PROGRAM, TYPE, KEY TYPE, KEY AND TEXT ALL
002200*           MATCH.  AN ITEM IS CLEARED WHEN -
002300*             - IT IS AN AUTO-CLEAR ITEM, ITS SOURCE REPORTED A
002400*               COMPLETED RUN (RUNDONE MARKER) SINCE THE LAST
002500*               WORKLIST, AND THAT RUN DID NOT RAISE IT AGAIN, OR
002600*             - A GREETCLR CLEARANCE NAMES ITS SOURCE, TYPE, KEY
002700*               TYPE AND KEY AND IT WAS NOT RAISED AGAIN TODAY.
002800*           AN AUTO-CLEAR ITEM WHOSE SOURCE HAS NOT RUN IS HELD.
002900*           DAYS OPEN COUNTS THE WORKLISTS THE ITEM HAS APPEARED
003000*           ON - 1 ON THE DAY IT IS FIRST RAISED (PRINTED 'NEW'),
003100*           ONE MORE FOR EACH WORKLIST IT CARRIES OVER TO.
003200*
003300*           THE WORKLIST DATE IS TODAY'S DATE.  A RUN FOR A DATE
003400*           NOT LATER THAN THE ONE ON THE GREETWKO CONTROL ROW IS
003500*           REFUSED (CC 8) SO A RESUBMITTED JOB CANNOT AGE THE
003600*           OPEN ITEMS TWICE.
003700*-----------------------------------------------------------------
003800* MODIFICATION HISTORY.
003900*   10/15/2026  RT  INITIAL VERSION.
003910*   10/15/2026  RT  SOURCE NAMES ARE SEARCHED BY THEIR OWN INDEX
003920*                   AND THE COUNTER ENTRY LOCATED FROM IT.
004000*-----------------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.  IBM-370.
004400 OBJECT-COMPUTER.  IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT GREETEXC ASSIGN TO GREETEXC
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-GREETEXC-STATUS.
005000     SELECT GREETWKO ASSIGN TO GREETWKO
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-GREETWKO-STATUS.
005300     SELECT GREETCLR ASSIGN TO GREETCLR
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-GREETCLR-STATUS.
005600     SELECT GREETWKN ASSIGN TO GREETWKN
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-GREETWKN-STATUS.
005900     SELECT GREETWKR ASSIGN TO GREETWKR
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-GREETWKR-STATUS.
006200     SELECT GREETWKS ASSIGN TO SORTWK01.
006300*
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  GREETEXC
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 COPY EXCPREC.
007000*
007100*-----------------------------------------------------------------
007200* OPEN-ITEM FILES - THE EXCPREC LAYOUT.  ONLY THE FIELDS OF THE
007300* LEADING WKLCTL CONTROL ROW ARE NAMED HERE; ITEM ROWS MOVE TO
007400* AND FROM THE OPEN-ITEM TABLE WHOLE.
007500*-----------------------------------------------------------------
007600 FD  GREETWKO
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 01  GREETWKO-RECORD.
008000     05  WKO-PROGRAM-ID              PIC X(08).
008100     05  WKO-LAST-DATE               PIC 9(08).
008200     05  FILLER                      PIC X(01).
008300     05  WKO-TYPE                    PIC X(08).
008400         88  WKO-CONTROL-ROW                VALUE 'WKLCTL  '.
008500     05  FILLER                      PIC X(95).
008600*
008700 FD  GREETWKN
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 01  GREETWKN-RECORD.
009100     05  WKN-PROGRAM-ID              PIC X(08).
009200     05  WKN-LAST-DATE               PIC 9(08).
009300     05  WKN-SEVERITY                PIC 9(01).
009400     05  WKN-TYPE                    PIC X(08).
009500     05  FILLER                      PIC X(71).
009600     05  WKN-FIRST-DATE              PIC 9(08).
009700     05  WKN-DAYS-OPEN               PIC 9(03).
009800     05  FILLER                      PIC X(13).
009900*
010000*-----------------------------------------------------------------
010100* CLEARANCE TRANSACTION - ONE PER OPEN ITEM THE ANALYST HAS
010200* RESOLVED BY HAND.  CLEARS EVERY OPEN ITEM WITH THE SAME SOURCE
010300* PROGRAM, TYPE, KEY TYPE AND KEY, WHATEVER ITS TEXT.
010400*-----------------------------------------------------------------
010500 FD  GREETCLR
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800 01  GREETCLR-RECORD.
010900     05  CLR-PROGRAM-ID              PIC X(08).
011000     05  CLR-TYPE                    PIC X(08).
011100     05  CLR-KEY-TYPE                PIC X(01).
011200     05  CLR-KEY                     PIC X(08).
011300     05  CLR-CLEARED-BY              PIC X(08).
011400     05  FILLER                      PIC X(47).
011500*
011600 FD  GREETWKR
011700     RECORDING MODE IS F
011800     LABEL RECORDS ARE STANDARD.
011900 01  GREETWKR-RECORD                PIC X(132).
012000*
012100 SD  GREETWKS.
012200 01  WKL-SORT-RECORD.
012300     05  SRT-SEVERITY                PIC 9(01).
012400     05  SRT-DAYS-OPEN               PIC 9(03).
012500     05  SRT-OWNER                   PIC X(01).
012600     05  SRT-PROGRAM-ID              PIC X(08).
012700     05  SRT-TYPE                    PIC X(08).
012800     05  SRT-KEY-TYPE                PIC X(01).
012900     05  SRT-KEY                     PIC X(08).
013000     05  SRT-FIRST-DATE              PIC 9(08).
013100     05  SRT-TEXT                    PIC X(60).
013200*
013300 WORKING-STORAGE SECTION.
013400*-----------------------------------------------------------------
013500* FILE STATUS SWITCHES
013600*-----------------------------------------------------------------
013700 01  WS-FILE-STATUSES.
013800     05  WS-GREETEXC-STATUS      PIC X(02)  VALUE SPACES.
013900         88  WS-GREETEXC-OK                   VALUE '00'.
014000     05  WS-GREETWKO-STATUS      PIC X(02)  VALUE SPACES.
014100         88  WS-GREETWKO-OK                   VALUE '00'.
014200     05  WS-GREETCLR-STATUS      PIC X(02)  VALUE SPACES.
014300         88  WS-GREETCLR-OK                   VALUE '00'.
014400     05  WS-GREETWKN-STATUS      PIC X(02)  VALUE SPACES.
014500         88  WS-GREETWKN-OK                   VALUE '00'.
014600     05  WS-GREETWKR-STATUS      PIC X(02)  VALUE SPACES.
014700         88  WS-GREETWKR-OK                   VALUE '00'.
014800*-----------------------------------------------------------------
014900* PROGRAM SWITCHES
015000*-----------------------------------------------------------------
015100 01  WS-SWITCHES.
015200     05  WS-GREETEXC-EOF-SW      PIC X(01)  VALUE 'N'.
015300         88  WS-GREETEXC-EOF                  VALUE 'Y'.
015400     05  WS-GREETWKO-EOF-SW      PIC X(01)  VALUE 'N'.
015500         88  WS-GREETWKO-EOF                  VALUE 'Y'.
015600     05  WS-GREETCLR-EOF-SW      PIC X(01)  VALUE 'N'.
015700         88  WS-GREETCLR-EOF                  VALUE 'Y'.
015800     05  WS-SRT-EOF-SW           PIC X(01)  VALUE 'N'.
015900         88  WS-SRT-EOF                       VALUE 'Y'.
016000*-----------------------------------------------------------------
016100* RUN CONTROL FIELDS
016200*-----------------------------------------------------------------
016300 01  WS-RUN-FIELDS.
016400     05  WS-RUN-DATE             PIC 9(08)  VALUE ZEROES.
016500     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
016600         10  WS-RUN-DATE-CCYY    PIC 9(04).
016700         10  WS-RUN-DATE-MM      PIC 9(02).
016800         10  WS-RUN-DATE-DD      PIC 9(02).
016900     05  WS-RUN-DATE-EDIT        PIC X(10)  VALUE SPACES.
017000     05  WS-LAST-WKL-DATE        PIC 9(08)  VALUE ZEROES.
017100     05  WS-EDIT-DATE            PIC 9(08)  VALUE ZEROES.
017200     05  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
017300         10  WS-EDIT-DATE-CCYY   PIC 9(04).
017400         10  WS-EDIT-DATE-MM     PIC 9(02).
017500         10  WS-EDIT-DATE-DD     PIC 9(02).
017600     05  WS-EDIT-DATE-TEXT       PIC X(10)  VALUE SPACES.
017700     05  WS-CLEAR-RESULT         PIC X(40)  VALUE SPACES.
017800 77  WS-OPEN-COUNT               PIC 9(05)  COMP VALUE ZEROES.
017900 77  WS-OPN-SUB                  PIC 9(05)  COMP VALUE ZEROES.
018000 77  WS-SRC-SUB                  PIC 9(05)  COMP VALUE ZEROES.
018100 77  WS-TEAM-SUB                 PIC 9(05)  COMP VALUE ZEROES.
018200 77  WS-NAME-SUB                 PIC 9(05)  COMP VALUE ZEROES.
018300 77  WS-CLR-MATCH-COUNT          PIC 9(05)  COMP VALUE ZEROES.
018400 77  WS-CLR-RAISED-COUNT         PIC 9(05)  COMP VALUE ZEROES.
018500 77  WS-EVENTS-READ-COUNT        PIC 9(07)  COMP VALUE ZEROES.
018600 77  WS-EVENTS-BAD-COUNT         PIC 9(07)  COMP VALUE ZEROES.
018700 77  WS-EVENTS-DUP-COUNT         PIC 9(07)  COMP VALUE ZEROES.
018800 77  WS-CARRIED-IN-COUNT         PIC 9(07)  COMP VALUE ZEROES.
018900 77  WS-CLEARANCE-COUNT          PIC 9(07)  COMP VALUE ZEROES.
019000 77  WS-OPEN-OUT-COUNT           PIC 9(07)  COMP VALUE ZEROES.
019100*-----------------------------------------------------------------
019200* OPEN-ITEM TABLE - THE ITEMS CARRIED IN FROM GREETWKO FOLLOWED
019300* BY THE NEW ITEMS RAISED BY TODAY'S EVENTS.  WS-OPN-IMAGE IS
019400* THE EXCPREC LAYOUT FIELD FOR FIELD, SO A ROW MOVES BETWEEN THE
019500* TABLE AND THE OPEN-ITEM FILES WHOLE.  SIZED FOR 5000 ITEMS.
019600*-----------------------------------------------------------------
019700 01  WS-OPEN-ITEM-TABLE.
019800     05  WS-OPN-ENTRY OCCURS 5000 TIMES
019900             INDEXED BY WS-OPN-IDX.
020000         10  WS-OPN-IMAGE.
020100             15  WS-OPN-PROGRAM-ID       PIC X(08).
020200             15  WS-OPN-BUSINESS-DATE    PIC 9(08).
020300             15  WS-OPN-SEVERITY         PIC 9(01).
020400             15  WS-OPN-TYPE             PIC X(08).
020500             15  WS-OPN-OWNER            PIC X(01).
020600             15  WS-OPN-KEY-TYPE         PIC X(01).
020700             15  WS-OPN-KEY              PIC X(08).
020800             15  WS-OPN-AUTO-CLEAR-SW    PIC X(01).
020900                 88  WS-OPN-AUTO-CLEAR          VALUE 'Y'.
021000             15  WS-OPN-TEXT             PIC X(60).
021100             15  WS-OPN-FIRST-DATE       PIC 9(08).
021200             15  WS-OPN-DAYS-OPEN        PIC 9(03).
021300             15  FILLER                  PIC X(13).
021400         10  WS-OPN-STATE                PIC X(01).
021500             88  WS-OPN-CARRIED                 VALUE 'C'.
021600             88  WS-OPN-RAISED-AGAIN            VALUE 'R'.
021700             88  WS-OPN-NEW                     VALUE 'N'.
021800             88  WS-OPN-AUTO-CLEARED            VALUE 'X'.
021900             88  WS-OPN-HAND-CLEARED            VALUE 'K'.
022000             88  WS-OPN-RAISED-TODAY            VALUE 'R' 'N'.
022100             88  WS-OPN-STILL-OPEN              VALUE 'C' 'R' 'N'.
022200*-----------------------------------------------------------------
022300* SOURCE TABLE - THE PROGRAMS THAT FEED GREETEXC, WITH THE RUN
022400* MARKERS AND EVENTS EACH HAS LOGGED SINCE THE LAST WORKLIST.
022500*-----------------------------------------------------------------
022600 01  WS-SOURCE-VALUES.
022700     05  FILLER                  PIC X(08)  VALUE 'GREETEDT'.
022800     05  FILLER                  PIC X(08)  VALUE 'GREETSRC'.
022900     05  FILLER                  PIC X(08)  VALUE 'GREETACK'.
023000     05  FILLER                  PIC X(08)  VALUE 'GREETRSN'.
023100     05  FILLER                  PIC X(08)  VALUE 'GREETRCP'.
023200     05  FILLER                  PIC X(08)  VALUE 'GREETDST'.
023300     05  FILLER                  PIC X(08)  VALUE 'GREETBAL'.
023400     05  FILLER                  PIC X(08)  VALUE 'GREETHOL'.
023500 01  WS-SOURCE-NAMES REDEFINES WS-SOURCE-VALUES.
023600     05  WS-SRC-NAME             PIC X(08)  OCCURS 8 TIMES
023650             INDEXED BY WS-SRN-IDX.
023700 01  WS-SOURCE-TABLE.
023800     05  WS-SRC-ENTRY OCCURS 8 TIMES
023900             INDEXED BY WS-SRC-IDX.
024000         10  WS-SRC-RUNS             PIC 9(05).
024100         10  WS-SRC-EVENTS           PIC 9(07).
024200*-----------------------------------------------------------------
024300* TEAM TABLE - ONE ENTRY PER OWNING TEAM, IN EXC-OWNER ORDER
024400* B, T, O.
024500*-----------------------------------------------------------------
024600 01  WS-TEAM-VALUES.
024700     05  FILLER                  PIC X(13)  VALUE 'BBRANCH ADMIN'.
024800     05  FILLER                  PIC X(13)  VALUE 'TTELLER TEAM '.
024900     05  FILLER                  PIC X(13)  VALUE 'OOPERATIONS  '.
025000 01  WS-TEAM-NAMES REDEFINES WS-TEAM-VALUES.
025100     05  WS-TEAM-NAME-ENTRY OCCURS 3 TIMES.
025200         10  WS-TEAM-CODE            PIC X(01).
025300         10  WS-TEAM-NAME            PIC X(12).
025400 01  WS-TEAM-TABLE.
025500     05  WS-TEAM-ENTRY OCCURS 4 TIMES.
025600         10  WS-TEAM-OPEN            PIC 9(05).
025700         10  WS-TEAM-HIGH            PIC 9(05).
025800         10  WS-TEAM-NEW             PIC 9(05).
025900         10  WS-TEAM-CARRIED         PIC 9(05).
026000         10  WS-TEAM-CLEARED         PIC 9(05).
026100*-----------------------------------------------------------------
026200* REPORT LAYOUT FIELDS
026300*-----------------------------------------------------------------
026400 01  WS-REPORT-LINES.
026500     05  WS-RPT-HEADER-1.
026600         10  FILLER              PIC X(10) VALUE 'JOB NAME: '.
026700         10  WS-RPT-JOB-NAME     PIC X(08) VALUE 'GREETWKL'.
026800         10  FILLER              PIC X(10) VALUE SPACES.
026900         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
027000         10  WS-RPT-RUN-DATE     PIC X(10) VALUE SPACES.
027100         10  FILLER              PIC X(84) VALUE SPACES.
027200     05  WS-RPT-HEADER-2.
027300         10  FILLER              PIC X(40)
027400             VALUE 'EXCEPTION WORKLIST - PREVIOUS WORKLIST: '.
027500         10  WS-RPT-LAST-DATE    PIC X(10) VALUE SPACES.
027600         10  FILLER              PIC X(82) VALUE SPACES.
027700     05  WS-RPT-SECTION-LINE.
027800         10  WS-RPT-SECTION-TEXT PIC X(40) VALUE SPACES.
027900         10  FILLER              PIC X(92) VALUE SPACES.
028000     05  WS-RPT-COLUMN-LINE.
028100         10  FILLER              PIC X(04) VALUE 'SEV '.
028200         10  FILLER              PIC X(02) VALUE SPACES.
028300         10  FILLER              PIC X(04) VALUE 'DAYS'.
028400         10  FILLER              PIC X(02) VALUE SPACES.
028500         10  FILLER              PIC X(12) VALUE 'TEAM'.
028600         10  FILLER              PIC X(02) VALUE SPACES.
028700         10  FILLER              PIC X(08) VALUE 'SOURCE'.
028800         10  FILLER              PIC X(02) VALUE SPACES.
028900         10  FILLER              PIC X(08) VALUE 'TYPE'.
029000         10  FILLER              PIC X(02) VALUE SPACES.
029100         10  FILLER              PIC X(10) VALUE 'KEY'.
029200         10  FILLER              PIC X(02) VALUE SPACES.
029300         10  FILLER              PIC X(10) VALUE 'FIRST SEEN'.
029400         10  FILLER              PIC X(02) VALUE SPACES.
029500         10  FILLER              PIC X(60) VALUE 'DESCRIPTION'.
029600         10  FILLER              PIC X(02) VALUE SPACES.
029700     05  WS-RPT-DETAIL-LINE.
029800         10  WS-RPT-SEVERITY     PIC X(04) VALUE SPACES.
029900         10  FILLER              PIC X(02) VALUE SPACES.
030000         10  WS-RPT-DAYS         PIC X(04) VALUE SPACES.
030100         10  WS-RPT-DAYS-N REDEFINES WS-RPT-DAYS
030200                                 PIC ZZZ9.
030300         10  FILLER              PIC X(02) VALUE SPACES.
030400         10  WS-RPT-TEAM         PIC X(12) VALUE SPACES.
030500         10  FILLER              PIC X(02) VALUE SPACES.
030600         10  WS-RPT-PROGRAM-ID   PIC X(08) VALUE SPACES.
030700         10  FILLER              PIC X(02) VALUE SPACES.
030800         10  WS-RPT-TYPE         PIC X(08) VALUE SPACES.
030900         10  FILLER              PIC X(02) VALUE SPACES.
031000         10  WS-RPT-KEY-TYPE     PIC X(01) VALUE SPACES.
031100         10  FILLER              PIC X(01) VALUE SPACES.
031200         10  WS-RPT-KEY          PIC X(08) VALUE SPACES.
031300         10  FILLER              PIC X(02) VALUE SPACES.
031400         10  WS-RPT-FIRST-DATE   PIC X(10) VALUE SPACES.
031500         10  FILLER              PIC X(02) VALUE SPACES.
031600         10  WS-RPT-TEXT         PIC X(60) VALUE SPACES.
031700         10  FILLER              PIC X(02) VALUE SPACES.
031800     05  WS-RPT-CLEAR-LINE.
031900         10  WS-RPT-CLR-PROGRAM  PIC X(08) VALUE SPACES.
032000         10  FILLER              PIC X(02) VALUE SPACES.
032100         10  WS-RPT-CLR-TYPE     PIC X(08) VALUE SPACES.
032200         10  FILLER              PIC X(02) VALUE SPACES.
032300         10  WS-RPT-CLR-KEY-TYPE PIC X(01) VALUE SPACES.
032400         10  FILLER              PIC X(01) VALUE SPACES.
032500         10  WS-RPT-CLR-KEY      PIC X(08) VALUE SPACES.
032600         10  FILLER              PIC X(02) VALUE SPACES.
032700         10  FILLER              PIC X(04) VALUE 'BY: '.
032800         10  WS-RPT-CLR-BY       PIC X(08) VALUE SPACES.
032900         10  FILLER              PIC X(02) VALUE SPACES.
033000         10  WS-RPT-CLR-RESULT   PIC X(40) VALUE SPACES.
033100         10  FILLER              PIC X(46) VALUE SPACES.
033200     05  WS-RPT-TEAM-COLUMN-LINE.
033300         10  FILLER              PIC X(12) VALUE 'TEAM'.
033400         10  FILLER              PIC X(02) VALUE SPACES.
033500         10  FILLER              PIC X(07) VALUE '   OPEN'.
033600         10  FILLER              PIC X(02) VALUE SPACES.
033700         10  FILLER              PIC X(07) VALUE '   HIGH'.
033800         10  FILLER              PIC X(02) VALUE SPACES.
033900         10  FILLER              PIC X(07) VALUE '    NEW'.
034000         10  FILLER              PIC X(02) VALUE SPACES.
034100         10  FILLER              PIC X(07) VALUE 'CARRIED'.
034200         10  FILLER              PIC X(02) VALUE SPACES.
034300         10  FILLER              PIC X(07) VALUE 'CLEARED'.
034400         10  FILLER              PIC X(75) VALUE SPACES.
034500     05  WS-RPT-TEAM-LINE.
034600         10  WS-RPT-TEAM-NAME    PIC X(12) VALUE SPACES.
034700         10  FILLER              PIC X(02) VALUE SPACES.
034800         10  WS-RPT-TEAM-OPEN    PIC ZZZZZZ9.
034900         10  FILLER              PIC X(02) VALUE SPACES.
035000         10  WS-RPT-TEAM-HIGH    PIC ZZZZZZ9.
035100         10  FILLER              PIC X(02) VALUE SPACES.
035200         10  WS-RPT-TEAM-NEW     PIC ZZZZZZ9.
035300         10  FILLER              PIC X(02) VALUE SPACES.
035400         10  WS-RPT-TEAM-CARRIED PIC ZZZZZZ9.
035500         10  FILLER              PIC X(02) VALUE SPACES.
035600         10  WS-RPT-TEAM-CLEARED PIC ZZZZZZ9.
035700         10  FILLER              PIC X(75) VALUE SPACES.
035800     05  WS-RPT-SOURCE-LINE.
035900         10  WS-RPT-SRC-NAME     PIC X(08) VALUE SPACES.
036000         10  FILLER              PIC X(02) VALUE SPACES.
036100         10  FILLER              PIC X(06) VALUE 'RUNS: '.
036200         10  WS-RPT-SRC-RUNS     PIC ZZZZ9.
036300         10  FILLER              PIC X(02) VALUE SPACES.
036400         10  FILLER              PIC X(08) VALUE 'EVENTS: '.
036500         10  WS-RPT-SRC-EVENTS   PIC ZZZZZZ9.
036600         10  FILLER              PIC X(02) VALUE SPACES.
036700         10  WS-RPT-SRC-NOTE     PIC X(50) VALUE SPACES.
036800         10  FILLER              PIC X(42) VALUE SPACES.
036900     05  WS-RPT-COUNT-LINE.
037000         10  WS-RPT-COUNT-TEXT   PIC X(30) VALUE SPACES.
037100         10  WS-RPT-COUNT        PIC ZZZZZZ9.
037200         10  FILLER              PIC X(95) VALUE SPACES.
037300*
037400 PROCEDURE DIVISION.
037500*-----------------------------------------------------------------
037600* 0000-MAINLINE
037700*   CONTROLS THE OVERALL FLOW OF THE WORKLIST RUN.
037800*-----------------------------------------------------------------
037900 0000-MAINLINE.
038000     PERFORM 1000-INITIALIZE
038100         THRU 1000-EXIT.
038200     PERFORM 2000-LOAD-OPEN-ITEM
038300         THRU 2000-EXIT
038400         UNTIL WS-GREETWKO-EOF.
038500     PERFORM 3000-MERGE-EVENT
038600         THRU 3000-EXIT
038700         UNTIL WS-GREETEXC-EOF.
038800     PERFORM 4000-APPLY-CLEARANCES
038900         THRU 4000-EXIT.
039000     PERFORM 5000-AGE-OPEN-ITEM
039100         THRU 5000-EXIT
039200         VARYING WS-OPN-SUB FROM 1 BY 1
039300         UNTIL WS-OPN-SUB > WS-OPEN-COUNT.
039400     PERFORM 6000-WRITE-OPEN-ITEMS
039500         THRU 6000-EXIT.
039600     PERFORM 7000-PRINT-WORKLIST
039700         THRU 7000-EXIT.
039800     PERFORM 8000-PRINT-TOTALS
039900         THRU 8000-EXIT.
040000     PERFORM 9000-TERMINATE
040100         THRU 9000-EXIT.
040200     STOP RUN.
040300*
040400 0000-MAINLINE-EXIT.
040500     EXIT.
040600*-----------------------------------------------------------------
040700* 1000-INITIALIZE
040800*   OPENS THE FILES AND READS THE GREETWKO CONTROL ROW.  THE
040900*   WORKLIST IS REFUSED (CC 8) WHEN IT HAS ALREADY RUN TODAY, AND
041000*   ANY FILE OTHER THAN THE CLEARANCES FAILING TO OPEN IS FATAL -
041100*   A WORKLIST BUILT WITHOUT THE EVENTS OR THE OPEN ITEMS WOULD
041200*   QUIETLY LOSE EXCEPTIONS.  AN EMPTY GREETWKO IS THE FIRST RUN.
041300*-----------------------------------------------------------------
041400 1000-INITIALIZE.
041500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
041600     OPEN INPUT GREETWKO.
041700     IF NOT WS-GREETWKO-OK
041800         DISPLAY "GREETWKL0001E UNABLE TO OPEN GREETWKO - "
041900                 "RUN TERMINATED"
042000         MOVE 16 TO RETURN-CODE
042100         STOP RUN
042200     END-IF.
042300     READ GREETWKO
042400         AT END
042500             SET WS-GREETWKO-EOF TO TRUE
042600     END-READ.
042700     IF NOT WS-GREETWKO-EOF
042800         IF NOT WKO-CONTROL-ROW
042900            OR WKO-LAST-DATE IS NOT NUMERIC
043000             DISPLAY "GREETWKL0002E GREETWKO HAS NO WKLCTL "
043100                     "CONTROL ROW - RUN TERMINATED"
043200             MOVE 16 TO RETURN-CODE
043300             STOP RUN
043400         END-IF
043500         MOVE WKO-LAST-DATE TO WS-LAST-WKL-DATE
043600     END-IF.
043700     IF WS-LAST-WKL-DATE NOT < WS-RUN-DATE
043800         DISPLAY "GREETWKL0003E WORKLIST ALREADY PRODUCED FOR "
043900                 WS-LAST-WKL-DATE " - RUN REFUSED"
044000         CLOSE GREETWKO
044100         MOVE 8 TO RETURN-CODE
044200         STOP RUN
044300     END-IF.
044400     OPEN INPUT GREETEXC.
044500     IF NOT WS-GREETEXC-OK
044600         DISPLAY "GREETWKL0004E UNABLE TO OPEN GREETEXC - "
044700                 "RUN TERMINATED"
044800         MOVE 16 TO RETURN-CODE
044900         STOP RUN
045000     END-IF.
045100     OPEN OUTPUT GREETWKN.
045200     IF NOT WS-GREETWKN-OK
045300         DISPLAY "GREETWKL0005E UNABLE TO OPEN GREETWKN - "
045400                 "RUN TERMINATED"
045500         MOVE 16 TO RETURN-CODE
045600         STOP RUN
045700     END-IF.
045800     OPEN OUTPUT GREETWKR.
045900     IF NOT WS-GREETWKR-OK
046000         DISPLAY "GREETWKL0006E UNABLE TO OPEN GREETWKR - "
046100                 "RUN TERMINATED"
046200         MOVE 16 TO RETURN-CODE
046300         STOP RUN
046400     END-IF.
046500     MOVE SPACES TO WS-OPEN-ITEM-TABLE.
046600     MOVE ZEROES TO WS-SOURCE-TABLE
046700                    WS-TEAM-TABLE.
046800     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
046900     PERFORM 8900-FORMAT-DATE
047000         THRU 8900-EXIT.
047100     MOVE WS-EDIT-DATE-TEXT TO WS-RUN-DATE-EDIT
047200                               WS-RPT-RUN-DATE.
047300     IF WS-LAST-WKL-DATE = ZEROES
047400         MOVE 'NONE' TO WS-RPT-LAST-DATE
047500     ELSE
047600         MOVE WS-LAST-WKL-DATE TO WS-EDIT-DATE
047700         PERFORM 8900-FORMAT-DATE
047800             THRU 8900-EXIT
047900         MOVE WS-EDIT-DATE-TEXT TO WS-RPT-LAST-DATE
048000     END-IF.
048100     WRITE GREETWKR-RECORD FROM WS-RPT-HEADER-1.
048200     WRITE GREETWKR-RECORD FROM WS-RPT-HEADER-2.
048300     PERFORM 3100-READ-EVENT
048400         THRU 3100-EXIT.
048500*
048600 1000-EXIT.
048700     EXIT.
048800*-----------------------------------------------------------------
048900* 2000-LOAD-OPEN-ITEM
049000*   READS ONE ITEM LEFT OPEN BY THE PREVIOUS WORKLIST INTO THE
049100*   NEXT TABLE ENTRY AS CARRIED.
049200*-----------------------------------------------------------------
049300 2000-LOAD-OPEN-ITEM.
049400     READ GREETWKO
049500         AT END
049600             SET WS-GREETWKO-EOF TO TRUE
049700             GO TO 2000-EXIT
049800     END-READ.
049900     PERFORM 8800-ADD-OPEN-ENTRY
050000         THRU 8800-EXIT.
050100     MOVE GREETWKO-RECORD TO WS-OPN-IMAGE (WS-OPN-IDX).
050200     SET WS-OPN-CARRIED (WS-OPN-IDX) TO TRUE.
050300     ADD 1 TO WS-CARRIED-IN-COUNT.
050400*
050500 2000-EXIT.
050600     EXIT.
050700*-----------------------------------------------------------------
050800* 3000-MERGE-EVENT
050900*   MERGES ONE GREETEXC EVENT AND READS THE NEXT.
051000*-----------------------------------------------------------------
051100 3000-MERGE-EVENT.
051200     ADD 1 TO WS-EVENTS-READ-COUNT.
051300     PERFORM 3050-APPLY-EVENT
051400         THRU 3050-EXIT.
051500     PERFORM 3100-READ-EVENT
051600         THRU 3100-EXIT.
051700*
051800 3000-EXIT.
051900     EXIT.
052000*-----------------------------------------------------------------
052100* 3050-APPLY-EVENT
052200*   A RUN MARKER IS COUNTED AGAINST ITS SOURCE.  AN EXCEPTION
052300*   MATCHING AN OPEN ITEM MARKS THAT ITEM RAISED AGAIN; ANYTHING
052400*   ELSE BECOMES A NEW ITEM FIRST SEEN ON THE EVENT'S BUSINESS
052500*   DATE.  A ROW FROM AN UNKNOWN SOURCE OR WITH A BAD SEVERITY
052600*   OR TEAM IS REPORTED AND SKIPPED.
052700*-----------------------------------------------------------------
052800 3050-APPLY-EVENT.
052900     SET WS-SRN-IDX TO 1.
053000     SEARCH WS-SRC-NAME
053100         AT END
053200             DISPLAY "GREETWKL0007W GREETEXC ROW FROM UNKNOWN "
053300                     "SOURCE " EXC-PROGRAM-ID " - SKIPPED"
053400             PERFORM 3200-COUNT-BAD-EVENT
053500                 THRU 3200-EXIT
053600             GO TO 3050-EXIT
053700         WHEN WS-SRC-NAME (WS-SRN-IDX) = EXC-PROGRAM-ID
053800             SET WS-SRC-IDX TO WS-SRN-IDX
053900     END-SEARCH.
054000     IF EXC-TYPE-RUN-DONE
054100         ADD 1 TO WS-SRC-RUNS (WS-SRC-IDX)
054200         GO TO 3050-EXIT
054300     END-IF.
054400     IF (NOT EXC-SEV-HIGH
054500         AND NOT EXC-SEV-MEDIUM
054600         AND NOT EXC-SEV-LOW)
054700        OR (NOT EXC-OWNER-BRANCH-ADMIN
054800            AND NOT EXC-OWNER-TELLER-TEAM
054900            AND NOT EXC-OWNER-OPERATIONS)
055000         DISPLAY "GREETWKL0008W GREETEXC " EXC-PROGRAM-ID " "
055100                 EXC-TYPE " ROW HAS A BAD SEVERITY OR TEAM - "
055200                 "SKIPPED"
055300         PERFORM 3200-COUNT-BAD-EVENT
055400             THRU 3200-EXIT
055500         GO TO 3050-EXIT
055600     END-IF.
055700     ADD 1 TO WS-SRC-EVENTS (WS-SRC-IDX).
055800     SET WS-OPN-IDX TO 1.
055900     SEARCH WS-OPN-ENTRY
056000         AT END
056100             PERFORM 3300-ADD-NEW-ITEM
056200                 THRU 3300-EXIT
056300         WHEN WS-OPN-IDX > WS-OPEN-COUNT
056400             PERFORM 3300-ADD-NEW-ITEM
056500                 THRU 3300-EXIT
056600         WHEN WS-OPN-PROGRAM-ID (WS-OPN-IDX) = EXC-PROGRAM-ID
056700          AND WS-OPN-TYPE       (WS-OPN-IDX) = EXC-TYPE
056800          AND WS-OPN-KEY-TYPE   (WS-OPN-IDX) = EXC-KEY-TYPE
056900          AND WS-OPN-KEY        (WS-OPN-IDX) = EXC-KEY
057000          AND WS-OPN-TEXT       (WS-OPN-IDX) = EXC-TEXT
057100             PERFORM 3400-MARK-RAISED-AGAIN
057200                 THRU 3400-EXIT
057300     END-SEARCH.
057400*
057500 3050-EXIT.
057600     EXIT.
057700*-----------------------------------------------------------------
057800* 3100-READ-EVENT
057900*   READS THE NEXT GREETEXC EVENT.
058000*-----------------------------------------------------------------
058100 3100-READ-EVENT.
058200     READ GREETEXC
058300         AT END
058400             SET WS-GREETEXC-EOF TO TRUE
058500     END-READ.
058600*
058700 3100-EXIT.
058800     EXIT.
058900*-----------------------------------------------------------------
059000* 3200-COUNT-BAD-EVENT
059100*   COUNTS A SKIPPED EVENT AND RAISES THE CONDITION CODE TO 4.
059200*-----------------------------------------------------------------
059300 3200-COUNT-BAD-EVENT.
059400     ADD 1 TO WS-EVENTS-BAD-COUNT.
059500     IF RETURN-CODE < 4
059600         MOVE 4 TO RETURN-CODE
059700     END-IF.
059800*
059900 3200-EXIT.
060000     EXIT.
060100*-----------------------------------------------------------------
060200* 3300-ADD-NEW-ITEM
060300*   ADDS THE CURRENT EVENT TO THE TABLE AS A NEW ITEM.
060400*-----------------------------------------------------------------
060500 3300-ADD-NEW-ITEM.
060600     PERFORM 8800-ADD-OPEN-ENTRY
060700         THRU 8800-EXIT.
060800     MOVE EXCEPTION-RECORD  TO WS-OPN-IMAGE (WS-OPN-IDX).
060900     MOVE EXC-BUSINESS-DATE TO WS-OPN-FIRST-DATE (WS-OPN-IDX).
061000     MOVE ZEROES            TO WS-OPN-DAYS-OPEN (WS-OPN-IDX).
061100     SET WS-OPN-NEW (WS-OPN-IDX) TO TRUE.
061200*
061300 3300-EXIT.
061400     EXIT.
061500*-----------------------------------------------------------------
061600* 3400-MARK-RAISED-AGAIN
061700*   AN OPEN ITEM RAISED AGAIN KEEPS ITS FIRST-SEEN DATE AND TAKES
061800*   THE LATEST BUSINESS DATE, SEVERITY AND TEAM.  A SECOND EVENT
061900*   FOR AN ITEM ALREADY RAISED TODAY (A RERUN OF THE SOURCE) IS
062000*   ONLY COUNTED.
062100*-----------------------------------------------------------------
062200 3400-MARK-RAISED-AGAIN.
062300     IF WS-OPN-RAISED-TODAY (WS-OPN-IDX)
062400         ADD 1 TO WS-EVENTS-DUP-COUNT
062500     ELSE
062600         SET WS-OPN-RAISED-AGAIN (WS-OPN-IDX) TO TRUE
062700     END-IF.
062800     IF EXC-BUSINESS-DATE > WS-OPN-BUSINESS-DATE (WS-OPN-IDX)
062900         MOVE EXC-BUSINESS-DATE
063000             TO WS-OPN-BUSINESS-DATE (WS-OPN-IDX)
063100         MOVE EXC-SEVERITY TO WS-OPN-SEVERITY (WS-OPN-IDX)
063200         MOVE EXC-OWNER    TO WS-OPN-OWNER    (WS-OPN-IDX)
063300     END-IF.
063400*
063500 3400-EXIT.
063600     EXIT.
063700*-----------------------------------------------------------------
063800* 4000-APPLY-CLEARANCES
063900*   APPLIES THE GREETCLR CLEARANCES AND LISTS EACH ONE WITH ITS
064000*   OUTCOME.  A MISSING CLEARANCE FILE IS A WARNING - THE
064100*   WORKLIST STILL RUNS.
064200*-----------------------------------------------------------------
064300 4000-APPLY-CLEARANCES.
064400     OPEN INPUT GREETCLR.
064500     IF NOT WS-GREETCLR-OK
064600         DISPLAY "GREETWKL0009W GREETCLR NOT AVAILABLE - "
064700                 "NO CLEARANCES APPLIED"
064800         IF RETURN-CODE < 4
064900             MOVE 4 TO RETURN-CODE
065000         END-IF
065100         GO TO 4000-EXIT
065200     END-IF.
065300     MOVE 'CLEARANCES ENTERED' TO WS-RPT-SECTION-TEXT.
065400     WRITE GREETWKR-RECORD FROM WS-RPT-SECTION-LINE.
065500     PERFORM 4100-APPLY-CLEARANCE
065600         THRU 4100-EXIT
065700         UNTIL WS-GREETCLR-EOF.
065800     CLOSE GREETCLR.
065900     IF WS-CLEARANCE-COUNT = ZEROES
066000         MOVE SPACES TO WS-RPT-CLEAR-LINE
066100         MOVE 'NONE' TO WS-RPT-CLR-PROGRAM
066200         WRITE GREETWKR-RECORD FROM WS-RPT-CLEAR-LINE
066300     END-IF.
066400*
066500 4000-EXIT.
066600     EXIT.
066700*-----------------------------------------------------------------
066800* 4100-APPLY-CLEARANCE
066900*   READS ONE CLEARANCE AND CLEARS EVERY OPEN ITEM IT NAMES.  AN
067000*   ITEM RAISED AGAIN TODAY IS NOT CLEARED - THE CONDITION IS
067100*   STILL THERE - AND A CLEARANCE THAT MATCHES NOTHING OR ONLY
067200*   SUCH ITEMS IS FLAGGED (CC 4) SO IT CAN BE CHECKED AND
067300*   RE-ENTERED.
067400*-----------------------------------------------------------------
067500 4100-APPLY-CLEARANCE.
067600     READ GREETCLR
067700         AT END
067800             SET WS-GREETCLR-EOF TO TRUE
067900             GO TO 4100-EXIT
068000     END-READ.
068100     ADD 1 TO WS-CLEARANCE-COUNT.
068200     MOVE ZEROES TO WS-CLR-MATCH-COUNT
068300                    WS-CLR-RAISED-COUNT.
068400     PERFORM 4200-MATCH-CLEARANCE
068500         THRU 4200-EXIT
068600         VARYING WS-OPN-SUB FROM 1 BY 1
068700         UNTIL WS-OPN-SUB > WS-OPEN-COUNT.
068800     EVALUATE TRUE
068900         WHEN WS-CLR-MATCH-COUNT > ZEROES
069000             MOVE 'CLEARED' TO WS-CLEAR-RESULT
069100         WHEN WS-CLR-RAISED-COUNT > ZEROES
069200             MOVE '** NOT CLEARED - RAISED AGAIN TODAY'
069300                 TO WS-CLEAR-RESULT
069400         WHEN OTHER
069500             MOVE '** NOT CLEARED - NO OPEN ITEM MATCHES'
069600                 TO WS-CLEAR-RESULT
069700     END-EVALUATE.
069800     IF WS-CLR-MATCH-COUNT = ZEROES
069900         IF RETURN-CODE < 4
070000             MOVE 4 TO RETURN-CODE
070100         END-IF
070200     END-IF.
070300     MOVE CLR-PROGRAM-ID  TO WS-RPT-CLR-PROGRAM.
070400     MOVE CLR-TYPE        TO WS-RPT-CLR-TYPE.
070500     MOVE CLR-KEY-TYPE    TO WS-RPT-CLR-KEY-TYPE.
070600     MOVE CLR-KEY         TO WS-RPT-CLR-KEY.
070700     MOVE CLR-CLEARED-BY  TO WS-RPT-CLR-BY.
070800     MOVE WS-CLEAR-RESULT TO WS-RPT-CLR-RESULT.
070900     WRITE GREETWKR-RECORD FROM WS-RPT-CLEAR-LINE.
071000*
071100 4100-EXIT.
071200     EXIT.
071300*-----------------------------------------------------------------
071400* 4200-MATCH-CLEARANCE
071500*   TESTS ONE TABLE ENTRY AGAINST THE CURRENT CLEARANCE.
071600*-----------------------------------------------------------------
071700 4200-MATCH-CLEARANCE.
071800     IF WS-OPN-PROGRAM-ID (WS-OPN-SUB) NOT = CLR-PROGRAM-ID
071900        OR WS-OPN-TYPE     (WS-OPN-SUB) NOT = CLR-TYPE
072000        OR WS-OPN-KEY-TYPE (WS-OPN-SUB) NOT = CLR-KEY-TYPE
072100        OR WS-OPN-KEY      (WS-OPN-SUB) NOT = CLR-KEY
072200        OR NOT WS-OPN-STILL-OPEN (WS-OPN-SUB)
072300         GO TO 4200-EXIT
072400     END-IF.
072500     IF WS-OPN-RAISED-TODAY (WS-OPN-SUB)
072600         ADD 1 TO WS-CLR-RAISED-COUNT
072700     ELSE
072800         SET WS-OPN-HAND-CLEARED (WS-OPN-SUB) TO TRUE
072900         ADD 1 TO WS-CLR-MATCH-COUNT
073000     END-IF.
073100*
073200 4200-EXIT.
073300     EXIT.
073400*-----------------------------------------------------------------
073500* 5000-AGE-OPEN-ITEM
073600*   SETTLES ONE TABLE ENTRY.  A CARRIED AUTO-CLEAR ITEM THAT WAS
073700*   NOT RAISED AGAIN IS CLEARED WHEN ITS SOURCE REPORTED A RUN,
073800*   OTHERWISE HELD.  EVERY ITEM STILL OPEN GAINS A DAY, AND THE
073900*   ITEM IS COUNTED AGAINST ITS OWNING TEAM.
074000*-----------------------------------------------------------------
074100 5000-AGE-OPEN-ITEM.
074200     IF WS-OPN-CARRIED (WS-OPN-SUB)
074300        AND WS-OPN-AUTO-CLEAR (WS-OPN-SUB)
074400         SET WS-SRN-IDX TO 1
074410         SEARCH WS-SRC-NAME
074420             AT END
074430                 CONTINUE
074440             WHEN WS-SRC-NAME (WS-SRN-IDX)
074450                     = WS-OPN-PROGRAM-ID (WS-OPN-SUB)
074460                 SET WS-SRC-IDX TO WS-SRN-IDX
074470                 IF WS-SRC-RUNS (WS-SRC-IDX) > ZEROES
074480                     SET WS-OPN-AUTO-CLEARED (WS-OPN-SUB) TO TRUE
074490                 END-IF
074500         END-SEARCH
075400     END-IF.
075500     IF WS-OPN-STILL-OPEN (WS-OPN-SUB)
075600        AND WS-OPN-DAYS-OPEN (WS-OPN-SUB) < 999
075700         ADD 1 TO WS-OPN-DAYS-OPEN (WS-OPN-SUB)
075800     END-IF.
075900     MOVE 4 TO WS-TEAM-SUB.
076000     PERFORM 5100-FIND-TEAM
076100         THRU 5100-EXIT
076200         VARYING WS-NAME-SUB FROM 1 BY 1
076300         UNTIL WS-NAME-SUB > 3.
076400     IF NOT WS-OPN-STILL-OPEN (WS-OPN-SUB)
076500         ADD 1 TO WS-TEAM-CLEARED (WS-TEAM-SUB)
076600         GO TO 5000-EXIT
076700     END-IF.
076800     ADD 1 TO WS-TEAM-OPEN (WS-TEAM-SUB).
076900     IF WS-OPN-SEVERITY (WS-OPN-SUB) = 1
077000         ADD 1 TO WS-TEAM-HIGH (WS-TEAM-SUB)
077100     END-IF.
077200     IF WS-OPN-NEW (WS-OPN-SUB)
077300         ADD 1 TO WS-TEAM-NEW (WS-TEAM-SUB)
077400     ELSE
077500         ADD 1 TO WS-TEAM-CARRIED (WS-TEAM-SUB)
077600     END-IF.
077700*
077800 5000-EXIT.
077900     EXIT.
078000*-----------------------------------------------------------------
078100* 5100-FIND-TEAM
078200*   SETS WS-TEAM-SUB FROM THE ITEM'S OWNING TEAM CODE.  AN ITEM
078300*   CARRIED IN WITH A CODE NO LONGER KNOWN COUNTS UNDER THE
078400*   FOURTH (UNASSIGNED) ENTRY.
078500*-----------------------------------------------------------------
078600 5100-FIND-TEAM.
078700     IF WS-TEAM-CODE (WS-NAME-SUB) = WS-OPN-OWNER (WS-OPN-SUB)
078800         MOVE WS-NAME-SUB TO WS-TEAM-SUB
078900     END-IF.
079000*
079100 5100-EXIT.
079200     EXIT.
079300*-----------------------------------------------------------------
079400* 6000-WRITE-OPEN-ITEMS
079500*   WRITES THE NEW OPEN-ITEM FILE - THE WKLCTL CONTROL ROW
079600*   CARRYING TODAY'S DATE, THEN EVERY ITEM STILL OPEN.
079700*-----------------------------------------------------------------
079800 6000-WRITE-OPEN-ITEMS.
079900     MOVE SPACES      TO GREETWKN-RECORD.
080000     MOVE 'GREETWKL'  TO WKN-PROGRAM-ID.
080100     MOVE WS-RUN-DATE TO WKN-LAST-DATE.
080200     MOVE ZEROES      TO WKN-SEVERITY
080300                         WKN-FIRST-DATE
080400                         WKN-DAYS-OPEN.
080500     MOVE 'WKLCTL  '  TO WKN-TYPE.
080600     WRITE GREETWKN-RECORD.
080700     PERFORM 6100-WRITE-OPEN-ITEM
080800         THRU 6100-EXIT
080900         VARYING WS-OPN-SUB FROM 1 BY 1
081000         UNTIL WS-OPN-SUB > WS-OPEN-COUNT.
081100*
081200 6000-EXIT.
081300     EXIT.
081400*-----------------------------------------------------------------
081500* 6100-WRITE-OPEN-ITEM
081600*   WRITES ONE TABLE ENTRY TO GREETWKN IF IT IS STILL OPEN.
081700*-----------------------------------------------------------------
081800 6100-WRITE-OPEN-ITEM.
081900     IF NOT WS-OPN-STILL-OPEN (WS-OPN-SUB)
082000         GO TO 6100-EXIT
082100     END-IF.
082200     WRITE GREETWKN-RECORD FROM WS-OPN-IMAGE (WS-OPN-SUB).
082300     ADD 1 TO WS-OPEN-OUT-COUNT.
082400*
082500 6100-EXIT.
082600     EXIT.
082700*-----------------------------------------------------------------
082800* 7000-PRINT-WORKLIST
082900*   SORTS THE OPEN ITEMS THROUGH GREETWKS - SEVERITY, THEN
083000*   LONGEST OPEN FIRST, THEN TEAM, SOURCE AND KEY - AND PRINTS
083100*   THEM AS THEY COME BACK.
083200*-----------------------------------------------------------------
083300 7000-PRINT-WORKLIST.
083400     MOVE 'OPEN EXCEPTIONS' TO WS-RPT-SECTION-TEXT.
083500     WRITE GREETWKR-RECORD FROM WS-RPT-SECTION-LINE.
083600     WRITE GREETWKR-RECORD FROM WS-RPT-COLUMN-LINE.
083700     SORT GREETWKS
083800         ON ASCENDING  KEY SRT-SEVERITY
083900         ON DESCENDING KEY SRT-DAYS-OPEN
084000         ON ASCENDING  KEY SRT-OWNER
084100                           SRT-PROGRAM-ID
084200                           SRT-TYPE
084300                           SRT-KEY
084400         INPUT PROCEDURE IS 7100-LOAD-SORT-FILE
084500             THRU 7100-EXIT
084600         OUTPUT PROCEDURE IS 7200-PRINT-ITEMS
084700             THRU 7200-EXIT.
084800     IF SORT-RETURN NOT = ZEROES
084900         DISPLAY "GREETWKL0010E GREETWKS WORKLIST SORT FAILED - "
085000                 "WORKLIST INCOMPLETE"
085100         IF RETURN-CODE < 12
085200             MOVE 12 TO RETURN-CODE
085300         END-IF
085400     END-IF.
085500     IF WS-OPEN-OUT-COUNT = ZEROES
085600         MOVE SPACES TO WS-RPT-DETAIL-LINE
085700         MOVE 'NO OPEN EXCEPTIONS' TO WS-RPT-TEXT
085800         WRITE GREETWKR-RECORD FROM WS-RPT-DETAIL-LINE
085900     END-IF.
086000*
086100 7000-EXIT.
086200     EXIT.
086300*-----------------------------------------------------------------
086400* 7100-LOAD-SORT-FILE
086500*   SORT INPUT PROCEDURE - RELEASES EVERY ITEM STILL OPEN.
086600*-----------------------------------------------------------------
086700 7100-LOAD-SORT-FILE.
086800     PERFORM 7110-RELEASE-OPEN-ITEM
086900         THRU 7110-EXIT
087000         VARYING WS-OPN-SUB FROM 1 BY 1
087100         UNTIL WS-OPN-SUB > WS-OPEN-COUNT.
087200*
087300 7100-EXIT.
087400     EXIT.
087500*-----------------------------------------------------------------
087600* 7110-RELEASE-OPEN-ITEM
087700*   RELEASES ONE TABLE ENTRY TO THE SORT IF IT IS STILL OPEN.
087800*-----------------------------------------------------------------
087900 7110-RELEASE-OPEN-ITEM.
088000     IF NOT WS-OPN-STILL-OPEN (WS-OPN-SUB)
088100         GO TO 7110-EXIT
088200     END-IF.
088300     MOVE WS-OPN-SEVERITY   (WS-OPN-SUB) TO SRT-SEVERITY.
088400     MOVE WS-OPN-DAYS-OPEN  (WS-OPN-SUB) TO SRT-DAYS-OPEN.
088500     MOVE WS-OPN-OWNER      (WS-OPN-SUB) TO SRT-OWNER.
088600     MOVE WS-OPN-PROGRAM-ID (WS-OPN-SUB) TO SRT-PROGRAM-ID.
088700     MOVE WS-OPN-TYPE       (WS-OPN-SUB) TO SRT-TYPE.
088800     MOVE WS-OPN-KEY-TYPE   (WS-OPN-SUB) TO SRT-KEY-TYPE.
088900     MOVE WS-OPN-KEY        (WS-OPN-SUB) TO SRT-KEY.
089000     MOVE WS-OPN-FIRST-DATE (WS-OPN-SUB) TO SRT-FIRST-DATE.
089100     MOVE WS-OPN-TEXT       (WS-OPN-SUB) TO SRT-TEXT.
089200     RELEASE WKL-SORT-RECORD.
089300*
089400 7110-EXIT.
089500     EXIT.
089600*-----------------------------------------------------------------
089700* 7200-PRINT-ITEMS
089800*   SORT OUTPUT PROCEDURE - PRINTS THE SORTED ITEMS.
089900*-----------------------------------------------------------------
090000 7200-PRINT-ITEMS.
090100     PERFORM 7210-PRINT-ITEM
090200         THRU 7210-EXIT
090300         UNTIL WS-SRT-EOF.
090400*
090500 7200-EXIT.
090600     EXIT.
090700*-----------------------------------------------------------------
090800* 7210-PRINT-ITEM
090900*   RETURNS THE NEXT SORTED ITEM AND PRINTS ITS WORKLIST LINE.
091000*   AN ITEM FIRST RAISED TODAY SHOWS 'NEW' FOR ITS DAYS OPEN.
091100*-----------------------------------------------------------------
091200 7210-PRINT-ITEM.
091300     RETURN GREETWKS
091400         AT END
091500             SET WS-SRT-EOF TO TRUE
091600             GO TO 7210-EXIT
091700     END-RETURN.
091800     MOVE SPACES TO WS-RPT-DETAIL-LINE.
091900     EVALUATE SRT-SEVERITY
092000         WHEN 1
092100             MOVE 'HIGH' TO WS-RPT-SEVERITY
092200         WHEN 2
092300             MOVE 'MED'  TO WS-RPT-SEVERITY
092400         WHEN OTHER
092500             MOVE 'LOW'  TO WS-RPT-SEVERITY
092600     END-EVALUATE.
092700     IF SRT-DAYS-OPEN > 1
092800         MOVE SRT-DAYS-OPEN TO WS-RPT-DAYS-N
092900     ELSE
093000         MOVE ' NEW' TO WS-RPT-DAYS
093100     END-IF.
093200     MOVE 'UNASSIGNED' TO WS-RPT-TEAM.
093300     PERFORM 7220-NAME-TEAM
093400         THRU 7220-EXIT
093500         VARYING WS-NAME-SUB FROM 1 BY 1
093600         UNTIL WS-NAME-SUB > 3.
093700     MOVE SRT-PROGRAM-ID TO WS-RPT-PROGRAM-ID.
093800     MOVE SRT-TYPE       TO WS-RPT-TYPE.
093900     MOVE SRT-KEY-TYPE   TO WS-RPT-KEY-TYPE.
094000     MOVE SRT-KEY        TO WS-RPT-KEY.
094100     MOVE SRT-FIRST-DATE TO WS-EDIT-DATE.
094200     PERFORM 8900-FORMAT-DATE
094300         THRU 8900-EXIT.
094400     MOVE WS-EDIT-DATE-TEXT TO WS-RPT-FIRST-DATE.
094500     MOVE SRT-TEXT       TO WS-RPT-TEXT.
094600     WRITE GREETWKR-RECORD FROM WS-RPT-DETAIL-LINE.
094700*
094800 7210-EXIT.
094900     EXIT.
095000*-----------------------------------------------------------------
095100* 7220-NAME-TEAM
095200*   MOVES THE TEAM NAME FOR THE SORTED ITEM'S TEAM CODE.
095300*-----------------------------------------------------------------
095400 7220-NAME-TEAM.
095500     IF WS-TEAM-CODE (WS-NAME-SUB) = SRT-OWNER
095600         MOVE WS-TEAM-NAME (WS-NAME-SUB) TO WS-RPT-TEAM
095700     END-IF.
095800*
095900 7220-EXIT.
096000     EXIT.
096100*-----------------------------------------------------------------
096200* 8000-PRINT-TOTALS
096300*   PRINTS THE TOTALS BY OWNING TEAM, THE RUNS AND EVENTS LOGGED
096400*   BY EACH SOURCE SINCE THE LAST WORKLIST, AND THE RUN COUNTS.
096500*   A SOURCE WITH NO RUN MARKER HAS ITS AUTO-CLEAR ITEMS HELD,
096600*   WHICH THE SOURCE LINE SAYS SO THE ANALYST KNOWS WHY.
096700*-----------------------------------------------------------------
096800 8000-PRINT-TOTALS.
096900     MOVE 'TOTALS BY OWNING TEAM' TO WS-RPT-SECTION-TEXT.
097000     WRITE GREETWKR-RECORD FROM WS-RPT-SECTION-LINE.
097100     WRITE GREETWKR-RECORD FROM WS-RPT-TEAM-COLUMN-LINE.
097200     PERFORM 8100-PRINT-TEAM-LINE
097300         THRU 8100-EXIT
097400         VARYING WS-TEAM-SUB FROM 1 BY 1
097500         UNTIL WS-TEAM-SUB > 3.
097600     IF WS-TEAM-OPEN (4) > ZEROES
097700        OR WS-TEAM-CLEARED (4) > ZEROES
097800         MOVE 'UNASSIGNED' TO WS-RPT-TEAM-NAME
097900         MOVE 4 TO WS-TEAM-SUB
098000         PERFORM 8200-FORMAT-TEAM-FIGURES
098100             THRU 8200-EXIT
098200         WRITE GREETWKR-RECORD FROM WS-RPT-TEAM-LINE
098300     END-IF.
098400     MOVE 'SOURCES SINCE LAST WORKLIST' TO WS-RPT-SECTION-TEXT.
098500     WRITE GREETWKR-RECORD FROM WS-RPT-SECTION-LINE.
098600     PERFORM 8300-PRINT-SOURCE-LINE
098700         THRU 8300-EXIT
098800         VARYING WS-SRC-SUB FROM 1 BY 1
098900         UNTIL WS-SRC-SUB > 8.
099000     MOVE 'EVENTS READ:                  ' TO WS-RPT-COUNT-TEXT.
099100     MOVE WS-EVENTS-READ-COUNT TO WS-RPT-COUNT.
099200     WRITE GREETWKR-RECORD FROM WS-RPT-COUNT-LINE.
099300     MOVE 'EVENTS SKIPPED:               ' TO WS-RPT-COUNT-TEXT.
099400     MOVE WS-EVENTS-BAD-COUNT TO WS-RPT-COUNT.
099500     WRITE GREETWKR-RECORD FROM WS-RPT-COUNT-LINE.
099600     MOVE 'REPEAT EVENTS MERGED:         ' TO WS-RPT-COUNT-TEXT.
099700     MOVE WS-EVENTS-DUP-COUNT TO WS-RPT-COUNT.
099800     WRITE GREETWKR-RECORD FROM WS-RPT-COUNT-LINE.
099900     MOVE 'ITEMS CARRIED IN:             ' TO WS-RPT-COUNT-TEXT.
100000     MOVE WS-CARRIED-IN-COUNT TO WS-RPT-COUNT.
100100     WRITE GREETWKR-RECORD FROM WS-RPT-COUNT-LINE.
100200     MOVE 'CLEARANCES READ:              ' TO WS-RPT-COUNT-TEXT.
100300     MOVE WS-CLEARANCE-COUNT TO WS-RPT-COUNT.
100400     WRITE GREETWKR-RECORD FROM WS-RPT-COUNT-LINE.
100500     MOVE 'ITEMS STILL OPEN:             ' TO WS-RPT-COUNT-TEXT.
100600     MOVE WS-OPEN-OUT-COUNT TO WS-RPT-COUNT.
100700     WRITE GREETWKR-RECORD FROM WS-RPT-COUNT-LINE.
100800*
100900 8000-EXIT.
101000     EXIT.
101100*-----------------------------------------------------------------
101200* 8100-PRINT-TEAM-LINE
101300*   PRINTS THE TOTALS LINE FOR ONE OWNING TEAM.
101400*-----------------------------------------------------------------
101500 8100-PRINT-TEAM-LINE.
101600     MOVE WS-TEAM-NAME (WS-TEAM-SUB) TO WS-RPT-TEAM-NAME.
101700     PERFORM 8200-FORMAT-TEAM-FIGURES
101800         THRU 8200-EXIT.
101900     WRITE GREETWKR-RECORD FROM WS-RPT-TEAM-LINE.
102000*
102100 8100-EXIT.
102200     EXIT.
102300*-----------------------------------------------------------------
102400* 8200-FORMAT-TEAM-FIGURES
102500*   MOVES ONE TEAM ENTRY'S FIGURES TO THE TEAM LINE.
102600*-----------------------------------------------------------------
102700 8200-FORMAT-TEAM-FIGURES.
102800     MOVE WS-TEAM-OPEN    (WS-TEAM-SUB) TO WS-RPT-TEAM-OPEN.
102900     MOVE WS-TEAM-HIGH    (WS-TEAM-SUB) TO WS-RPT-TEAM-HIGH.
103000     MOVE WS-TEAM-NEW     (WS-TEAM-SUB) TO WS-RPT-TEAM-NEW.
103100     MOVE WS-TEAM-CARRIED (WS-TEAM-SUB) TO WS-RPT-TEAM-CARRIED.
103200     MOVE WS-TEAM-CLEARED (WS-TEAM-SUB) TO WS-RPT-TEAM-CLEARED.
103300*
103400 8200-EXIT.
103500     EXIT.
103600*-----------------------------------------------------------------
103700* 8300-PRINT-SOURCE-LINE
103800*   PRINTS THE RUNS AND EVENTS LOGGED BY ONE SOURCE.
103900*-----------------------------------------------------------------
104000 8300-PRINT-SOURCE-LINE.
104100     MOVE WS-SRC-NAME   (WS-SRC-SUB) TO WS-RPT-SRC-NAME.
104200     MOVE WS-SRC-RUNS   (WS-SRC-SUB) TO WS-RPT-SRC-RUNS.
104300     MOVE WS-SRC-EVENTS (WS-SRC-SUB) TO WS-RPT-SRC-EVENTS.
104400     IF WS-SRC-RUNS (WS-SRC-SUB) = ZEROES
104500         MOVE 'NO RUN REPORTED - AUTO-CLEAR ITEMS HELD'
104600             TO WS-RPT-SRC-NOTE
104700     ELSE
104800         MOVE SPACES TO WS-RPT-SRC-NOTE
104900     END-IF.
105000     WRITE GREETWKR-RECORD FROM WS-RPT-SOURCE-LINE.
105100*
105200 8300-EXIT.
105300     EXIT.
105400*-----------------------------------------------------------------
105500* 8800-ADD-OPEN-ENTRY
105600*   CLAIMS THE NEXT OPEN-ITEM TABLE ENTRY.  A FULL TABLE IS FATAL
105700*   - DROPPING ITEMS WOULD LOSE EXCEPTIONS WITHOUT TRACE, AND
105800*   ENDING HERE LEAVES GREETWKO AND GREETEXC AS THEY WERE.
105900*-----------------------------------------------------------------
106000 8800-ADD-OPEN-ENTRY.
106100     IF WS-OPEN-COUNT = 5000
106200         DISPLAY "GREETWKL0011E OPEN-ITEM TABLE FULL AT 5000 "
106300                 "ENTRIES - RUN TERMINATED"
106400         MOVE 16 TO RETURN-CODE
106500         STOP RUN
106600     END-IF.
106700     ADD 1 TO WS-OPEN-COUNT.
106800     SET WS-OPN-IDX TO WS-OPEN-COUNT.
106900*
107000 8800-EXIT.
107100     EXIT.
107200*-----------------------------------------------------------------
107300* 8900-FORMAT-DATE
107400*   EDITS WS-EDIT-DATE (CCYYMMDD) INTO WS-EDIT-DATE-TEXT AS
107500*   MM/DD/CCYY.
107600*-----------------------------------------------------------------
107700 8900-FORMAT-DATE.
107800     MOVE SPACES TO WS-EDIT-DATE-TEXT.
107900     STRING WS-EDIT-DATE-MM   DELIMITED BY SIZE
108000            '/'               DELIMITED BY SIZE
108100            WS-EDIT-DATE-DD   DELIMITED BY SIZE
108200            '/'               DELIMITED BY SIZE
108300            WS-EDIT-DATE-CCYY DELIMITED BY SIZE
108400            INTO WS-EDIT-DATE-TEXT
108500     END-STRING.
108600*
108700 8900-EXIT.
108800     EXIT.
108900*-----------------------------------------------------------------
109000* 9000-TERMINATE
109100*   CLOSES THE FILES.  A HIGH-SEVERITY ITEM ON THE LIST ENDS THE
109200*   STEP WITH CC 4 SO THE SCHEDULER DRAWS ATTENTION TO IT.
109300*-----------------------------------------------------------------
109400 9000-TERMINATE.
109500     CLOSE GREETWKO.
109600     CLOSE GREETEXC.
109700     CLOSE GREETWKN.
109800     CLOSE GREETWKR.
109900     IF WS-TEAM-HIGH (1) + WS-TEAM-HIGH (2) + WS-TEAM-HIGH (3)
110000        + WS-TEAM-HIGH (4) > ZEROES
110100         DISPLAY "GREETWKL0012W HIGH-SEVERITY EXCEPTIONS ARE OPEN"
110200         IF RETURN-CODE < 4
110300             MOVE 4 TO RETURN-CODE
110400         END-IF
110500     END-IF.
110600*
110700 9000-EXIT.
110800     EXIT.
