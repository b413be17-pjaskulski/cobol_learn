000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GREETASO.
000300 AUTHOR.      R TOMASZEWSKI.
000400 INSTALLATION.BRANCH OPERATIONS SUPPORT.
000500 DATE-WRITTEN.10/15/2026.
000600 DATE-COMPILED.10/15/2026.
000700*-----------------------------------------------------------------
000800* REMARKS.  LISTS THE GREETIN RECIPIENT MASTER AS IT STOOD AT THE
000900*           CLOSE OF A PAST DATE, REBUILT FROM THE CURRENT MASTER
001000*           AND THE GREETJRN CHANGE JOURNAL.  THE AS-OF DATE
001100*           (CCYYMMDD) IS SUPPLIED IN THE EXEC PARM.
001200*
001300*           THE JOURNAL IS READ ONCE, KEEPING FOR EACH RECIPIENT
001400*           THE FIRST ROW JOURNALED AFTER THE AS-OF DATE.  THAT
001500*           ROW'S BEFORE IMAGE IS THE RECIPIENT AS IT STOOD ON THE
001600*           AS-OF DATE - OR, FOR AN ADD, SHOWS THE RECIPIENT DID
001700*           NOT YET EXIST.  THE TABLE IS KEPT IN RECIPIENT-ID
001800*           ORDER AND MATCHED AGAINST THE MASTER READ IN KEY
001900*           ORDER: A RECIPIENT UNTOUCHED SINCE THE AS-OF DATE IS
002000*           LISTED FROM THE MASTER, A CHANGED OR SINCE-DELETED ONE
002100*           FROM ITS JOURNAL BEFORE IMAGE, AND ONE ADDED SINCE IS
002200*           LEFT OFF.  THE LISTING IS WRITTEN TO GREETASR.
002300*
002400*           CHANGES MADE BEFORE THE JOURNAL WAS STARTED CANNOT BE
002500*           UNWOUND, SO AN AS-OF DATE EARLIER THAN THE FIRST
002600*           JOURNAL ROW IS LISTED WITH A WARNING (CC 4).
002700*-----------------------------------------------------------------
002800* MODIFICATION HISTORY.
002900*   10/15/2026  RT  INITIAL VERSION.
002910*   10/15/2026  RT  RECORD COUNTERS WIDENED TO SEVEN DIGITS FOR
002920*                   SIX-DIGIT MASTER VOLUMES.
002930*   10/15/2026  RT  LISTING SHOWS THE START DATE, END DATE AND
002940*                   STATUS OF EACH RECIPIENT.
003000*-----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-370.
003400 OBJECT-COMPUTER.  IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT GREETJRN ASSIGN TO GREETJRN
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-GREETJRN-STATUS.
004000     SELECT GREETIN ASSIGN TO GREETIN
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS GR-RECIPIENT-ID
004400         ALTERNATE RECORD KEY IS GR-BRANCH-CODE
004500             WITH DUPLICATES
004600         FILE STATUS IS WS-GREETIN-STATUS.
004700     SELECT GREETASR ASSIGN TO GREETASR
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-GREETASR-STATUS.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  GREETJRN
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600 COPY JRNLREC.
005700*
005800 FD  GREETIN
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 COPY GREETREC.
006200*
006300 FD  GREETASR
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  GREETASR-RECORD                PIC X(132).
006700*
006800 WORKING-STORAGE SECTION.
006900*-----------------------------------------------------------------
007000* FILE STATUS SWITCHES.  STATUS '02' ON THE MASTER IS A
007100* SUCCESSFUL READ ON A DUPLICATED ALTERNATE KEY VALUE.
007200*-----------------------------------------------------------------
007300 01  WS-FILE-STATUSES.
007400     05  WS-GREETJRN-STATUS      PIC X(02)  VALUE SPACES.
007500         88  WS-GREETJRN-OK                   VALUE '00'.
007600     05  WS-GREETIN-STATUS       PIC X(02)  VALUE SPACES.
007700         88  WS-GREETIN-OK                    VALUE '00' '02'.
007800     05  WS-GREETASR-STATUS      PIC X(02)  VALUE SPACES.
007900         88  WS-GREETASR-OK                   VALUE '00'.
008000*-----------------------------------------------------------------
008100* PROGRAM SWITCHES
008200*-----------------------------------------------------------------
008300 01  WS-SWITCHES.
008400     05  WS-GREETJRN-EOF-SW      PIC X(01)  VALUE 'N'.
008500         88  WS-GREETJRN-EOF                  VALUE 'Y'.
008600     05  WS-GREETIN-EOF-SW       PIC X(01)  VALUE 'N'.
008700         88  WS-GREETIN-EOF                   VALUE 'Y'.
008800     05  WS-DATE-VALID-SW        PIC X(01)  VALUE 'Y'.
008900         88  WS-DATE-VALID                    VALUE 'Y'.
009000         88  WS-DATE-INVALID                  VALUE 'N'.
009100     05  WS-ENTRY-FOUND-SW       PIC X(01)  VALUE 'N'.
009200         88  WS-ENTRY-FOUND                   VALUE 'Y'.
009300     05  WS-SEARCH-DONE-SW       PIC X(01)  VALUE 'N'.
009400         88  WS-SEARCH-DONE                   VALUE 'Y'.
009500*-----------------------------------------------------------------
009600* RUN CONTROL FIELDS.  WS-MASTER-KEY AND WS-TABLE-KEY DRIVE THE
009700* MATCH OF MASTER AGAINST TABLE - EACH GOES TO HIGH-VALUES WHEN
009800* ITS SIDE IS EXHAUSTED.
009900*-----------------------------------------------------------------
010000 01  WS-RUN-FIELDS.
010100     05  WS-RUN-DATE             PIC 9(08)  VALUE ZEROES.
010200     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
010300         10  WS-RUN-DATE-CCYY    PIC 9(04).
010400         10  WS-RUN-DATE-MM      PIC 9(02).
010500         10  WS-RUN-DATE-DD      PIC 9(02).
010600     05  WS-RUN-DATE-EDIT        PIC X(10)  VALUE SPACES.
010700     05  WS-AS-OF-DATE           PIC 9(08)  VALUE ZEROES.
010800     05  WS-FIRST-JRN-DATE       PIC 9(08)  VALUE ZEROES.
010900     05  WS-CHECK-DATE           PIC 9(08)  VALUE ZEROES.
011000     05  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
011100         10  WS-CHECK-CCYY       PIC 9(04).
011200         10  WS-CHECK-MM         PIC 9(02).
011300         10  WS-CHECK-DD         PIC 9(02).
011400     05  WS-MASTER-KEY           PIC X(06)  VALUE SPACES.
011500     05  WS-TABLE-KEY            PIC X(06)  VALUE SPACES.
011600     05  WS-LIST-FLAG            PIC X(10)  VALUE SPACES.
011700     05  WS-LIST-IMAGE           PIC X(80)  VALUE SPACES.
011800     05  WS-LIST-IMAGE-X REDEFINES WS-LIST-IMAGE.
011900         10  WS-LIST-RECIPIENT-ID    PIC X(06).
012000         10  WS-LIST-RECIPIENT-NAME  PIC X(30).
012100         10  WS-LIST-BRANCH-CODE     PIC X(04).
012200         10  WS-LIST-LANGUAGE-CODE   PIC X(02).
012300         10  WS-LIST-START-DATE      PIC X(08).
012320         10  WS-LIST-END-DATE        PIC X(08).
012340         10  WS-LIST-STATUS-CODE     PIC X(01).
012360         10  FILLER                  PIC X(21).
012400 77  WS-PARM-LENGTH              PIC 9(04)  VALUE ZEROES.
012500 77  WS-LEAP-QUOTIENT            PIC 9(04)  COMP VALUE ZEROES.
012600 77  WS-LEAP-REMAINDER           PIC 9(04)  COMP VALUE ZEROES.
012700 77  WS-MONTH-LIMIT              PIC 9(02)  COMP VALUE ZEROES.
012800 77  WS-ASO-SUB                  PIC 9(05)  COMP VALUE ZEROES.
012900 77  WS-SHIFT-SUB                PIC 9(05)  COMP VALUE ZEROES.
013000 77  WS-MATCH-SUB                PIC 9(05)  COMP VALUE ZEROES.
013100 77  WS-ASO-ENTRY-COUNT          PIC 9(05)  COMP VALUE ZEROES.
013200 77  WS-JOURNAL-READ-COUNT       PIC 9(07)  COMP VALUE ZEROES.
013300 77  WS-MASTER-READ-COUNT        PIC 9(07)  COMP VALUE ZEROES.
013400 77  WS-LISTED-COUNT             PIC 9(07)  COMP VALUE ZEROES.
013500 77  WS-UNCHANGED-COUNT          PIC 9(07)  COMP VALUE ZEROES.
013600 77  WS-RESTORED-COUNT           PIC 9(07)  COMP VALUE ZEROES.
013700 77  WS-OMITTED-COUNT            PIC 9(07)  COMP VALUE ZEROES.
013800*-----------------------------------------------------------------
013900* DAYS-PER-MONTH TABLE FOR CALENDAR-DATE VALIDATION.  FEBRUARY
014000* IS ADJUSTED FOR LEAP YEARS AT CHECK TIME.
014100*-----------------------------------------------------------------
014200 01  WS-MONTH-DAYS-VALUES        PIC X(24)
014300         VALUE '312831303130313130313031'.
014400 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
014500     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
014600*-----------------------------------------------------------------
014700* RECIPIENTS CHANGED SINCE THE AS-OF DATE, IN RECIPIENT-ID ORDER,
014800* EACH WITH THE FIRST JOURNAL ROW WRITTEN AFTER THAT DATE.  SIZED
014900* FOR 5000 RECIPIENTS - MORE IS FATAL, SINCE A LISTING MISSING
015000* CHANGES WOULD MISSTATE THE MASTER.
015100*-----------------------------------------------------------------
015200 01  WS-ASOF-TABLE.
015300     05  WS-ASO-ENTRY OCCURS 5000 TIMES.
015400         10  WS-ASO-RECIPIENT-ID      PIC X(06).
015500         10  WS-ASO-ACTION            PIC X(06).
015600             88  WS-ASO-ACTION-ADD           VALUE 'ADD   '.
015700         10  WS-ASO-RUN-ID            PIC X(16).
015800         10  WS-ASO-BEFORE-IMAGE      PIC X(80).
015900*-----------------------------------------------------------------
016000* REPORT LAYOUT FIELDS
016100*-----------------------------------------------------------------
016200 01  WS-REPORT-LINES.
016300     05  WS-RPT-HEADER-1.
016400         10  FILLER              PIC X(10) VALUE 'JOB NAME: '.
016500         10  WS-RPT-JOB-NAME     PIC X(08) VALUE 'GREETASO'.
016600         10  FILLER              PIC X(10) VALUE SPACES.
016700         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
016800         10  WS-RPT-RUN-DATE     PIC X(10) VALUE SPACES.
016900         10  FILLER              PIC X(84) VALUE SPACES.
017000     05  WS-RPT-HEADER-2.
017100         10  FILLER              PIC X(36)
017200             VALUE 'RECIPIENT MASTER AS OF CLOSE OF     '.
017300         10  WS-RPT-AS-OF-DATE   PIC X(08) VALUE SPACES.
017400         10  FILLER              PIC X(88) VALUE SPACES.
017500     05  WS-RPT-COLUMN-HEADER.
017600         10  FILLER              PIC X(12) VALUE 'SOURCE      '.
017700         10  FILLER              PIC X(08) VALUE 'ID      '.
017800         10  FILLER              PIC X(32) VALUE 'RECIPIENT NAME'.
017900         10  FILLER              PIC X(08) VALUE 'BRANCH  '.
018000         10  FILLER              PIC X(06) VALUE 'LANG  '.
018100         10  FILLER              PIC X(10) VALUE 'START     '.
018120         10  FILLER              PIC X(10) VALUE 'END       '.
018140         10  FILLER              PIC X(08) VALUE 'STATUS  '.
018160         10  FILLER              PIC X(24)
018180             VALUE 'CHANGED SINCE BY RUN'.
018200         10  FILLER              PIC X(14) VALUE SPACES.
018400     05  WS-RPT-DETAIL.
018500         10  WS-RPT-FLAG         PIC X(10) VALUE SPACES.
018600         10  FILLER              PIC X(02) VALUE SPACES.
018700         10  WS-RPT-RECIPIENT-ID PIC X(06) VALUE SPACES.
018800         10  FILLER              PIC X(02) VALUE SPACES.
018900         10  WS-RPT-RECIPIENT-NAME
019000                                 PIC X(30) VALUE SPACES.
019100         10  FILLER              PIC X(02) VALUE SPACES.
019200         10  WS-RPT-BRANCH-CODE  PIC X(04) VALUE SPACES.
019300         10  FILLER              PIC X(04) VALUE SPACES.
019400         10  WS-RPT-LANGUAGE-CODE
019500                                 PIC X(02) VALUE SPACES.
019600         10  FILLER              PIC X(04) VALUE SPACES.
019700         10  WS-RPT-START-DATE   PIC X(08) VALUE SPACES.
019710         10  FILLER              PIC X(02) VALUE SPACES.
019720         10  WS-RPT-END-DATE     PIC X(08) VALUE SPACES.
019730         10  FILLER              PIC X(02) VALUE SPACES.
019740         10  WS-RPT-STATUS-CODE  PIC X(01) VALUE SPACES.
019750         10  FILLER              PIC X(07) VALUE SPACES.
019760         10  WS-RPT-CHANGE-RUN-ID
019770                                 PIC X(16) VALUE SPACES.
019780         10  FILLER              PIC X(22) VALUE SPACES.
020000     05  WS-RPT-COUNT-LINE.
020100         10  WS-RPT-COUNT-TEXT   PIC X(28) VALUE SPACES.
020200         10  WS-RPT-COUNT        PIC ZZZZZZ9.
020300         10  FILLER              PIC X(97) VALUE SPACES.
020400     05  WS-RPT-WARNING-LINE.
020500         10  FILLER              PIC X(40)
020600             VALUE '** AS-OF DATE PRECEDES THE FIRST JOURNAL'.
020700         10  FILLER              PIC X(12) VALUE ' ROW (DATED '.
020800         10  WS-RPT-FIRST-JRN-DATE
020900                                 PIC X(08) VALUE SPACES.
021000         10  FILLER              PIC X(40)
021100             VALUE ') - EARLIER CHANGES ARE NOT UNWOUND'.
021200         10  FILLER              PIC X(32) VALUE SPACES.
021300*
021400 LINKAGE SECTION.
021500 01  LK-PARM-AREA.
021600     05  LK-PARM-LENGTH          PIC S9(04) COMP.
021700     05  LK-PARM-TEXT            PIC X(08).
021800*
021900 PROCEDURE DIVISION USING LK-PARM-AREA.
022000*-----------------------------------------------------------------
022100* 0000-MAINLINE
022200*   CONTROLS THE OVERALL FLOW OF THE AS-OF LISTING.
022300*-----------------------------------------------------------------
022400 0000-MAINLINE.
022500     PERFORM 1000-INITIALIZE
022600         THRU 1000-EXIT.
022700     PERFORM 2000-LOAD-CHANGES
022800         THRU 2000-EXIT.
022900     PERFORM 3000-LIST-MASTER
023000         THRU 3000-EXIT
023100         UNTIL WS-MASTER-KEY = HIGH-VALUES
023200           AND WS-TABLE-KEY = HIGH-VALUES.
023300     PERFORM 9000-TERMINATE
023400         THRU 9000-EXIT.
023500     STOP RUN.
023600*
023700 0000-MAINLINE-EXIT.
023800     EXIT.
023900*-----------------------------------------------------------------
024000* 1000-INITIALIZE
024100*   ESTABLISHES THE AS-OF DATE FROM THE EXEC PARM, OPENS ALL
024200*   FILES, AND WRITES THE REPORT HEADINGS.  A BAD AS-OF DATE OR
024300*   ANY FILE FAILING TO OPEN IS FATAL TO THE RUN.
024400*-----------------------------------------------------------------
024500 1000-INITIALIZE.
024600     PERFORM 1100-SET-AS-OF-DATE
024700         THRU 1100-EXIT.
024800     OPEN INPUT  GREETJRN.
024900     IF NOT WS-GREETJRN-OK
025000         DISPLAY "GREETASO0001E UNABLE TO OPEN GREETJRN - "
025100                 "RUN TERMINATED"
025200         MOVE 16 TO RETURN-CODE
025300         STOP RUN
025400     END-IF.
025500     OPEN INPUT  GREETIN.
025600     IF NOT WS-GREETIN-OK
025700         DISPLAY "GREETASO0002E UNABLE TO OPEN GREETIN - "
025800                 "RUN TERMINATED"
025900         MOVE 16 TO RETURN-CODE
026000         STOP RUN
026100     END-IF.
026200     OPEN OUTPUT GREETASR.
026300     IF NOT WS-GREETASR-OK
026400         DISPLAY "GREETASO0003E UNABLE TO OPEN GREETASR - "
026500                 "RUN TERMINATED"
026600         MOVE 16 TO RETURN-CODE
026700         STOP RUN
026800     END-IF.
026900     MOVE SPACES TO WS-ASOF-TABLE.
027000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027100     STRING WS-RUN-DATE-MM   DELIMITED BY SIZE
027200            '/'              DELIMITED BY SIZE
027300            WS-RUN-DATE-DD   DELIMITED BY SIZE
027400            '/'              DELIMITED BY SIZE
027500            WS-RUN-DATE-CCYY DELIMITED BY SIZE
027600            INTO WS-RUN-DATE-EDIT
027700     END-STRING.
027800     MOVE WS-RUN-DATE-EDIT TO WS-RPT-RUN-DATE.
027900     MOVE WS-AS-OF-DATE    TO WS-RPT-AS-OF-DATE.
028000     WRITE GREETASR-RECORD FROM WS-RPT-HEADER-1.
028100     WRITE GREETASR-RECORD FROM WS-RPT-HEADER-2.
028200     WRITE GREETASR-RECORD FROM WS-RPT-COLUMN-HEADER.
028300*
028400 1000-EXIT.
028500     EXIT.
028600*-----------------------------------------------------------------
028700* 1100-SET-AS-OF-DATE
028800*   THE EXEC PARM MUST CARRY THE AS-OF DATE (CCYYMMDD) - THERE IS
028900*   NO DEFAULT, THE CURRENT MASTER BEING ITS OWN LISTING.  A DATE
029000*   THAT IS NOT A REAL CALENDAR DATE IS FATAL.
029100*-----------------------------------------------------------------
029200 1100-SET-AS-OF-DATE.
029300     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH.
029400     IF WS-PARM-LENGTH NOT = 8
029500        OR LK-PARM-TEXT IS NOT NUMERIC
029600         DISPLAY "GREETASO0004E AS-OF DATE PARM MUST BE AN "
029700                 "8-DIGIT CCYYMMDD DATE - RUN TERMINATED"
029800         MOVE 16 TO RETURN-CODE
029900         STOP RUN
030000     END-IF.
030100     MOVE LK-PARM-TEXT TO WS-CHECK-DATE.
030200     PERFORM 8000-VALIDATE-DATE
030300         THRU 8000-EXIT.
030400     IF WS-DATE-INVALID
030500         DISPLAY "GREETASO0005E AS-OF DATE PARM IS NOT A REAL "
030600                 "CALENDAR DATE - RUN TERMINATED"
030700         MOVE 16 TO RETURN-CODE
030800         STOP RUN
030900     END-IF.
031000     MOVE WS-CHECK-DATE TO WS-AS-OF-DATE.
031100*
031200 1100-EXIT.
031300     EXIT.
031400*-----------------------------------------------------------------
031500* 2000-LOAD-CHANGES
031600*   READS THE WHOLE JOURNAL INTO THE CHANGE TABLE, THEN PRIMES
031700*   BOTH SIDES OF THE MATCH.
031800*-----------------------------------------------------------------
031900 2000-LOAD-CHANGES.
032000     PERFORM 2100-LOAD-JOURNAL-ROW
032100         THRU 2100-EXIT
032200         UNTIL WS-GREETJRN-EOF.
032300     CLOSE GREETJRN.
032400     IF WS-JOURNAL-READ-COUNT > 0
032500        AND WS-AS-OF-DATE < WS-FIRST-JRN-DATE
032600         MOVE WS-FIRST-JRN-DATE TO WS-RPT-FIRST-JRN-DATE
032700         WRITE GREETASR-RECORD FROM WS-RPT-WARNING-LINE
032800         DISPLAY "GREETASO0006W AS-OF DATE " WS-AS-OF-DATE
032900                 " PRECEDES THE FIRST JOURNAL ROW "
033000                 WS-FIRST-JRN-DATE
033100         IF RETURN-CODE < 4
033200             MOVE 4 TO RETURN-CODE
033300         END-IF
033400     END-IF.
033500     MOVE ZEROES TO WS-MATCH-SUB.
033600     PERFORM 3900-NEXT-TABLE-ENTRY
033700         THRU 3900-EXIT.
033800     PERFORM 3800-READ-MASTER
033900         THRU 3800-EXIT.
034000*
034100 2000-EXIT.
034200     EXIT.
034300*-----------------------------------------------------------------
034400* 2100-LOAD-JOURNAL-ROW
034500*   READS ONE JOURNAL ROW.  ROWS UP TO THE CLOSE OF THE AS-OF
034600*   DATE ARE ALREADY REFLECTED AND ARE PASSED OVER; A LATER ROW
034700*   IS KEPT ONLY IF IT IS THE FIRST SEEN FOR ITS RECIPIENT.
034800*-----------------------------------------------------------------
034900 2100-LOAD-JOURNAL-ROW.
035000     READ GREETJRN
035100         AT END
035200             SET WS-GREETJRN-EOF TO TRUE
035300             GO TO 2100-EXIT
035400     END-READ.
035500     ADD 1 TO WS-JOURNAL-READ-COUNT.
035600     IF WS-JOURNAL-READ-COUNT = 1
035700         MOVE JRN-RUN-DATE TO WS-FIRST-JRN-DATE
035800     END-IF.
035900     IF JRN-RUN-DATE NOT > WS-AS-OF-DATE
036000         GO TO 2100-EXIT
036100     END-IF.
036200     PERFORM 2200-FIND-TABLE-ENTRY
036300         THRU 2200-EXIT.
036400     IF WS-ENTRY-FOUND
036500         GO TO 2100-EXIT
036600     END-IF.
036700     PERFORM 2300-INSERT-TABLE-ENTRY
036800         THRU 2300-EXIT.
036900*
037000 2100-EXIT.
037100     EXIT.
037200*-----------------------------------------------------------------
037300* 2200-FIND-TABLE-ENTRY
037400*   LOOKS THE ROW'S RECIPIENT UP IN THE ORDERED TABLE.  LEAVES
037500*   WS-ASO-SUB ON THE MATCHING ENTRY, OR ON THE FIRST ENTRY WITH
037600*   A HIGHER ID (COUNT + 1 WHEN THERE IS NONE) - THE INSERTION
037700*   POINT.
037800*-----------------------------------------------------------------
037900 2200-FIND-TABLE-ENTRY.
038000     MOVE 'N' TO WS-ENTRY-FOUND-SW.
038100     MOVE 'N' TO WS-SEARCH-DONE-SW.
038200     MOVE 1   TO WS-ASO-SUB.
038300     PERFORM 2210-CHECK-ONE-ENTRY
038400         THRU 2210-EXIT
038500         UNTIL WS-SEARCH-DONE.
038600*
038700 2200-EXIT.
038800     EXIT.
038900*-----------------------------------------------------------------
039000* 2210-CHECK-ONE-ENTRY
039100*   COMPARES ONE TABLE ENTRY WITH THE ROW'S RECIPIENT AND STEPS
039200*   ON WHILE THE ENTRY IS STILL LOWER.
039300*-----------------------------------------------------------------
039400 2210-CHECK-ONE-ENTRY.
039500     IF WS-ASO-SUB > WS-ASO-ENTRY-COUNT
039600         SET WS-SEARCH-DONE TO TRUE
039700         GO TO 2210-EXIT
039800     END-IF.
039900     IF WS-ASO-RECIPIENT-ID (WS-ASO-SUB) = JRN-RECIPIENT-ID
040000         SET WS-ENTRY-FOUND TO TRUE
040100         SET WS-SEARCH-DONE TO TRUE
040200         GO TO 2210-EXIT
040300     END-IF.
040400     IF WS-ASO-RECIPIENT-ID (WS-ASO-SUB) > JRN-RECIPIENT-ID
040500         SET WS-SEARCH-DONE TO TRUE
040600         GO TO 2210-EXIT
040700     END-IF.
040800     ADD 1 TO WS-ASO-SUB.
040900*
041000 2210-EXIT.
041100     EXIT.
041200*-----------------------------------------------------------------
041300* 2300-INSERT-TABLE-ENTRY
041400*   OPENS A SLOT AT WS-ASO-SUB BY SHIFTING THE HIGHER ENTRIES UP
041500*   ONE, AND STORES THE ROW THERE.  A FULL TABLE IS FATAL.
041600*-----------------------------------------------------------------
041700 2300-INSERT-TABLE-ENTRY.
041800     IF WS-ASO-ENTRY-COUNT = 5000
041900         DISPLAY "GREETASO0007E MORE THAN 5000 RECIPIENTS "
042000                 "CHANGED SINCE THE AS-OF DATE - RUN TERMINATED"
042100         MOVE 16 TO RETURN-CODE
042200         STOP RUN
042300     END-IF.
042400     PERFORM 2310-SHIFT-ONE-ENTRY
042500         THRU 2310-EXIT
042600         VARYING WS-SHIFT-SUB FROM WS-ASO-ENTRY-COUNT BY -1
042700         UNTIL WS-SHIFT-SUB < WS-ASO-SUB.
042800     ADD 1 TO WS-ASO-ENTRY-COUNT.
042900     MOVE JRN-RECIPIENT-ID TO WS-ASO-RECIPIENT-ID (WS-ASO-SUB).
043000     MOVE JRN-ACTION-CODE  TO WS-ASO-ACTION (WS-ASO-SUB).
043100     MOVE JRN-RUN-ID       TO WS-ASO-RUN-ID (WS-ASO-SUB).
043200     MOVE JRN-BEFORE-IMAGE TO WS-ASO-BEFORE-IMAGE (WS-ASO-SUB).
043300*
043400 2300-EXIT.
043500     EXIT.
043600*-----------------------------------------------------------------
043700* 2310-SHIFT-ONE-ENTRY
043800*   MOVES ONE TABLE ENTRY UP A SLOT.
043900*-----------------------------------------------------------------
044000 2310-SHIFT-ONE-ENTRY.
044100     MOVE WS-ASO-ENTRY (WS-SHIFT-SUB)
044200         TO WS-ASO-ENTRY (WS-SHIFT-SUB + 1).
044300*
044400 2310-EXIT.
044500     EXIT.
044600*-----------------------------------------------------------------
044700* 3000-LIST-MASTER
044800*   MATCHES THE NEXT MASTER RECORD AGAINST THE NEXT CHANGE TABLE
044900*   ENTRY.  THE MASTER ALONE LISTS AS IS; A TABLE ENTRY (WITH OR
045000*   WITHOUT A MASTER RECORD) LISTS ITS BEFORE IMAGE, UNLESS THE
045100*   RECIPIENT WAS ADDED AFTER THE AS-OF DATE.
045200*-----------------------------------------------------------------
045300 3000-LIST-MASTER.
045400     IF WS-MASTER-KEY < WS-TABLE-KEY
045500         MOVE SPACES         TO WS-LIST-FLAG
045600         MOVE GREETIN-RECORD TO WS-LIST-IMAGE
045700         MOVE SPACES         TO WS-RPT-CHANGE-RUN-ID
045800         PERFORM 3100-WRITE-LISTING-LINE
045900             THRU 3100-EXIT
046000         ADD 1 TO WS-UNCHANGED-COUNT
046100         PERFORM 3800-READ-MASTER
046200             THRU 3800-EXIT
046300         GO TO 3000-EXIT
046400     END-IF.
046500     IF WS-ASO-ACTION-ADD (WS-MATCH-SUB)
046600         ADD 1 TO WS-OMITTED-COUNT
046700     ELSE
046800         MOVE 'RESTORED  ' TO WS-LIST-FLAG
046900         MOVE WS-ASO-BEFORE-IMAGE (WS-MATCH-SUB) TO WS-LIST-IMAGE
047000         MOVE WS-ASO-RUN-ID (WS-MATCH-SUB) TO WS-RPT-CHANGE-RUN-ID
047100         PERFORM 3100-WRITE-LISTING-LINE
047200             THRU 3100-EXIT
047300         ADD 1 TO WS-RESTORED-COUNT
047400     END-IF.
047500     IF WS-MASTER-KEY = WS-TABLE-KEY
047600         PERFORM 3800-READ-MASTER
047700             THRU 3800-EXIT
047800     END-IF.
047900     PERFORM 3900-NEXT-TABLE-ENTRY
048000         THRU 3900-EXIT.
048100*
048200 3000-EXIT.
048300     EXIT.
048400*-----------------------------------------------------------------
048500* 3100-WRITE-LISTING-LINE
048600*   WRITES ONE RECIPIENT TO THE LISTING FROM WS-LIST-IMAGE.  A
048620*   ZERO DATE, AND THE SPACES A RECORD WRITTEN BEFORE THE
048640*   LIFECYCLE FIELDS CARRIES, PRINT BLANK.
048700*-----------------------------------------------------------------
048800 3100-WRITE-LISTING-LINE.
048900     MOVE WS-LIST-FLAG           TO WS-RPT-FLAG.
049000     MOVE WS-LIST-RECIPIENT-ID   TO WS-RPT-RECIPIENT-ID.
049100     MOVE WS-LIST-RECIPIENT-NAME TO WS-RPT-RECIPIENT-NAME.
049200     MOVE WS-LIST-BRANCH-CODE    TO WS-RPT-BRANCH-CODE.
049300     MOVE WS-LIST-LANGUAGE-CODE  TO WS-RPT-LANGUAGE-CODE.
049310     MOVE WS-LIST-START-DATE     TO WS-RPT-START-DATE.
049320     IF WS-LIST-START-DATE = ZEROES
049330         MOVE SPACES TO WS-RPT-START-DATE
049340     END-IF.
049350     MOVE WS-LIST-END-DATE       TO WS-RPT-END-DATE.
049360     IF WS-LIST-END-DATE = ZEROES
049370         MOVE SPACES TO WS-RPT-END-DATE
049380     END-IF.
049390     MOVE WS-LIST-STATUS-CODE    TO WS-RPT-STATUS-CODE.
049400     WRITE GREETASR-RECORD FROM WS-RPT-DETAIL.
049500     ADD 1 TO WS-LISTED-COUNT.
049600*
049700 3100-EXIT.
049800     EXIT.
049900*-----------------------------------------------------------------
050000* 3800-READ-MASTER
050100*   READS THE NEXT MASTER RECORD IN RECIPIENT-ID ORDER.
050200*-----------------------------------------------------------------
050300 3800-READ-MASTER.
050400     READ GREETIN
050500         AT END
050600             SET WS-GREETIN-EOF TO TRUE
050700             MOVE HIGH-VALUES TO WS-MASTER-KEY
050800             GO TO 3800-EXIT
050900     END-READ.
051000     ADD 1 TO WS-MASTER-READ-COUNT.
051100     MOVE GR-RECIPIENT-ID TO WS-MASTER-KEY.
051200*
051300 3800-EXIT.
051400     EXIT.
051500*-----------------------------------------------------------------
051600* 3900-NEXT-TABLE-ENTRY
051700*   STEPS TO THE NEXT CHANGE TABLE ENTRY.
051800*-----------------------------------------------------------------
051900 3900-NEXT-TABLE-ENTRY.
052000     ADD 1 TO WS-MATCH-SUB.
052100     IF WS-MATCH-SUB > WS-ASO-ENTRY-COUNT
052200         MOVE HIGH-VALUES TO WS-TABLE-KEY
052300     ELSE
052400         MOVE WS-ASO-RECIPIENT-ID (WS-MATCH-SUB) TO WS-TABLE-KEY
052500     END-IF.
052600*
052700 3900-EXIT.
052800     EXIT.
052900*-----------------------------------------------------------------
053000* 8000-VALIDATE-DATE
053100*   CONFIRMS WS-CHECK-DATE IS A REAL CALENDAR DATE, ALLOWING FOR
053200*   LEAP YEARS.
053300*-----------------------------------------------------------------
053400 8000-VALIDATE-DATE.
053500     SET WS-DATE-VALID TO TRUE.
053600     IF WS-CHECK-CCYY = ZEROES
053700        OR WS-CHECK-MM < 1
053800        OR WS-CHECK-MM > 12
053900         SET WS-DATE-INVALID TO TRUE
054000         GO TO 8000-EXIT
054100     END-IF.
054200     MOVE WS-MONTH-DAYS (WS-CHECK-MM) TO WS-MONTH-LIMIT.
054300     IF WS-CHECK-MM = 2
054400         DIVIDE WS-CHECK-CCYY BY 4
054500             GIVING WS-LEAP-QUOTIENT
054600             REMAINDER WS-LEAP-REMAINDER
054700         IF WS-LEAP-REMAINDER = ZEROES
054800             DIVIDE WS-CHECK-CCYY BY 100
054900                 GIVING WS-LEAP-QUOTIENT
055000                 REMAINDER WS-LEAP-REMAINDER
055100             IF WS-LEAP-REMAINDER NOT = ZEROES
055200                 MOVE 29 TO WS-MONTH-LIMIT
055300             ELSE
055400                 DIVIDE WS-CHECK-CCYY BY 400
055500                     GIVING WS-LEAP-QUOTIENT
055600                     REMAINDER WS-LEAP-REMAINDER
055700                 IF WS-LEAP-REMAINDER = ZEROES
055800                     MOVE 29 TO WS-MONTH-LIMIT
055900                 END-IF
056000             END-IF
056100         END-IF
056200     END-IF.
056300     IF WS-CHECK-DD < 1
056400        OR WS-CHECK-DD > WS-MONTH-LIMIT
056500         SET WS-DATE-INVALID TO TRUE
056600     END-IF.
056700*
056800 8000-EXIT.
056900     EXIT.
057000*-----------------------------------------------------------------
057100* 9000-TERMINATE
057200*   WRITES THE CONTROL-TOTAL LINES AND CLOSES THE FILES.
057300*-----------------------------------------------------------------
057400 9000-TERMINATE.
057500     MOVE 'JOURNAL ROWS READ:          '
057600         TO WS-RPT-COUNT-TEXT.
057700     MOVE WS-JOURNAL-READ-COUNT TO WS-RPT-COUNT.
057800     WRITE GREETASR-RECORD FROM WS-RPT-COUNT-LINE.
057900     MOVE 'CURRENT MASTER RECORDS:     '
058000         TO WS-RPT-COUNT-TEXT.
058100     MOVE WS-MASTER-READ-COUNT TO WS-RPT-COUNT.
058200     WRITE GREETASR-RECORD FROM WS-RPT-COUNT-LINE.
058300     MOVE 'RECIPIENTS LISTED:          '
058400         TO WS-RPT-COUNT-TEXT.
058500     MOVE WS-LISTED-COUNT TO WS-RPT-COUNT.
058600     WRITE GREETASR-RECORD FROM WS-RPT-COUNT-LINE.
058700     MOVE 'UNCHANGED SINCE AS-OF DATE: '
058800         TO WS-RPT-COUNT-TEXT.
058900     MOVE WS-UNCHANGED-COUNT TO WS-RPT-COUNT.
059000     WRITE GREETASR-RECORD FROM WS-RPT-COUNT-LINE.
059100     MOVE 'RESTORED FROM JOURNAL:      '
059200         TO WS-RPT-COUNT-TEXT.
059300     MOVE WS-RESTORED-COUNT TO WS-RPT-COUNT.
059400     WRITE GREETASR-RECORD FROM WS-RPT-COUNT-LINE.
059500     MOVE 'ADDED SINCE (NOT LISTED):   '
059600         TO WS-RPT-COUNT-TEXT.
059700     MOVE WS-OMITTED-COUNT TO WS-RPT-COUNT.
059800     WRITE GREETASR-RECORD FROM WS-RPT-COUNT-LINE.
059900     CLOSE GREETIN.
060000     CLOSE GREETASR.
060100*
060200 9000-EXIT.
060300     EXIT.
