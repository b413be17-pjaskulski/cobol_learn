000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GREETSLA.
000300 AUTHOR.      R TOMASZEWSKI.
000400 INSTALLATION.BRANCH OPERATIONS SUPPORT.
000500 DATE-WRITTEN.10/15/2026.
000600 DATE-COMPILED.10/15/2026.
000700*-----------------------------------------------------------------
000800* REMARKS.  MONTHLY TELLER-FEED SERVICE-LEVEL REPORT OVER THE
000900*           GREETLAT ACKNOWLEDGMENT-LATENCY HISTORY WRITTEN BY
001000*           GREETACK (ONE ROW PER MATCHED ACKNOWLEDGMENT) AND
001100*           GREETRSN (ONE ROW PER FIRST ESCALATION).  ROLLS THE
001200*           ROWS FOR THE REQUESTED MONTH (EXEC PARM CCYYMM,
001300*           DEFAULT THE CALENDAR MONTH BEFORE TODAY) UP BY
001400*           BRANCH AND, THROUGH THE BRANCHMF BR-REGION-CODE, BY
001500*           REGION, ONTO THE GREETSLR REPORT - ACKNOWLEDGMENTS,
001600*           AVERAGE AND WORST TURNAROUND IN BUSINESS DAYS FROM
001700*           THE FIRST SEND, THE PERCENTAGE ACKNOWLEDGED WITHIN
001800*           THE AGREED WINDOW, ACKNOWLEDGMENTS THAT NEEDED A
001900*           RESEND, AND ESCALATIONS.  A ROW FALLS IN THE MONTH
002000*           OF THE BUSINESS DATE OF THE RUN THAT WROTE IT.
002100*
002200*           THE AGREED WINDOW IS TWO BUSINESS DAYS - THE SAME
002300*           AGE LIMIT PAST WHICH GREETACK REPORTS A GREETING AS
002400*           OVERDUE.  ROWS WHOSE BRANCH CODE IS NOT ON BRANCHMF
002500*           REPORT UNDER THE '(NOT ON BRANCH MASTER)' NAME AND
002600*           REGION '----' SO THEY CANNOT HIDE.
002700*-----------------------------------------------------------------
002800* MODIFICATION HISTORY.
002900*   10/15/2026  RT  INITIAL VERSION.
002910*   10/15/2026  RT  TABLE SEARCHES STOP AT THE LAST ENTRY IN USE,
002920*                   SO A BLANK BRANCH OR REGION CODE NO LONGER
002930*                   MATCHES AN UNUSED SLOT.
003000*-----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-370.
003400 OBJECT-COMPUTER.  IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT GREETLAT ASSIGN TO GREETLAT
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-GREETLAT-STATUS.
004000     SELECT BRANCHMF ASSIGN TO BRANCHMF
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-BRANCHMF-STATUS.
004300     SELECT GREETSLR ASSIGN TO GREETSLR
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-GREETSLR-STATUS.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  GREETLAT
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200 COPY LATREC.
005300*
005400 FD  BRANCHMF
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 COPY BRNCHREC.
005800*
005900 FD  GREETSLR
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  GREETSLR-RECORD                PIC X(132).
006300*
006400 WORKING-STORAGE SECTION.
006500*-----------------------------------------------------------------
006600* FILE STATUS SWITCHES
006700*-----------------------------------------------------------------
006800 01  WS-FILE-STATUSES.
006900     05  WS-GREETLAT-STATUS      PIC X(02)  VALUE SPACES.
007000         88  WS-GREETLAT-OK                   VALUE '00'.
007100     05  WS-BRANCHMF-STATUS      PIC X(02)  VALUE SPACES.
007200         88  WS-BRANCHMF-OK                   VALUE '00'.
007300     05  WS-GREETSLR-STATUS      PIC X(02)  VALUE SPACES.
007400         88  WS-GREETSLR-OK                   VALUE '00'.
007500*-----------------------------------------------------------------
007600* PROGRAM SWITCHES
007700*-----------------------------------------------------------------
007800 01  WS-SWITCHES.
007900     05  WS-GREETLAT-EOF-SW      PIC X(01)  VALUE 'N'.
008000         88  WS-GREETLAT-EOF                  VALUE 'Y'.
008100     05  WS-BRANCHMF-EOF-SW      PIC X(01)  VALUE 'N'.
008200         88  WS-BRANCHMF-EOF                  VALUE 'Y'.
008300     05  WS-BRANCHMF-LOADED-SW   PIC X(01)  VALUE 'N'.
008400         88  WS-BRANCHMF-LOADED               VALUE 'Y'.
008500     05  WS-TOTAL-TABLE-FULL-SW  PIC X(01)  VALUE 'N'.
008600         88  WS-TOTAL-TABLE-FULL              VALUE 'Y'.
008700*-----------------------------------------------------------------
008800* RUN CONTROL FIELDS
008900*-----------------------------------------------------------------
009000 01  WS-RUN-FIELDS.
009100     05  WS-RUN-DATE             PIC 9(08)  VALUE ZEROES.
009200     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
009300         10  WS-RUN-DATE-CCYY    PIC 9(04).
009400         10  WS-RUN-DATE-MM      PIC 9(02).
009500         10  WS-RUN-DATE-DD      PIC 9(02).
009600     05  WS-RUN-DATE-EDIT        PIC X(10)  VALUE SPACES.
009700     05  WS-REPORT-MONTH         PIC 9(06)  VALUE ZEROES.
009800     05  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
009900         10  WS-REPORT-CCYY      PIC 9(04).
010000         10  WS-REPORT-MM        PIC 9(02).
010100     05  WS-ROW-MONTH            PIC 9(06)  VALUE ZEROES.
010200 77  WS-PARM-LENGTH              PIC 9(04)  VALUE ZEROES.
010300 77  WS-ACK-WINDOW               PIC 9(03)  VALUE 2.
010400 77  WS-BRANCH-COUNT             PIC 9(05)  COMP VALUE ZEROES.
010500 77  WS-TOTAL-COUNT              PIC 9(05)  COMP VALUE ZEROES.
010600 77  WS-REGION-COUNT             PIC 9(05)  COMP VALUE ZEROES.
010700 77  WS-TOT-SUB                  PIC 9(05)  COMP VALUE ZEROES.
010800 77  WS-RGN-SUB                  PIC 9(05)  COMP VALUE ZEROES.
010900 77  WS-ROWS-READ-COUNT          PIC 9(07)  COMP VALUE ZEROES.
011000 77  WS-ROWS-KEPT-COUNT          PIC 9(07)  COMP VALUE ZEROES.
011100*-----------------------------------------------------------------
011200* SERVICE-LEVEL FIGURES FOR ONE REPORT LINE - LOADED FROM A
011300* BRANCH, REGION OR GRAND-TOTAL ENTRY AND FORMATTED BY
011400* 8000-FORMAT-FIGURES.
011500*-----------------------------------------------------------------
011600 01  WS-SLV-FIGURES.
011700     05  WS-SLV-ACKS             PIC 9(07)  VALUE ZEROES.
011800     05  WS-SLV-DAYS             PIC 9(09)  VALUE ZEROES.
011900     05  WS-SLV-WORST            PIC 9(03)  VALUE ZEROES.
012000     05  WS-SLV-WITHIN           PIC 9(07)  VALUE ZEROES.
012100     05  WS-SLV-RESENT           PIC 9(07)  VALUE ZEROES.
012200     05  WS-SLV-ESCALATED        PIC 9(07)  VALUE ZEROES.
012300     05  WS-SLV-AVERAGE          PIC 9(03)V9 VALUE ZEROES.
012400     05  WS-SLV-PERCENT          PIC 9(03)V9 VALUE ZEROES.
012500*-----------------------------------------------------------------
012600* GRAND TOTALS - SAME SHAPE AS THE FIGURES ABOVE.
012700*-----------------------------------------------------------------
012800 01  WS-GRAND-FIGURES.
012900     05  WS-GRD-ACKS             PIC 9(07)  VALUE ZEROES.
013000     05  WS-GRD-DAYS             PIC 9(09)  VALUE ZEROES.
013100     05  WS-GRD-WORST            PIC 9(03)  VALUE ZEROES.
013200     05  WS-GRD-WITHIN           PIC 9(07)  VALUE ZEROES.
013300     05  WS-GRD-RESENT           PIC 9(07)  VALUE ZEROES.
013400     05  WS-GRD-ESCALATED        PIC 9(07)  VALUE ZEROES.
013500*-----------------------------------------------------------------
013600* BRANCH REFERENCE TABLE - LOADED FROM BRANCHMF FOR NAMES AND
013700* REGION CODES.  SIZED FOR 1000 BRANCHES.
013800*-----------------------------------------------------------------
013900 01  WS-BRANCH-TABLE.
014000     05  WS-BRN-ENTRY OCCURS 1000 TIMES
014100             INDEXED BY WS-BRN-IDX.
014200         10  WS-BRN-CODE             PIC X(04).
014300         10  WS-BRN-NAME             PIC X(25).
014400         10  WS-BRN-REGION           PIC X(04).
014500*-----------------------------------------------------------------
014600* BRANCH ROLLUP TABLE - ONE ENTRY PER BRANCH CODE SEEN ON THE
014700* HISTORY INSIDE THE MONTH, IN FIRST-SEEN ORDER.  ROOM IS LEFT
014800* OVER THE BRANCH TABLE FOR CODES NOT ON BRANCHMF.
014900*-----------------------------------------------------------------
015000 01  WS-TOTAL-TABLE.
015100     05  WS-TOT-ENTRY OCCURS 1200 TIMES
015200             INDEXED BY WS-TOT-IDX.
015300         10  WS-TOT-BRANCH           PIC X(04).
015400         10  WS-TOT-NAME             PIC X(25).
015500         10  WS-TOT-REGION           PIC X(04).
015600         10  WS-TOT-ACKS             PIC 9(07).
015700         10  WS-TOT-DAYS             PIC 9(09).
015800         10  WS-TOT-WORST            PIC 9(03).
015900         10  WS-TOT-WITHIN           PIC 9(07).
016000         10  WS-TOT-RESENT           PIC 9(07).
016100         10  WS-TOT-ESCALATED        PIC 9(07).
016200*-----------------------------------------------------------------
016300* REGION ROLLUP TABLE - ONE ENTRY PER REGION CODE, IN
016400* FIRST-SEEN ORDER.  UNMATCHED BRANCHES ROLL UP UNDER '----'.
016500*-----------------------------------------------------------------
016600 01  WS-REGION-TABLE.
016700     05  WS-RGN-ENTRY OCCURS 100 TIMES
016800             INDEXED BY WS-RGN-IDX.
016900         10  WS-RGN-CODE             PIC X(04).
017000         10  WS-RGN-ACKS             PIC 9(07).
017100         10  WS-RGN-DAYS             PIC 9(09).
017200         10  WS-RGN-WORST            PIC 9(03).
017300         10  WS-RGN-WITHIN           PIC 9(07).
017400         10  WS-RGN-RESENT           PIC 9(07).
017500         10  WS-RGN-ESCALATED        PIC 9(07).
017600*-----------------------------------------------------------------
017700* REPORT LAYOUT FIELDS.  THE COLUMN AND DETAIL LINES SERVE BOTH
017800* SECTIONS - THE REGION AND GRAND-TOTAL LINES OVERLAY THE BRANCH
017900* CODE, NAME AND REGION WITH A SINGLE LABEL.
018000*-----------------------------------------------------------------
018100 01  WS-REPORT-LINES.
018200     05  WS-RPT-HEADER-1.
018300         10  FILLER              PIC X(10) VALUE 'JOB NAME: '.
018400         10  WS-RPT-JOB-NAME     PIC X(08) VALUE 'GREETSLA'.
018500         10  FILLER              PIC X(10) VALUE SPACES.
018600         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
018700         10  WS-RPT-RUN-DATE     PIC X(10) VALUE SPACES.
018800         10  FILLER              PIC X(84) VALUE SPACES.
018900     05  WS-RPT-HEADER-2.
019000         10  FILLER              PIC X(40)
019100             VALUE 'TELLER-FEED SERVICE-LEVEL REPORT - MONTH'.
019200         10  FILLER              PIC X(01) VALUE SPACES.
019300         10  WS-RPT-MONTH        PIC 9(06) VALUE ZEROES.
019400         10  FILLER              PIC X(18)
019500             VALUE '   AGREED WINDOW: '.
019600         10  WS-RPT-WINDOW       PIC ZZ9   VALUE ZEROES.
019700         10  FILLER              PIC X(14)
019800             VALUE ' BUSINESS DAYS'.
019900         10  FILLER              PIC X(50) VALUE SPACES.
020000     05  WS-RPT-SECTION-LINE.
020100         10  WS-RPT-SECTION-TEXT PIC X(40) VALUE SPACES.
020200         10  FILLER              PIC X(92) VALUE SPACES.
020300     05  WS-RPT-COLUMN-LINE.
020400         10  WS-RPT-COL-LEAD.
020500             15  FILLER              PIC X(06) VALUE 'BRANCH'.
020600             15  FILLER              PIC X(01) VALUE SPACES.
020700             15  FILLER              PIC X(25) VALUE 'NAME'.
020800             15  FILLER              PIC X(02) VALUE SPACES.
020900             15  FILLER              PIC X(06) VALUE 'REGION'.
021000             15  FILLER              PIC X(02) VALUE SPACES.
021100         10  WS-RPT-COL-LABEL REDEFINES WS-RPT-COL-LEAD
021200                                 PIC X(42).
021300         10  FILLER              PIC X(07) VALUE '  ACKED'.
021400         10  FILLER              PIC X(02) VALUE SPACES.
021500         10  FILLER              PIC X(08) VALUE 'AVG DAYS'.
021600         10  FILLER              PIC X(02) VALUE SPACES.
021700         10  FILLER              PIC X(05) VALUE 'WORST'.
021800         10  FILLER              PIC X(02) VALUE SPACES.
021900         10  FILLER              PIC X(08) VALUE '% WITHIN'.
022000         10  FILLER              PIC X(04) VALUE SPACES.
022100         10  FILLER              PIC X(07) VALUE ' RESENT'.
022200         10  FILLER              PIC X(02) VALUE SPACES.
022300         10  FILLER              PIC X(09) VALUE 'ESCALATED'.
022400         10  FILLER              PIC X(34) VALUE SPACES.
022500     05  WS-RPT-DETAIL-LINE.
022600         10  WS-RPT-LEAD.
022700             15  WS-RPT-BRN-CODE     PIC X(04) VALUE SPACES.
022800             15  FILLER              PIC X(03) VALUE SPACES.
022900             15  WS-RPT-BRN-NAME     PIC X(25) VALUE SPACES.
023000             15  FILLER              PIC X(02) VALUE SPACES.
023100             15  WS-RPT-BRN-REGION   PIC X(04) VALUE SPACES.
023200             15  FILLER              PIC X(04) VALUE SPACES.
023300         10  WS-RPT-LEAD-X REDEFINES WS-RPT-LEAD.
023400             15  WS-RPT-GROUP-LABEL  PIC X(12).
023500             15  FILLER              PIC X(30).
023600         10  WS-RPT-ACKS         PIC ZZZZZZ9.
023700         10  FILLER              PIC X(04) VALUE SPACES.
023800         10  WS-RPT-AVERAGE      PIC ZZ9.9.
023900         10  FILLER              PIC X(05) VALUE SPACES.
024000         10  WS-RPT-WORST        PIC ZZ9.
024100         10  FILLER              PIC X(05) VALUE SPACES.
024200         10  WS-RPT-PERCENT      PIC ZZ9.9.
024300         10  FILLER              PIC X(04) VALUE SPACES.
024400         10  WS-RPT-RESENT       PIC ZZZZZZ9.
024500         10  FILLER              PIC X(04) VALUE SPACES.
024600         10  WS-RPT-ESCALATED    PIC ZZZZZZ9.
024700         10  FILLER              PIC X(34) VALUE SPACES.
024800     05  WS-RPT-COUNT-LINE.
024900         10  WS-RPT-COUNT-TEXT   PIC X(30) VALUE SPACES.
025000         10  WS-RPT-COUNT        PIC ZZZZZZ9.
025100         10  FILLER              PIC X(95) VALUE SPACES.
025200*
025300 LINKAGE SECTION.
025400 01  LK-PARM-AREA.
025500     05  LK-PARM-LENGTH          PIC S9(04) COMP.
025600     05  LK-PARM-TEXT            PIC X(06).
025700*
025800 PROCEDURE DIVISION USING LK-PARM-AREA.
025900*-----------------------------------------------------------------
026000* 0000-MAINLINE
026100*   CONTROLS THE OVERALL FLOW OF THE SERVICE-LEVEL REPORT RUN.
026200*-----------------------------------------------------------------
026300 0000-MAINLINE.
026400     PERFORM 1000-INITIALIZE
026500         THRU 1000-EXIT.
026600     PERFORM 2000-LOAD-BRANCH-TABLE
026700         THRU 2000-EXIT.
026800     PERFORM 3000-ROLL-UP-HISTORY
026900         THRU 3000-EXIT
027000         UNTIL WS-GREETLAT-EOF.
027100     PERFORM 5000-PRINT-BRANCH-SECTION
027200         THRU 5000-EXIT.
027300     PERFORM 6000-PRINT-REGION-SECTION
027400         THRU 6000-EXIT.
027500     PERFORM 9000-TERMINATE
027600         THRU 9000-EXIT.
027700     STOP RUN.
027800*
027900 0000-MAINLINE-EXIT.
028000     EXIT.
028100*-----------------------------------------------------------------
028200* 1000-INITIALIZE
028300*   OPENS THE FILES, ESTABLISHES THE REPORT MONTH FROM THE EXEC
028400*   PARM (CCYYMM, DEFAULT THE CALENDAR MONTH BEFORE TODAY), AND
028500*   WRITES THE REPORT HEADINGS.  THE HISTORY FILE OR THE REPORT
028600*   FAILING TO OPEN IS FATAL; A MISSING BRANCH MASTER ONLY
028700*   COSTS THE NAMES AND REGION ROLLUP.
028800*-----------------------------------------------------------------
028900 1000-INITIALIZE.
029000     OPEN INPUT GREETLAT.
029100     IF NOT WS-GREETLAT-OK
029200         DISPLAY "GREETSLA0001E UNABLE TO OPEN GREETLAT - "
029300                 "RUN TERMINATED"
029400         MOVE 16 TO RETURN-CODE
029500         STOP RUN
029600     END-IF.
029700     OPEN OUTPUT GREETSLR.
029800     IF NOT WS-GREETSLR-OK
029900         DISPLAY "GREETSLA0002E UNABLE TO OPEN GREETSLR - "
030000                 "RUN TERMINATED"
030100         MOVE 16 TO RETURN-CODE
030200         STOP RUN
030300     END-IF.
030400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
030500     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH.
030600     IF WS-PARM-LENGTH = 6
030700        AND LK-PARM-TEXT IS NUMERIC
030800         MOVE LK-PARM-TEXT TO WS-REPORT-MONTH
030900     ELSE
031000         IF WS-PARM-LENGTH NOT = 0
031100             DISPLAY "GREETSLA0003E REPORT MONTH PARM MUST BE "
031200                     "CCYYMM - RUN TERMINATED"
031300             MOVE 16 TO RETURN-CODE
031400             STOP RUN
031500         END-IF
031600         MOVE WS-RUN-DATE-CCYY TO WS-REPORT-CCYY
031700         MOVE WS-RUN-DATE-MM   TO WS-REPORT-MM
031800         IF WS-REPORT-MM = 1
031900             SUBTRACT 1 FROM WS-REPORT-CCYY
032000             MOVE 12 TO WS-REPORT-MM
032100         ELSE
032200             SUBTRACT 1 FROM WS-REPORT-MM
032300         END-IF
032400     END-IF.
032500     IF WS-REPORT-MM < 1
032600        OR WS-REPORT-MM > 12
032700         DISPLAY "GREETSLA0004E REPORT MONTH " WS-REPORT-MONTH
032800                 " IS NOT A VALID MONTH - RUN TERMINATED"
032900         MOVE 16 TO RETURN-CODE
033000         STOP RUN
033100     END-IF.
033200     MOVE SPACES TO WS-BRANCH-TABLE
033300                    WS-TOTAL-TABLE
033400                    WS-REGION-TABLE.
033500     STRING WS-RUN-DATE-MM   DELIMITED BY SIZE
033600            '/'              DELIMITED BY SIZE
033700            WS-RUN-DATE-DD   DELIMITED BY SIZE
033800            '/'              DELIMITED BY SIZE
033900            WS-RUN-DATE-CCYY DELIMITED BY SIZE
034000            INTO WS-RUN-DATE-EDIT
034100     END-STRING.
034200     MOVE WS-RUN-DATE-EDIT TO WS-RPT-RUN-DATE.
034300     MOVE WS-REPORT-MONTH  TO WS-RPT-MONTH.
034400     MOVE WS-ACK-WINDOW    TO WS-RPT-WINDOW.
034500     WRITE GREETSLR-RECORD FROM WS-RPT-HEADER-1.
034600     WRITE GREETSLR-RECORD FROM WS-RPT-HEADER-2.
034700     PERFORM 3100-READ-LATENCY-ROW
034800         THRU 3100-EXIT.
034900*
035000 1000-EXIT.
035100     EXIT.
035200*-----------------------------------------------------------------
035300* 2000-LOAD-BRANCH-TABLE
035400*   LOADS BRANCHMF FOR BRANCH NAMES AND REGION CODES.  A
035500*   MISSING MASTER IS A WARNING - THE REPORT STILL RUNS WITH
035600*   UNRESOLVED NAMES.
035700*-----------------------------------------------------------------
035800 2000-LOAD-BRANCH-TABLE.
035900     OPEN INPUT BRANCHMF.
036000     IF NOT WS-BRANCHMF-OK
036100         DISPLAY "GREETSLA0005W BRANCHMF NOT AVAILABLE - "
036200                 "NAMES AND REGIONS UNRESOLVED"
036300         IF RETURN-CODE < 4
036400             MOVE 4 TO RETURN-CODE
036500         END-IF
036600         GO TO 2000-EXIT
036700     END-IF.
036800     PERFORM 2100-LOAD-BRANCH-ENTRY
036900         THRU 2100-EXIT
037000         UNTIL WS-BRANCHMF-EOF.
037100     CLOSE BRANCHMF.
037200     SET WS-BRANCHMF-LOADED TO TRUE.
037300*
037400 2000-EXIT.
037500     EXIT.
037600*-----------------------------------------------------------------
037700* 2100-LOAD-BRANCH-ENTRY
037800*   READS ONE BRANCHMF RECORD INTO THE NEXT TABLE ENTRY.
037900*-----------------------------------------------------------------
038000 2100-LOAD-BRANCH-ENTRY.
038100     READ BRANCHMF
038200         AT END
038300             SET WS-BRANCHMF-EOF TO TRUE
038400             GO TO 2100-EXIT
038500     END-READ.
038600     IF WS-BRANCH-COUNT = 1000
038700         DISPLAY "GREETSLA0006W BRANCH TABLE FULL AT 1000 "
038800                 "ENTRIES - REMAINING BRANCHES UNRESOLVED"
038900         SET WS-BRANCHMF-EOF TO TRUE
039000         GO TO 2100-EXIT
039100     END-IF.
039200     ADD 1 TO WS-BRANCH-COUNT.
039300     SET WS-BRN-IDX TO WS-BRANCH-COUNT.
039400     MOVE BR-BRANCH-CODE TO WS-BRN-CODE   (WS-BRN-IDX).
039500     MOVE BR-BRANCH-NAME TO WS-BRN-NAME   (WS-BRN-IDX).
039600     MOVE BR-REGION-CODE TO WS-BRN-REGION (WS-BRN-IDX).
039700*
039800 2100-EXIT.
039900     EXIT.
040000*-----------------------------------------------------------------
040100* 3000-ROLL-UP-HISTORY
040200*   ACCUMULATES ONE HISTORY ROW FALLING IN THE REPORT MONTH
040300*   INTO ITS BRANCH ROLLUP AND READS THE NEXT ROW.  A ROW WITH
040400*   NO USABLE EVENT DATE CANNOT BE PLACED IN A MONTH AND IS
040500*   PASSED OVER.
040600*-----------------------------------------------------------------
040700 3000-ROLL-UP-HISTORY.
040800     IF LAT-EVENT-DATE IS NUMERIC
040900         MOVE LAT-EVENT-DATE (1:6) TO WS-ROW-MONTH
041000         IF WS-ROW-MONTH = WS-REPORT-MONTH
041100             ADD 1 TO WS-ROWS-KEPT-COUNT
041200             PERFORM 3200-ACCUMULATE-BRANCH
041300                 THRU 3200-EXIT
041400         END-IF
041500     END-IF.
041600     PERFORM 3100-READ-LATENCY-ROW
041700         THRU 3100-EXIT.
041800*
041900 3000-EXIT.
042000     EXIT.
042100*-----------------------------------------------------------------
042200* 3100-READ-LATENCY-ROW
042300*   READS ONE ROW FROM THE LATENCY HISTORY.
042400*-----------------------------------------------------------------
042500 3100-READ-LATENCY-ROW.
042600     READ GREETLAT
042700         AT END
042800             SET WS-GREETLAT-EOF TO TRUE
042900         NOT AT END
043000             ADD 1 TO WS-ROWS-READ-COUNT
043100     END-READ.
043200*
043300 3100-EXIT.
043400     EXIT.
043500*-----------------------------------------------------------------
043600* 3200-ACCUMULATE-BRANCH
043700*   ROLLS THE CURRENT HISTORY ROW INTO ITS BRANCH ENTRY,
043800*   CREATING THE ENTRY (WITH NAME AND REGION RESOLVED FROM
043900*   BRANCHMF) ON FIRST SIGHT.  AN ACKNOWLEDGMENT ROW COUNTS
044000*   TOWARD VOLUME, TURNAROUND, THE WINDOW AND RESENDS; AN
044100*   ESCALATION ROW COUNTS ONLY AS AN ESCALATION.
044110*   THE SEARCH STOPS AT THE LAST ENTRY IN USE SO THAT A BLANK
044120*   BRANCH CODE CANNOT MATCH AN UNUSED SLOT.
044200*-----------------------------------------------------------------
044300 3200-ACCUMULATE-BRANCH.
044400     MOVE 'N' TO WS-TOTAL-TABLE-FULL-SW.
044500     SET WS-TOT-IDX TO 1.
044600     SEARCH WS-TOT-ENTRY
044700         AT END
044800             PERFORM 3300-ADD-BRANCH-ENTRY
044900                 THRU 3300-EXIT
044910         WHEN WS-TOT-IDX > WS-TOTAL-COUNT
044920             PERFORM 3300-ADD-BRANCH-ENTRY
044930                 THRU 3300-EXIT
045000         WHEN WS-TOT-BRANCH (WS-TOT-IDX) = LAT-BRANCH-CODE
045100             CONTINUE
045200     END-SEARCH.
045300     IF WS-TOTAL-TABLE-FULL
045400         GO TO 3200-EXIT
045500     END-IF.
045600     IF LAT-TYPE-ESCALATION
045700         ADD 1 TO WS-TOT-ESCALATED (WS-TOT-IDX)
045800         GO TO 3200-EXIT
045900     END-IF.
046000     IF NOT LAT-TYPE-ACK
046100        OR LAT-BUSINESS-DAYS IS NOT NUMERIC
046200         GO TO 3200-EXIT
046300     END-IF.
046400     ADD 1 TO WS-TOT-ACKS (WS-TOT-IDX).
046500     ADD LAT-BUSINESS-DAYS TO WS-TOT-DAYS (WS-TOT-IDX).
046600     IF LAT-BUSINESS-DAYS > WS-TOT-WORST (WS-TOT-IDX)
046700         MOVE LAT-BUSINESS-DAYS TO WS-TOT-WORST (WS-TOT-IDX)
046800     END-IF.
046900     IF LAT-BUSINESS-DAYS NOT > WS-ACK-WINDOW
047000         ADD 1 TO WS-TOT-WITHIN (WS-TOT-IDX)
047100     END-IF.
047200     IF LAT-RESENT
047300         ADD 1 TO WS-TOT-RESENT (WS-TOT-IDX)
047400     END-IF.
047500*
047600 3200-EXIT.
047700     EXIT.
047800*-----------------------------------------------------------------
047900* 3300-ADD-BRANCH-ENTRY
048000*   APPENDS A ZEROED ROLLUP ENTRY FOR A BRANCH CODE NOT YET
048100*   SEEN, RESOLVING ITS NAME AND REGION FROM THE BRANCH TABLE.
048200*-----------------------------------------------------------------
048300 3300-ADD-BRANCH-ENTRY.
048400     IF WS-TOTAL-COUNT = 1200
048500         DISPLAY "GREETSLA0007W BRANCH ROLLUP TABLE FULL AT "
048600                 "1200 ENTRIES - ROW EXCLUDED"
048700         SET WS-TOTAL-TABLE-FULL TO TRUE
048800         GO TO 3300-EXIT
048900     END-IF.
049000     ADD 1 TO WS-TOTAL-COUNT.
049100     SET WS-TOT-IDX TO WS-TOTAL-COUNT.
049200     MOVE LAT-BRANCH-CODE TO WS-TOT-BRANCH (WS-TOT-IDX).
049300     MOVE ZEROES TO WS-TOT-ACKS      (WS-TOT-IDX)
049400                    WS-TOT-DAYS      (WS-TOT-IDX)
049500                    WS-TOT-WORST     (WS-TOT-IDX)
049600                    WS-TOT-WITHIN    (WS-TOT-IDX)
049700                    WS-TOT-RESENT    (WS-TOT-IDX)
049800                    WS-TOT-ESCALATED (WS-TOT-IDX).
049900     MOVE '(NOT ON BRANCH MASTER)   '
050000         TO WS-TOT-NAME (WS-TOT-IDX).
050100     MOVE '----' TO WS-TOT-REGION (WS-TOT-IDX).
050200     IF NOT WS-BRANCHMF-LOADED
050300         GO TO 3300-EXIT
050400     END-IF.
050500     SET WS-BRN-IDX TO 1.
050600     SEARCH WS-BRN-ENTRY
050700         AT END
050800             CONTINUE
050810         WHEN WS-BRN-IDX > WS-BRANCH-COUNT
050820             CONTINUE
050900         WHEN WS-BRN-CODE (WS-BRN-IDX) = LAT-BRANCH-CODE
051000             MOVE WS-BRN-NAME (WS-BRN-IDX)
051100                 TO WS-TOT-NAME (WS-TOT-IDX)
051200             MOVE WS-BRN-REGION (WS-BRN-IDX)
051300                 TO WS-TOT-REGION (WS-TOT-IDX)
051400     END-SEARCH.
051500*
051600 3300-EXIT.
051700     EXIT.
051800*-----------------------------------------------------------------
051900* 5000-PRINT-BRANCH-SECTION
052000*   PRINTS ONE LINE PER BRANCH SEEN IN THE MONTH AND ROLLS EACH
052100*   LINE INTO ITS REGION ENTRY AND THE GRAND TOTALS.
052200*-----------------------------------------------------------------
052300 5000-PRINT-BRANCH-SECTION.
052400     MOVE 'SERVICE LEVEL BY BRANCH' TO WS-RPT-SECTION-TEXT.
052500     WRITE GREETSLR-RECORD FROM WS-RPT-SECTION-LINE.
052600     WRITE GREETSLR-RECORD FROM WS-RPT-COLUMN-LINE.
052700     PERFORM 5100-PRINT-BRANCH-LINE
052800         THRU 5100-EXIT
052900         VARYING WS-TOT-SUB FROM 1 BY 1
053000         UNTIL WS-TOT-SUB > WS-TOTAL-COUNT.
053100*
053200 5000-EXIT.
053300     EXIT.
053400*-----------------------------------------------------------------
053500* 5100-PRINT-BRANCH-LINE
053600*   FORMATS AND WRITES ONE BRANCH ROLLUP LINE.
053700*-----------------------------------------------------------------
053800 5100-PRINT-BRANCH-LINE.
053900     MOVE SPACES TO WS-RPT-LEAD.
054000     MOVE WS-TOT-BRANCH (WS-TOT-SUB) TO WS-RPT-BRN-CODE.
054100     MOVE WS-TOT-NAME   (WS-TOT-SUB) TO WS-RPT-BRN-NAME.
054200     MOVE WS-TOT-REGION (WS-TOT-SUB) TO WS-RPT-BRN-REGION.
054300     MOVE WS-TOT-ACKS      (WS-TOT-SUB) TO WS-SLV-ACKS.
054400     MOVE WS-TOT-DAYS      (WS-TOT-SUB) TO WS-SLV-DAYS.
054500     MOVE WS-TOT-WORST     (WS-TOT-SUB) TO WS-SLV-WORST.
054600     MOVE WS-TOT-WITHIN    (WS-TOT-SUB) TO WS-SLV-WITHIN.
054700     MOVE WS-TOT-RESENT    (WS-TOT-SUB) TO WS-SLV-RESENT.
054800     MOVE WS-TOT-ESCALATED (WS-TOT-SUB) TO WS-SLV-ESCALATED.
054900     PERFORM 8000-FORMAT-FIGURES
055000         THRU 8000-EXIT.
055100     WRITE GREETSLR-RECORD FROM WS-RPT-DETAIL-LINE.
055200     PERFORM 5200-ACCUMULATE-REGION
055300         THRU 5200-EXIT.
055400     ADD WS-TOT-ACKS      (WS-TOT-SUB) TO WS-GRD-ACKS.
055500     ADD WS-TOT-DAYS      (WS-TOT-SUB) TO WS-GRD-DAYS.
055600     ADD WS-TOT-WITHIN    (WS-TOT-SUB) TO WS-GRD-WITHIN.
055700     ADD WS-TOT-RESENT    (WS-TOT-SUB) TO WS-GRD-RESENT.
055800     ADD WS-TOT-ESCALATED (WS-TOT-SUB) TO WS-GRD-ESCALATED.
055900     IF WS-TOT-WORST (WS-TOT-SUB) > WS-GRD-WORST
056000         MOVE WS-TOT-WORST (WS-TOT-SUB) TO WS-GRD-WORST
056100     END-IF.
056200*
056300 5100-EXIT.
056400     EXIT.
056500*-----------------------------------------------------------------
056600* 5200-ACCUMULATE-REGION
056700*   ROLLS ONE BRANCH LINE INTO ITS REGION ENTRY, CREATING THE
056800*   ENTRY ON FIRST SIGHT.
056900*-----------------------------------------------------------------
057000 5200-ACCUMULATE-REGION.
057100     SET WS-RGN-IDX TO 1.
057200     SEARCH WS-RGN-ENTRY
057300         AT END
057400             PERFORM 5300-ADD-REGION-ENTRY
057500                 THRU 5300-EXIT
057510         WHEN WS-RGN-IDX > WS-REGION-COUNT
057520             PERFORM 5300-ADD-REGION-ENTRY
057530                 THRU 5300-EXIT
057600         WHEN WS-RGN-CODE (WS-RGN-IDX)
057700                 = WS-TOT-REGION (WS-TOT-SUB)
057800             CONTINUE
057900     END-SEARCH.
058000     ADD WS-TOT-ACKS (WS-TOT-SUB)
058100         TO WS-RGN-ACKS (WS-RGN-IDX).
058200     ADD WS-TOT-DAYS (WS-TOT-SUB)
058300         TO WS-RGN-DAYS (WS-RGN-IDX).
058400     ADD WS-TOT-WITHIN (WS-TOT-SUB)
058500         TO WS-RGN-WITHIN (WS-RGN-IDX).
058600     ADD WS-TOT-RESENT (WS-TOT-SUB)
058700         TO WS-RGN-RESENT (WS-RGN-IDX).
058800     ADD WS-TOT-ESCALATED (WS-TOT-SUB)
058900         TO WS-RGN-ESCALATED (WS-RGN-IDX).
059000     IF WS-TOT-WORST (WS-TOT-SUB) > WS-RGN-WORST (WS-RGN-IDX)
059100         MOVE WS-TOT-WORST (WS-TOT-SUB)
059200             TO WS-RGN-WORST (WS-RGN-IDX)
059300     END-IF.
059400*
059500 5200-EXIT.
059600     EXIT.
059700*-----------------------------------------------------------------
059800* 5300-ADD-REGION-ENTRY
059900*   APPENDS A ZEROED REGION ROLLUP ENTRY.  THE LAST ENTRY
060000*   ABSORBS ANY OVERFLOW PAST 100 REGIONS.
060100*-----------------------------------------------------------------
060200 5300-ADD-REGION-ENTRY.
060300     IF WS-REGION-COUNT = 100
060400         SET WS-RGN-IDX TO 100
060500         GO TO 5300-EXIT
060600     END-IF.
060700     ADD 1 TO WS-REGION-COUNT.
060800     SET WS-RGN-IDX TO WS-REGION-COUNT.
060900     MOVE WS-TOT-REGION (WS-TOT-SUB)
061000         TO WS-RGN-CODE (WS-RGN-IDX).
061100     MOVE ZEROES TO WS-RGN-ACKS      (WS-RGN-IDX)
061200                    WS-RGN-DAYS      (WS-RGN-IDX)
061300                    WS-RGN-WORST     (WS-RGN-IDX)
061400                    WS-RGN-WITHIN    (WS-RGN-IDX)
061500                    WS-RGN-RESENT    (WS-RGN-IDX)
061600                    WS-RGN-ESCALATED (WS-RGN-IDX).
061700*
061800 5300-EXIT.
061900     EXIT.
062000*-----------------------------------------------------------------
062100* 6000-PRINT-REGION-SECTION
062200*   PRINTS ONE ROLLUP LINE PER REGION SEEN, THEN THE LINE FOR
062300*   ALL BRANCHES AND THE ROW COUNTS.
062400*-----------------------------------------------------------------
062500 6000-PRINT-REGION-SECTION.
062600     MOVE 'SERVICE LEVEL BY REGION' TO WS-RPT-SECTION-TEXT.
062700     WRITE GREETSLR-RECORD FROM WS-RPT-SECTION-LINE.
062800     MOVE 'REGION' TO WS-RPT-COL-LABEL.
062900     WRITE GREETSLR-RECORD FROM WS-RPT-COLUMN-LINE.
063000     PERFORM 6100-PRINT-REGION-LINE
063100         THRU 6100-EXIT
063200         VARYING WS-RGN-SUB FROM 1 BY 1
063300         UNTIL WS-RGN-SUB > WS-REGION-COUNT.
063400     MOVE SPACES TO WS-RPT-LEAD.
063500     MOVE 'ALL BRANCHES' TO WS-RPT-GROUP-LABEL.
063600     MOVE WS-GRD-ACKS      TO WS-SLV-ACKS.
063700     MOVE WS-GRD-DAYS      TO WS-SLV-DAYS.
063800     MOVE WS-GRD-WORST     TO WS-SLV-WORST.
063900     MOVE WS-GRD-WITHIN    TO WS-SLV-WITHIN.
064000     MOVE WS-GRD-RESENT    TO WS-SLV-RESENT.
064100     MOVE WS-GRD-ESCALATED TO WS-SLV-ESCALATED.
064200     PERFORM 8000-FORMAT-FIGURES
064300         THRU 8000-EXIT.
064400     WRITE GREETSLR-RECORD FROM WS-RPT-DETAIL-LINE.
064500     MOVE 'HISTORY ROWS READ:            '
064600         TO WS-RPT-COUNT-TEXT.
064700     MOVE WS-ROWS-READ-COUNT TO WS-RPT-COUNT.
064800     WRITE GREETSLR-RECORD FROM WS-RPT-COUNT-LINE.
064900     MOVE 'ROWS INSIDE THE MONTH:        '
065000         TO WS-RPT-COUNT-TEXT.
065100     MOVE WS-ROWS-KEPT-COUNT TO WS-RPT-COUNT.
065200     WRITE GREETSLR-RECORD FROM WS-RPT-COUNT-LINE.
065300*
065400 6000-EXIT.
065500     EXIT.
065600*-----------------------------------------------------------------
065700* 6100-PRINT-REGION-LINE
065800*   FORMATS AND WRITES ONE REGION ROLLUP LINE.
065900*-----------------------------------------------------------------
066000 6100-PRINT-REGION-LINE.
066100     MOVE SPACES TO WS-RPT-LEAD.
066200     MOVE WS-RGN-CODE (WS-RGN-SUB) TO WS-RPT-GROUP-LABEL.
066300     MOVE WS-RGN-ACKS      (WS-RGN-SUB) TO WS-SLV-ACKS.
066400     MOVE WS-RGN-DAYS      (WS-RGN-SUB) TO WS-SLV-DAYS.
066500     MOVE WS-RGN-WORST     (WS-RGN-SUB) TO WS-SLV-WORST.
066600     MOVE WS-RGN-WITHIN    (WS-RGN-SUB) TO WS-SLV-WITHIN.
066700     MOVE WS-RGN-RESENT    (WS-RGN-SUB) TO WS-SLV-RESENT.
066800     MOVE WS-RGN-ESCALATED (WS-RGN-SUB) TO WS-SLV-ESCALATED.
066900     PERFORM 8000-FORMAT-FIGURES
067000         THRU 8000-EXIT.
067100     WRITE GREETSLR-RECORD FROM WS-RPT-DETAIL-LINE.
067200*
067300 6100-EXIT.
067400     EXIT.
067500*-----------------------------------------------------------------
067600* 8000-FORMAT-FIGURES
067700*   DERIVES THE AVERAGE TURNAROUND AND THE PERCENTAGE WITHIN
067800*   THE WINDOW FROM THE FIGURES LOADED BY THE CALLER AND MOVES
067900*   THEM ALL TO THE DETAIL LINE.  A LINE WITH NO
068000*   ACKNOWLEDGMENTS (ESCALATIONS ONLY) SHOWS BOTH AS ZERO.
068100*-----------------------------------------------------------------
068200 8000-FORMAT-FIGURES.
068300     MOVE ZEROES TO WS-SLV-AVERAGE
068400                    WS-SLV-PERCENT.
068500     IF WS-SLV-ACKS > ZEROES
068600         COMPUTE WS-SLV-AVERAGE ROUNDED
068700             = WS-SLV-DAYS / WS-SLV-ACKS
068800         COMPUTE WS-SLV-PERCENT ROUNDED
068900             = WS-SLV-WITHIN * 100 / WS-SLV-ACKS
069000     END-IF.
069100     MOVE WS-SLV-ACKS      TO WS-RPT-ACKS.
069200     MOVE WS-SLV-AVERAGE   TO WS-RPT-AVERAGE.
069300     MOVE WS-SLV-WORST     TO WS-RPT-WORST.
069400     MOVE WS-SLV-PERCENT   TO WS-RPT-PERCENT.
069500     MOVE WS-SLV-RESENT    TO WS-RPT-RESENT.
069600     MOVE WS-SLV-ESCALATED TO WS-RPT-ESCALATED.
069700*
069800 8000-EXIT.
069900     EXIT.
070000*-----------------------------------------------------------------
070100* 9000-TERMINATE
070200*   CLOSES THE FILES.  A MONTH WITH NO HISTORY ROWS AT ALL IS
070300*   REPORTED AS A WARNING - USUALLY A WRONG PARM.
070400*-----------------------------------------------------------------
070500 9000-TERMINATE.
070600     CLOSE GREETLAT.
070700     CLOSE GREETSLR.
070800     IF WS-ROWS-KEPT-COUNT = ZEROES
070900         DISPLAY "GREETSLA0008W NO LATENCY HISTORY FOR MONTH "
071000                 WS-REPORT-MONTH
071100         IF RETURN-CODE < 4
071200             MOVE 4 TO RETURN-CODE
071300         END-IF
071400     END-IF.
071500*
071600 9000-EXIT.
071700     EXIT.
