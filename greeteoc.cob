000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GREETEOC.
000300 AUTHOR.      R TOMASZEWSKI.
000400 INSTALLATION.BRANCH OPERATIONS SUPPORT.
000500 DATE-WRITTEN.10/15/2026.
000600 DATE-COMPILED.10/15/2026.
000700*-----------------------------------------------------------------
000800* REMARKS.  END-OF-CYCLE STEP FOR THE NIGHTLY GREETING CYCLE.
000900*           READS THE GREETBDT BUSINESS-DATE CONTROL RECORD AND
001000*           THE GREETCYC CYCLE-STATUS FILE, LISTS EVERY CYCLE JOB
001100*           AS COMPLETE OR MISSING FOR THE CURRENT BUSINESS DATE
001200*           ON THE GREETCSR CYCLE-STATUS REPORT, AND - ONLY WHEN
001300*           ALL OF THEM HAVE COMPLETED - ROLLS THE BUSINESS DATE
001400*           FORWARD, WRITING THE NEW CONTROL RECORD TO GREETBDN
001500*           FOR THE JOB TO PROMOTE AND APPENDING AN 'R' (ROLLED)
001600*           ROW TO GREETCYC.  A CYCLE STILL MISSING A JOB IS NOT
001700*           ROLLED AND THE STEP ENDS CC 8, HOLDING THE PROMOTE.
001800*
001900*           PARM OPTIONS:
002000*             (NONE)     ROLL TO THE NEXT CALENDAR DAY
002100*             CCYYMMDD   ROLL TO THE DATE GIVEN, WHICH MUST BE
002200*                        LATER THAN THE CURRENT BUSINESS DATE
002300*                        (A PLANNED SHUTDOWN); ALSO SEEDS AN
002400*                        EMPTY OR NEW GREETBDT
002500*             STATUS     REPORT THE CYCLE ONLY - NOTHING ROLLED
002600*
002700*           GREETBDN IS ALWAYS WRITTEN - UNCHANGED WHEN NOTHING
002800*           IS ROLLED - SO A PROMOTE NEVER EMPTIES THE CONTROL
002900*           FILE.
003000*-----------------------------------------------------------------
003100* MODIFICATION HISTORY.
003200*   10/15/2026  RT  INITIAL VERSION.
003300*-----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.  IBM-370.
003700 OBJECT-COMPUTER.  IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT GREETBDT ASSIGN TO GREETBDT
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-GREETBDT-STATUS.
004300     SELECT GREETCYC ASSIGN TO GREETCYC
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-GREETCYC-STATUS.
004600     SELECT GREETBDN ASSIGN TO GREETBDN
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-GREETBDN-STATUS.
004900     SELECT GREETCSR ASSIGN TO GREETCSR
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-GREETCSR-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  GREETBDT
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 COPY BUSDTREC.
005900*
006000 FD  GREETCYC
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 COPY CYCLEREC.
006400*
006500 FD  GREETBDN
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 01  GREETBDN-RECORD                PIC X(80).
006900*
007000 FD  GREETCSR
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  GREETCSR-RECORD                PIC X(132).
007400*
007500 WORKING-STORAGE SECTION.
007600*-----------------------------------------------------------------
007700* FILE STATUS SWITCHES
007800*-----------------------------------------------------------------
007900 01  WS-FILE-STATUSES.
008000     05  WS-GREETBDT-STATUS      PIC X(02)  VALUE SPACES.
008100         88  WS-GREETBDT-OK                   VALUE '00'.
008200     05  WS-GREETCYC-STATUS      PIC X(02)  VALUE SPACES.
008300         88  WS-GREETCYC-OK                   VALUE '00'.
008400     05  WS-GREETBDN-STATUS      PIC X(02)  VALUE SPACES.
008500         88  WS-GREETBDN-OK                   VALUE '00'.
008600     05  WS-GREETCSR-STATUS      PIC X(02)  VALUE SPACES.
008700         88  WS-GREETCSR-OK                   VALUE '00'.
008800*-----------------------------------------------------------------
008900* PROGRAM SWITCHES
009000*-----------------------------------------------------------------
009100 01  WS-SWITCHES.
009200     05  WS-GREETCYC-EOF-SW      PIC X(01)  VALUE 'N'.
009300         88  WS-GREETCYC-EOF                  VALUE 'Y'.
009400     05  WS-EOC-MODE-SW          PIC X(01)  VALUE 'N'.
009500         88  WS-MODE-NEXT-DAY                 VALUE 'N'.
009600         88  WS-MODE-TO-DATE                  VALUE 'D'.
009700         88  WS-MODE-STATUS                   VALUE 'S'.
009800     05  WS-SEED-SW              PIC X(01)  VALUE 'N'.
009900         88  WS-SEED-RUN                      VALUE 'Y'.
010000     05  WS-DATE-VALID-SW        PIC X(01)  VALUE 'Y'.
010100         88  WS-DATE-VALID                    VALUE 'Y'.
010200         88  WS-DATE-INVALID                  VALUE 'N'.
010300     05  WS-ROLLED-SW            PIC X(01)  VALUE 'N'.
010400         88  WS-ROLLED                        VALUE 'Y'.
010500*-----------------------------------------------------------------
010600* RUN CONTROL FIELDS
010700*-----------------------------------------------------------------
010800 01  WS-RUN-FIELDS.
010900     05  WS-RUN-DATE             PIC 9(08)  VALUE ZEROES.
011000     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
011100         10  WS-RUN-DATE-CCYY    PIC 9(04).
011200         10  WS-RUN-DATE-MM      PIC 9(02).
011300         10  WS-RUN-DATE-DD      PIC 9(02).
011400     05  WS-RUN-DATE-EDIT        PIC X(10)  VALUE SPACES.
011500     05  WS-RUN-TIME             PIC 9(08)  VALUE ZEROES.
011600     05  WS-PARM-VALUE           PIC X(08)  VALUE SPACES.
011700     05  WS-PARM-DATE REDEFINES WS-PARM-VALUE
011800                                 PIC 9(08).
011900     05  WS-BUSINESS-DATE        PIC 9(08)  VALUE ZEROES.
012000     05  WS-BUSINESS-DOW         PIC 9(01)  VALUE ZEROES.
012100     05  WS-NEW-DATE             PIC 9(08)  VALUE ZEROES.
012200     05  WS-NEW-DATE-X REDEFINES WS-NEW-DATE.
012300         10  WS-NEW-CCYY         PIC 9(04).
012400         10  WS-NEW-MM           PIC 9(02).
012500         10  WS-NEW-DD           PIC 9(02).
012600     05  WS-NEW-DOW              PIC 9(01)  VALUE ZEROES.
012700     05  WS-EDIT-DATE            PIC 9(08)  VALUE ZEROES.
012800     05  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
012900         10  WS-EDIT-CCYY        PIC 9(04).
013000         10  WS-EDIT-MM          PIC 9(02).
013100         10  WS-EDIT-DD          PIC 9(02).
013200     05  WS-EDIT-DATE-OUT        PIC X(10)  VALUE SPACES.
013300     05  WS-SAVED-BDT-RECORD     PIC X(80)  VALUE SPACES.
013400 77  WS-PARM-LENGTH              PIC 9(04)  VALUE ZEROES.
013500 77  WS-JOB-SUB                  PIC 9(02)  COMP VALUE ZEROES.
013600 77  WS-MISSING-COUNT            PIC 9(02)  COMP VALUE ZEROES.
013700 77  WS-CYCLE-ROW-COUNT          PIC 9(05)  COMP VALUE ZEROES.
013800 77  WS-DAYS-IN-MONTH            PIC 9(02)  VALUE ZEROES.
013900 77  WS-LEAP-QUOT                PIC 9(04)  VALUE ZEROES.
014000 77  WS-LEAP-REM-4               PIC 9(04)  VALUE ZEROES.
014100 77  WS-LEAP-REM-100             PIC 9(04)  VALUE ZEROES.
014200 77  WS-LEAP-REM-400             PIC 9(04)  VALUE ZEROES.
014300 77  WS-DOW-CCYY                 PIC 9(04)  VALUE ZEROES.
014400 77  WS-DOW-MM                   PIC 9(02)  VALUE ZEROES.
014500 77  WS-DOW-CENTURY              PIC 9(02)  VALUE ZEROES.
014600 77  WS-DOW-YY                   PIC 9(02)  VALUE ZEROES.
014700 77  WS-DOW-MONTH-TERM           PIC 9(03)  VALUE ZEROES.
014800 77  WS-DOW-YY-TERM              PIC 9(02)  VALUE ZEROES.
014900 77  WS-DOW-CENTURY-TERM         PIC 9(02)  VALUE ZEROES.
015000 77  WS-DOW-SUM                  PIC 9(04)  VALUE ZEROES.
015100 77  WS-DOW-QUOT                 PIC 9(04)  VALUE ZEROES.
015200 77  WS-DOW-REM                  PIC 9(01)  VALUE ZEROES.
015300*-----------------------------------------------------------------
015400* DAYS PER MONTH (FEBRUARY EXTENDED FOR A LEAP YEAR IN 5100).
015500*-----------------------------------------------------------------
015600 01  WS-MONTH-DAYS-VALUES.
015700     05  FILLER                  PIC X(24)
015800         VALUE '312831303130313130313031'.
015900 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
016000     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
016100*-----------------------------------------------------------------
016200* CYCLE JOBS THAT MUST ALL RECORD COMPLETION BEFORE THE BUSINESS
016300* DATE MAY ROLL, WITH THE COMPLETION FOUND FOR EACH ON GREETCYC.
016400*-----------------------------------------------------------------
016500 01  WS-CYCLE-JOB-VALUES.
016600     05  FILLER                  PIC X(08)  VALUE 'HELLOJOB'.
016700     05  FILLER                  PIC X(08)  VALUE 'GREETDST'.
016800     05  FILLER                  PIC X(08)  VALUE 'GREETSRC'.
016900     05  FILLER                  PIC X(08)  VALUE 'GREETACK'.
017000     05  FILLER                  PIC X(08)  VALUE 'GREETRCP'.
017100     05  FILLER                  PIC X(08)  VALUE 'GREETBAL'.
017200 01  WS-CYCLE-JOB-TABLE REDEFINES WS-CYCLE-JOB-VALUES.
017300     05  WS-CJ-NAME              PIC X(08) OCCURS 6 TIMES.
017400 01  WS-CYCLE-DONE-TABLE.
017500     05  WS-CJD-ENTRY OCCURS 6 TIMES.
017600         10  WS-CJD-DONE-SW          PIC X(01).
017700             88  WS-CJD-DONE                VALUE 'Y'.
017800         10  WS-CJD-RETURN-CODE      PIC 9(04).
017900         10  WS-CJD-SYSTEM-DATE      PIC 9(08).
018000         10  WS-CJD-SYSTEM-TIME      PIC 9(08).
018100*-----------------------------------------------------------------
018200* REPORT LAYOUT FIELDS
018300*-----------------------------------------------------------------
018400 01  WS-REPORT-LINES.
018500     05  WS-RPT-HEADER-1.
018600         10  FILLER              PIC X(10) VALUE 'JOB NAME: '.
018700         10  WS-RPT-JOB-NAME     PIC X(08) VALUE 'GREETEOC'.
018800         10  FILLER              PIC X(10) VALUE SPACES.
018900         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
019000         10  WS-RPT-RUN-DATE     PIC X(10) VALUE SPACES.
019100         10  FILLER              PIC X(84) VALUE SPACES.
019200     05  WS-RPT-HEADER-2.
019300         10  FILLER              PIC X(38)
019400             VALUE 'GREETING CYCLE STATUS - BUSINESS DATE '.
019500         10  WS-RPT-BUS-DATE     PIC X(10) VALUE SPACES.
019600         10  FILLER              PIC X(85) VALUE SPACES.
019700     05  WS-RPT-COLUMN-HEADING.
019800         10  FILLER              PIC X(40)
019900             VALUE '  JOB       STATUS     CC   COMPLETED   '.
020000         10  FILLER              PIC X(92) VALUE SPACES.
020100     05  WS-RPT-JOB-LINE.
020200         10  FILLER              PIC X(02) VALUE SPACES.
020300         10  WS-RPT-JOB          PIC X(08) VALUE SPACES.
020400         10  FILLER              PIC X(02) VALUE SPACES.
020500         10  WS-RPT-STATUS       PIC X(08) VALUE SPACES.
020600         10  FILLER              PIC X(02) VALUE SPACES.
020700         10  WS-RPT-CC           PIC ZZZ9.
020800         10  FILLER              PIC X(03) VALUE SPACES.
020900         10  WS-RPT-DONE-DATE    PIC X(10) VALUE SPACES.
021000         10  FILLER              PIC X(01) VALUE SPACES.
021100         10  WS-RPT-DONE-TIME    PIC X(08) VALUE SPACES.
021200         10  FILLER              PIC X(84) VALUE SPACES.
021300     05  WS-RPT-RESULT-LINE.
021400         10  WS-RPT-RESULT-TEXT  PIC X(100) VALUE SPACES.
021500         10  FILLER              PIC X(32) VALUE SPACES.
021600*
021700 LINKAGE SECTION.
021800 01  LK-PARM-AREA.
021900     05  LK-PARM-LENGTH          PIC S9(04) COMP.
022000     05  LK-PARM-TEXT            PIC X(08).
022100*
022200 PROCEDURE DIVISION USING LK-PARM-AREA.
022300*-----------------------------------------------------------------
022400* 0000-MAINLINE
022500*   CONTROLS THE OVERALL FLOW OF THE END-OF-CYCLE STEP.
022600*-----------------------------------------------------------------
022700 0000-MAINLINE.
022800     PERFORM 1000-INITIALIZE
022900         THRU 1000-EXIT.
023000     IF NOT WS-SEED-RUN
023100         PERFORM 2000-LOAD-CYCLE-STATUS
023200             THRU 2000-EXIT
023300         PERFORM 3000-REPORT-CYCLE-STATUS
023400             THRU 3000-EXIT
023500     END-IF.
023600     PERFORM 4000-ROLL-BUSINESS-DATE
023700         THRU 4000-EXIT.
023800     PERFORM 9000-TERMINATE
023900         THRU 9000-EXIT.
024000     STOP RUN.
024100*
024200 0000-MAINLINE-EXIT.
024300     EXIT.
024400*-----------------------------------------------------------------
024500* 1000-INITIALIZE
024600*   DECODES THE PARM, READS THE CURRENT BUSINESS-DATE CONTROL
024700*   RECORD, AND OPENS THE OUTPUTS.  AN ABSENT OR EMPTY GREETBDT
024800*   IS ONLY ACCEPTED WITH A CCYYMMDD PARM, WHICH SEEDS IT.
024900*-----------------------------------------------------------------
025000 1000-INITIALIZE.
025100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025200     ACCEPT WS-RUN-TIME FROM TIME.
025300     PERFORM 1100-DECODE-PARM
025400         THRU 1100-EXIT.
025500     PERFORM 1200-READ-BUSINESS-DATE
025600         THRU 1200-EXIT.
025700     OPEN OUTPUT GREETBDN.
025800     IF NOT WS-GREETBDN-OK
025900         DISPLAY "GREETEOC0001E UNABLE TO OPEN GREETBDN - "
026000                 "RUN TERMINATED"
026100         MOVE 16 TO RETURN-CODE
026200         STOP RUN
026300     END-IF.
026400     OPEN OUTPUT GREETCSR.
026500     IF NOT WS-GREETCSR-OK
026600         DISPLAY "GREETEOC0002E UNABLE TO OPEN GREETCSR - "
026700                 "RUN TERMINATED"
026800         MOVE 16 TO RETURN-CODE
026900         STOP RUN
027000     END-IF.
027100     MOVE SPACES TO WS-CYCLE-DONE-TABLE.
027200     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
027300     PERFORM 8000-EDIT-DATE
027400         THRU 8000-EXIT.
027500     MOVE WS-EDIT-DATE-OUT TO WS-RPT-RUN-DATE
027600                              WS-RUN-DATE-EDIT.
027700     MOVE WS-BUSINESS-DATE TO WS-EDIT-DATE.
027800     PERFORM 8000-EDIT-DATE
027900         THRU 8000-EXIT.
028000     MOVE WS-EDIT-DATE-OUT TO WS-RPT-BUS-DATE.
028100     WRITE GREETCSR-RECORD FROM WS-RPT-HEADER-1.
028200     WRITE GREETCSR-RECORD FROM WS-RPT-HEADER-2.
028300     WRITE GREETCSR-RECORD FROM WS-RPT-COLUMN-HEADING.
028400*
028500 1000-EXIT.
028600     EXIT.
028700*-----------------------------------------------------------------
028800* 1100-DECODE-PARM
028900*   NO PARM ROLLS TO THE NEXT CALENDAR DAY; 'STATUS' REPORTS
029000*   ONLY; AN EIGHT-DIGIT VALUE IS A VALID CCYYMMDD ROLL-TO (OR
029100*   SEED) DATE.  ANYTHING ELSE IS FATAL.
029200*-----------------------------------------------------------------
029300 1100-DECODE-PARM.
029400     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH.
029500     IF WS-PARM-LENGTH = ZEROES
029600         SET WS-MODE-NEXT-DAY TO TRUE
029700         GO TO 1100-EXIT
029800     END-IF.
029900     IF WS-PARM-LENGTH > 8
030000         MOVE 8 TO WS-PARM-LENGTH
030100     END-IF.
030200     MOVE SPACES TO WS-PARM-VALUE.
030300     MOVE LK-PARM-TEXT (1:WS-PARM-LENGTH) TO WS-PARM-VALUE.
030400     IF WS-PARM-VALUE = 'STATUS'
030500         SET WS-MODE-STATUS TO TRUE
030600         GO TO 1100-EXIT
030700     END-IF.
030800     IF WS-PARM-DATE IS NOT NUMERIC
030900         DISPLAY "GREETEOC0003E INVALID PARM '" WS-PARM-VALUE
031000                 "' - EXPECTED CCYYMMDD OR STATUS - "
031100                 "RUN TERMINATED"
031200         MOVE 16 TO RETURN-CODE
031300         STOP RUN
031400     END-IF.
031500     MOVE WS-PARM-DATE TO WS-NEW-DATE.
031600     PERFORM 5300-VALIDATE-DATE
031700         THRU 5300-EXIT.
031800     IF WS-DATE-INVALID
031900         DISPLAY "GREETEOC0003E INVALID PARM '" WS-PARM-VALUE
032000                 "' - EXPECTED CCYYMMDD OR STATUS - "
032100                 "RUN TERMINATED"
032200         MOVE 16 TO RETURN-CODE
032300         STOP RUN
032400     END-IF.
032500     SET WS-MODE-TO-DATE TO TRUE.
032600*
032700 1100-EXIT.
032800     EXIT.
032900*-----------------------------------------------------------------
033000* 1200-READ-BUSINESS-DATE
033100*   READS THE CURRENT CONTROL RECORD.  WHEN THERE IS NONE, A
033200*   CCYYMMDD PARM SEEDS THE FILE; OTHERWISE THE RUN CANNOT GO ON.
033300*-----------------------------------------------------------------
033400 1200-READ-BUSINESS-DATE.
033500     OPEN INPUT GREETBDT.
033600     IF WS-GREETBDT-OK
033700         READ GREETBDT
033800             AT END
033900                 MOVE '10' TO WS-GREETBDT-STATUS
034000         END-READ
034100         CLOSE GREETBDT
034200     END-IF.
034300     IF WS-GREETBDT-OK
034400        AND BDT-BUSINESS-DATE IS NUMERIC
034500        AND BDT-BUSINESS-DATE > ZEROES
034600         MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
034700         MOVE BDT-DAY-OF-WEEK   TO WS-BUSINESS-DOW
034800         MOVE BUSINESS-DATE-RECORD TO WS-SAVED-BDT-RECORD
034900         GO TO 1200-EXIT
035000     END-IF.
035100     IF NOT WS-MODE-TO-DATE
035200         DISPLAY "GREETEOC0004E NO BUSINESS DATE ON GREETBDT - "
035300                 "SUPPLY A CCYYMMDD PARM TO SEED IT - "
035400                 "RUN TERMINATED"
035500         MOVE 16 TO RETURN-CODE
035600         STOP RUN
035700     END-IF.
035800     SET WS-SEED-RUN TO TRUE.
035900     MOVE ZEROES TO WS-BUSINESS-DATE
036000                    WS-BUSINESS-DOW.
036100*
036200 1200-EXIT.
036300     EXIT.
036400*-----------------------------------------------------------------
036500* 2000-LOAD-CYCLE-STATUS
036600*   SCANS GREETCYC FOR THE COMPLETION ROWS OF THE CURRENT
036700*   BUSINESS DATE.  AN ABSENT FILE MEANS NOTHING HAS COMPLETED.
036800*-----------------------------------------------------------------
036900 2000-LOAD-CYCLE-STATUS.
037000     OPEN INPUT GREETCYC.
037100     IF NOT WS-GREETCYC-OK
037200         GO TO 2000-EXIT
037300     END-IF.
037400     PERFORM 2100-READ-CYCLE-ROW
037500         THRU 2100-EXIT
037600         UNTIL WS-GREETCYC-EOF.
037700     CLOSE GREETCYC.
037800*
037900 2000-EXIT.
038000     EXIT.
038100*-----------------------------------------------------------------
038200* 2100-READ-CYCLE-ROW
038300*   READS ONE CYCLE-STATUS ROW AND, WHEN IT IS A COMPLETION FOR
038400*   THE CURRENT BUSINESS DATE, MARKS THE JOB DONE.  A RERUN OF
038500*   A JOB LEAVES THE LATEST COMPLETION SHOWING.
038600*-----------------------------------------------------------------
038700 2100-READ-CYCLE-ROW.
038800     READ GREETCYC
038900         AT END
039000             SET WS-GREETCYC-EOF TO TRUE
039100             GO TO 2100-EXIT
039200     END-READ.
039300     ADD 1 TO WS-CYCLE-ROW-COUNT.
039400     IF CYC-BUSINESS-DATE NOT = WS-BUSINESS-DATE
039500        OR NOT CYC-STATUS-COMPLETE
039600         GO TO 2100-EXIT
039700     END-IF.
039800     PERFORM 2200-MARK-JOB-DONE
039900         THRU 2200-EXIT
040000         VARYING WS-JOB-SUB FROM 1 BY 1
040100         UNTIL WS-JOB-SUB > 6.
040200*
040300 2100-EXIT.
040400     EXIT.
040500*-----------------------------------------------------------------
040600* 2200-MARK-JOB-DONE
040700*   RECORDS THE COMPLETION AGAINST THE MATCHING CYCLE JOB.
040800*-----------------------------------------------------------------
040900 2200-MARK-JOB-DONE.
041000     IF CYC-JOB-NAME = WS-CJ-NAME (WS-JOB-SUB)
041100         MOVE 'Y' TO WS-CJD-DONE-SW (WS-JOB-SUB)
041200         MOVE CYC-RETURN-CODE TO WS-CJD-RETURN-CODE (WS-JOB-SUB)
041300         MOVE CYC-SYSTEM-DATE TO WS-CJD-SYSTEM-DATE (WS-JOB-SUB)
041400         MOVE CYC-SYSTEM-TIME TO WS-CJD-SYSTEM-TIME (WS-JOB-SUB)
041500     END-IF.
041600*
041700 2200-EXIT.
041800     EXIT.
041900*-----------------------------------------------------------------
042000* 3000-REPORT-CYCLE-STATUS
042100*   LISTS EVERY CYCLE JOB AS COMPLETE (WITH ITS CONDITION CODE
042200*   AND WHEN IT FINISHED) OR MISSING, COUNTING THE MISSING.
042300*-----------------------------------------------------------------
042400 3000-REPORT-CYCLE-STATUS.
042500     PERFORM 3100-REPORT-CYCLE-JOB
042600         THRU 3100-EXIT
042700         VARYING WS-JOB-SUB FROM 1 BY 1
042800         UNTIL WS-JOB-SUB > 6.
042900*
043000 3000-EXIT.
043100     EXIT.
043200*-----------------------------------------------------------------
043300* 3100-REPORT-CYCLE-JOB
043400*   WRITES THE STATUS LINE FOR ONE CYCLE JOB.
043500*-----------------------------------------------------------------
043600 3100-REPORT-CYCLE-JOB.
043700     MOVE WS-CJ-NAME (WS-JOB-SUB) TO WS-RPT-JOB.
043800     IF WS-CJD-DONE (WS-JOB-SUB)
043900         MOVE 'COMPLETE' TO WS-RPT-STATUS
044000         MOVE WS-CJD-RETURN-CODE (WS-JOB-SUB) TO WS-RPT-CC
044100         MOVE WS-CJD-SYSTEM-DATE (WS-JOB-SUB) TO WS-EDIT-DATE
044200         PERFORM 8000-EDIT-DATE
044300             THRU 8000-EXIT
044400         MOVE WS-EDIT-DATE-OUT TO WS-RPT-DONE-DATE
044500         MOVE WS-CJD-SYSTEM-TIME (WS-JOB-SUB) TO WS-RPT-DONE-TIME
044600     ELSE
044700         ADD 1 TO WS-MISSING-COUNT
044800         MOVE 'MISSING ' TO WS-RPT-STATUS
044900         MOVE ZEROES TO WS-RPT-CC
045000         MOVE SPACES TO WS-RPT-DONE-DATE
045100                        WS-RPT-DONE-TIME
045200     END-IF.
045300     WRITE GREETCSR-RECORD FROM WS-RPT-JOB-LINE.
045400*
045500 3100-EXIT.
045600     EXIT.
045700*-----------------------------------------------------------------
045800* 4000-ROLL-BUSINESS-DATE
045900*   DECIDES THE NEW BUSINESS DATE AND WRITES THE CONTROL RECORD
046000*   TO GREETBDN.  A STATUS RUN, OR A CYCLE WITH A JOB STILL
046100*   MISSING, WRITES THE CURRENT RECORD BACK UNCHANGED.
046200*-----------------------------------------------------------------
046300 4000-ROLL-BUSINESS-DATE.
046400     IF WS-MODE-STATUS
046500         MOVE 'STATUS ONLY - BUSINESS DATE NOT ROLLED'
046600             TO WS-RPT-RESULT-TEXT
046700         GO TO 4000-EXIT
046800     END-IF.
046900     IF WS-MISSING-COUNT > 0
047000         DISPLAY "GREETEOC0005E " WS-MISSING-COUNT
047100                 " CYCLE JOB(S) NOT COMPLETE FOR BUSINESS DATE "
047200                 WS-BUSINESS-DATE " - DATE NOT ROLLED"
047300         MOVE 'CYCLE INCOMPLETE - BUSINESS DATE NOT ROLLED'
047400             TO WS-RPT-RESULT-TEXT
047500         IF RETURN-CODE < 8
047600             MOVE 8 TO RETURN-CODE
047700         END-IF
047800         GO TO 4000-EXIT
047900     END-IF.
048000     IF WS-MODE-TO-DATE
048100         MOVE WS-PARM-DATE TO WS-NEW-DATE
048200         IF WS-NEW-DATE NOT > WS-BUSINESS-DATE
048300             DISPLAY "GREETEOC0006E ROLL DATE " WS-NEW-DATE
048400                     " IS NOT AFTER BUSINESS DATE "
048500                     WS-BUSINESS-DATE " - DATE NOT ROLLED"
048600             MOVE 'ROLL DATE NOT AFTER BUSINESS DATE - NOT ROLLED'
048700                 TO WS-RPT-RESULT-TEXT
048800             IF RETURN-CODE < 8
048900                 MOVE 8 TO RETURN-CODE
049000             END-IF
049100             GO TO 4000-EXIT
049200         END-IF
049300     ELSE
049400         MOVE WS-BUSINESS-DATE TO WS-NEW-DATE
049500         PERFORM 5000-ADD-ONE-DAY
049600             THRU 5000-EXIT
049700     END-IF.
049800     PERFORM 5200-DERIVE-DAY-OF-WEEK
049900         THRU 5200-EXIT.
050000     SET WS-ROLLED TO TRUE.
050100     MOVE WS-NEW-DATE TO WS-EDIT-DATE.
050200     PERFORM 8000-EDIT-DATE
050300         THRU 8000-EXIT.
050400     MOVE SPACES TO WS-RPT-RESULT-TEXT.
050500     IF WS-SEED-RUN
050600         STRING 'BUSINESS DATE SEEDED AS ' DELIMITED BY SIZE
050700                WS-EDIT-DATE-OUT           DELIMITED BY SIZE
050800                INTO WS-RPT-RESULT-TEXT
050900         END-STRING
051000     ELSE
051100         STRING 'BUSINESS DATE ROLLED FROM ' DELIMITED BY SIZE
051200                WS-RPT-BUS-DATE              DELIMITED BY SIZE
051300                ' TO '                       DELIMITED BY SIZE
051400                WS-EDIT-DATE-OUT             DELIMITED BY SIZE
051500                INTO WS-RPT-RESULT-TEXT
051600         END-STRING
051700     END-IF.
051800*
051900 4000-EXIT.
052000     EXIT.
052100*-----------------------------------------------------------------
052200* 5000-ADD-ONE-DAY
052300*   ADVANCES WS-NEW-DATE BY ONE CALENDAR DAY, ALLOWING FOR MONTH
052400*   AND YEAR BOUNDARIES AND LEAP-YEAR FEBRUARY.
052500*-----------------------------------------------------------------
052600 5000-ADD-ONE-DAY.
052700     PERFORM 5100-SET-MONTH-DAYS
052800         THRU 5100-EXIT.
052900     IF WS-NEW-DD < WS-DAYS-IN-MONTH
053000         ADD 1 TO WS-NEW-DD
053100         GO TO 5000-EXIT
053200     END-IF.
053300     MOVE 1 TO WS-NEW-DD.
053400     IF WS-NEW-MM = 12
053500         MOVE 1 TO WS-NEW-MM
053600         ADD 1 TO WS-NEW-CCYY
053700     ELSE
053800         ADD 1 TO WS-NEW-MM
053900     END-IF.
054000*
054100 5000-EXIT.
054200     EXIT.
054300*-----------------------------------------------------------------
054400* 5100-SET-MONTH-DAYS
054500*   SETS THE NUMBER OF DAYS IN WS-NEW-DATE'S MONTH.
054600*-----------------------------------------------------------------
054700 5100-SET-MONTH-DAYS.
054800     MOVE WS-MONTH-DAYS (WS-NEW-MM) TO WS-DAYS-IN-MONTH.
054900     IF WS-NEW-MM NOT = 2
055000         GO TO 5100-EXIT
055100     END-IF.
055200     DIVIDE WS-NEW-CCYY BY 4
055300         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4.
055400     DIVIDE WS-NEW-CCYY BY 100
055500         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100.
055600     DIVIDE WS-NEW-CCYY BY 400
055700         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400.
055800     IF WS-LEAP-REM-4 = ZEROES
055900        AND (WS-LEAP-REM-100 NOT = ZEROES
056000             OR WS-LEAP-REM-400 = ZEROES)
056100         MOVE 29 TO WS-DAYS-IN-MONTH
056200     END-IF.
056300*
056400 5100-EXIT.
056500     EXIT.
056600*-----------------------------------------------------------------
056700* 5200-DERIVE-DAY-OF-WEEK
056800*   DERIVES THE DAY OF WEEK OF WS-NEW-DATE BY ZELLER'S
056900*   CONGRUENCE (JANUARY AND FEBRUARY COUNTED AS MONTHS 13 AND 14
057000*   OF THE YEAR BEFORE), THEN RENUMBERS ZELLER'S SATURDAY-ZERO
057100*   RESULT TO MONDAY (1) THROUGH SUNDAY (7).
057200*-----------------------------------------------------------------
057300 5200-DERIVE-DAY-OF-WEEK.
057400     MOVE WS-NEW-CCYY TO WS-DOW-CCYY.
057500     MOVE WS-NEW-MM   TO WS-DOW-MM.
057600     IF WS-DOW-MM < 3
057700         ADD 12 TO WS-DOW-MM
057800         SUBTRACT 1 FROM WS-DOW-CCYY
057900     END-IF.
058000     DIVIDE WS-DOW-CCYY BY 100
058100         GIVING WS-DOW-CENTURY REMAINDER WS-DOW-YY.
058200     COMPUTE WS-DOW-MONTH-TERM = 13 * (WS-DOW-MM + 1).
058300     DIVIDE WS-DOW-MONTH-TERM BY 5
058400         GIVING WS-DOW-MONTH-TERM.
058500     DIVIDE WS-DOW-YY BY 4
058600         GIVING WS-DOW-YY-TERM.
058700     DIVIDE WS-DOW-CENTURY BY 4
058800         GIVING WS-DOW-CENTURY-TERM.
058900     COMPUTE WS-DOW-SUM = WS-NEW-DD + WS-DOW-MONTH-TERM
059000         + WS-DOW-YY + WS-DOW-YY-TERM + WS-DOW-CENTURY-TERM
059100         + (5 * WS-DOW-CENTURY).
059200     DIVIDE WS-DOW-SUM BY 7
059300         GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
059400     COMPUTE WS-DOW-SUM = WS-DOW-REM + 5.
059500     DIVIDE WS-DOW-SUM BY 7
059600         GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
059700     COMPUTE WS-NEW-DOW = WS-DOW-REM + 1.
059800*
059900 5200-EXIT.
060000     EXIT.
060100*-----------------------------------------------------------------
060200* 5300-VALIDATE-DATE
060300*   CONFIRMS WS-NEW-DATE IS A REAL CALENDAR DATE.
060400*-----------------------------------------------------------------
060500 5300-VALIDATE-DATE.
060600     SET WS-DATE-VALID TO TRUE.
060700     IF WS-NEW-CCYY < 1900
060800        OR WS-NEW-MM < 1
060900        OR WS-NEW-MM > 12
061000        OR WS-NEW-DD < 1
061100         SET WS-DATE-INVALID TO TRUE
061200         GO TO 5300-EXIT
061300     END-IF.
061400     PERFORM 5100-SET-MONTH-DAYS
061500         THRU 5100-EXIT.
061600     IF WS-NEW-DD > WS-DAYS-IN-MONTH
061700         SET WS-DATE-INVALID TO TRUE
061800     END-IF.
061900*
062000 5300-EXIT.
062100     EXIT.
062200*-----------------------------------------------------------------
062300* 6000-RECORD-ROLL
062400*   APPENDS THE 'R' (ROLLED) ROW FOR THE BUSINESS DATE JUST
062500*   CLOSED TO GREETCYC.  NOT WRITTEN WHEN THE FILE IS BEING
062600*   SEEDED, SINCE NO CYCLE WAS CLOSED.
062700*-----------------------------------------------------------------
062800 6000-RECORD-ROLL.
062900     OPEN EXTEND GREETCYC.
063000     IF NOT WS-GREETCYC-OK
063100         CLOSE GREETCYC
063200         OPEN OUTPUT GREETCYC
063300     END-IF.
063400     IF NOT WS-GREETCYC-OK
063500         DISPLAY "GREETEOC0007E UNABLE TO WRITE GREETCYC - "
063600                 "ROLL NOT RECORDED - RUN TERMINATED"
063700         MOVE 16 TO RETURN-CODE
063800         STOP RUN
063900     END-IF.
064000     MOVE SPACES            TO CYCLE-STATUS-RECORD.
064100     MOVE WS-BUSINESS-DATE  TO CYC-BUSINESS-DATE.
064200     MOVE WS-RPT-JOB-NAME   TO CYC-JOB-NAME.
064300     SET CYC-STATUS-ROLLED  TO TRUE.
064400     MOVE ZEROES            TO CYC-RETURN-CODE.
064500     MOVE WS-RUN-DATE       TO CYC-SYSTEM-DATE.
064600     MOVE WS-RUN-TIME       TO CYC-SYSTEM-TIME.
064700     WRITE CYCLE-STATUS-RECORD.
064800     CLOSE GREETCYC.
064900*
065000 6000-EXIT.
065100     EXIT.
065200*-----------------------------------------------------------------
065300* 8000-EDIT-DATE
065400*   EDITS WS-EDIT-DATE (CCYYMMDD) AS MM/DD/CCYY.
065500*-----------------------------------------------------------------
065600 8000-EDIT-DATE.
065700     MOVE SPACES TO WS-EDIT-DATE-OUT.
065800     IF WS-EDIT-DATE = ZEROES
065900         GO TO 8000-EXIT
066000     END-IF.
066100     STRING WS-EDIT-MM   DELIMITED BY SIZE
066200            '/'          DELIMITED BY SIZE
066300            WS-EDIT-DD   DELIMITED BY SIZE
066400            '/'          DELIMITED BY SIZE
066500            WS-EDIT-CCYY DELIMITED BY SIZE
066600            INTO WS-EDIT-DATE-OUT
066700     END-STRING.
066800*
066900 8000-EXIT.
067000     EXIT.
067100*-----------------------------------------------------------------
067200* 9000-TERMINATE
067300*   WRITES THE NEW CONTROL RECORD (OR THE CURRENT ONE AS READ)
067400*   TO GREETBDN, RECORDS A ROLL ON GREETCYC, AND CLOSES THE
067500*   REPORT.
067600*-----------------------------------------------------------------
067700 9000-TERMINATE.
067800     IF WS-ROLLED
067900         MOVE SPACES           TO BUSINESS-DATE-RECORD
068000         MOVE WS-NEW-DATE      TO BDT-BUSINESS-DATE
068100         MOVE WS-NEW-DOW       TO BDT-DAY-OF-WEEK
068200         MOVE WS-BUSINESS-DATE TO BDT-PRIOR-DATE
068300         MOVE WS-RUN-DATE      TO BDT-ROLLED-DATE
068400         MOVE WS-RUN-TIME      TO BDT-ROLLED-TIME
068500         WRITE GREETBDN-RECORD FROM BUSINESS-DATE-RECORD
068600     ELSE
068700         WRITE GREETBDN-RECORD FROM WS-SAVED-BDT-RECORD
068800     END-IF.
068900     CLOSE GREETBDN.
069000     IF WS-ROLLED
069100        AND NOT WS-SEED-RUN
069200         PERFORM 6000-RECORD-ROLL
069300             THRU 6000-EXIT
069400     END-IF.
069500     WRITE GREETCSR-RECORD FROM WS-RPT-RESULT-LINE.
069600     CLOSE GREETCSR.
069700     DISPLAY "GREETEOC0008I " WS-RPT-RESULT-TEXT.
069800*
069900 9000-EXIT.
070000     EXIT.
