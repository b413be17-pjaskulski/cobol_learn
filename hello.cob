001280*                   BRANCH TO THE GREETSTA STATISTICS FILE
001290*                   (GREETINGS, CLOSED-DAY SKIPS, EXCEPTIONS)
001300*                   SO BRANCH-LEVEL HISTORY SURVIVES THE
001301*                   GREETWRK CLEAR AND THE GREETSTR TREND
001302*                   REPORT CAN ANSWER REGIONAL QUESTIONS.
001303*   10/15/2026  RT  RUN DATE AND DAY OF THE WEEK NOW COME FROM
001304*                   THE GREETBDT BUSINESS-DATE CONTROL RECORD
001305*                   INSTEAD OF THE SYSTEM CLOCK, SO THE DUPLICATE
001306*                   GUARD AND THE OPEN-DAY CHECK WORK THE CYCLE'S
001307*                   BUSINESS DAY.  A SUCCESSFUL RUN APPENDS THE
001308*                   HELLOJOB COMPLETION ROW TO GREETCYC.
001309*   10/15/2026  RT  GREETCTL SIMULATION MODE - RUNS THE FULL
001310*                   SELECTION AND REPORT FOR A FUTURE DATE WITH
001311*                   NOTHING SENT, CHECKPOINTED, OR AUDITED.
001312*   10/15/2026  RT  RUN VOLUME CEILINGS RAISED - GREETING COUNT
001313*                   (1-999999), TALLIES, AND CHECKPOINT AND AUDIT
001314*                   COUNTS ARE NOW SIX DIGITS; THE BRANCH TABLE
001315*                   HOLDS 1000 BRANCHES, EACH WITH ITS OWN
001316*                   STATISTICS SLOT; AND GREETRPT IS BUILT THROUGH
001317*                   THE GREETSRT SORT INSTEAD OF AN IN-STORAGE
001318*                   TABLE, SO THE REPORT NO LONGER TRUNCATES.
001319*   10/15/2026  RT  RECIPIENT LIFECYCLE - A RECIPIENT ON LEAVE,
001320*                   TERMINATED, NOT YET STARTED, OR PAST ITS END
001321*                   DATE IS NOT GREETED AND IS COUNTED AS NOT
001322*                   ACTIVE ON THE REPORT, CHECKPOINT AND AUDIT
001323*                   ROW.  ON THE START DATE THE GREETMSG WELCOME
001324*                   TEXT IS USED AND THE GREETIF ROW IS FLAGGED.
001325*   10/15/2026  RT  EACH AUDIT ROW NOW CARRIES THE GREETCTL
001326*                   CHANGE NUMBER THE RUN READ, THE FORCE
001327*                   INDICATOR, AND A NON-STANDARD PARAMETER SET
001328*                   FLAG (ONE-SHOT OVERRIDE, BRANCH OR REGION
001329*                   MODE, FORCED RERUN, OR A COUNT OTHER THAN THE
001330*                   STANDING ONE), SO GREETCMT CAN RETIRE A SPENT
001331*                   OVERRIDE AND THE REPORTS CAN SHOW SUCH RUNS.
001332*   10/15/2026  RT  A START-DATE RECIPIENT WHOSE LANGUAGE HAS NO
001333*                   WELCOME ROW IN EFFECT NOW GETS THE DAILY TEXT
001334*                   FOR ITS LANGUAGE, AND THE GREETIF ROW IS
001335*                   FLAGGED ONLY WHEN A WELCOME ROW WAS USED.
001336*-----------------------------------------------------------------
001340 ENVIRONMENT DIVISION.
001350 CONFIGURATION SECTION.
001360 SOURCE-COMPUTER.  IBM-370.
001680     SELECT GREETWRK ASSIGN TO GREETWRK
001690         ORGANIZATION IS SEQUENTIAL
001700         FILE STATUS IS WS-GREETWRK-STATUS.
001701     SELECT GREETSRT ASSIGN TO SORTWK01.
001710     SELECT GREETEXT ASSIGN TO GREETEXT
001720         ORGANIZATION IS SEQUENTIAL
001730         FILE STATUS IS WS-GREETEXT-STATUS.
001770     SELECT GREETSTA ASSIGN TO GREETSTA
001780         ORGANIZATION IS SEQUENTIAL
001790         FILE STATUS IS WS-GREETSTA-STATUS.
001791     SELECT GREETBDT ASSIGN TO GREETBDT
001792         ORGANIZATION IS SEQUENTIAL
001793         FILE STATUS IS WS-GREETBDT-STATUS.
001794     SELECT GREETCYC ASSIGN TO GREETCYC
001795         ORGANIZATION IS SEQUENTIAL
001796         FILE STATUS IS WS-GREETCYC-STATUS.
001800*
001810 DATA DIVISION.
001820 FILE SECTION.
002240     RECORDING MODE IS F
002250     LABEL RECORDS ARE STANDARD.
002260 COPY RPTWREC.
002261*
002262 SD  GREETSRT.
002263 01  SORT-WORK-RECORD.
002264     05  SRT-BRANCH-CODE         PIC X(04).
002265     05  SRT-RECORD-TALLY        PIC 9(06).
002266     05  SRT-LINE-TYPE           PIC X(01).
002267         88  SRT-TYPE-GREETING              VALUE 'G'.
002268     05  SRT-REPORT-LINE         PIC X(132).
002270*
002280 FD  GREETEXT
002290     RECORDING MODE IS F
002390     RECORDING MODE IS F
002400     LABEL RECORDS ARE STANDARD.
002410 COPY STATREC.
002411*
002412 FD  GREETBDT
002413     RECORDING MODE IS F
002414     LABEL RECORDS ARE STANDARD.
002415 COPY BUSDTREC.
002420*
002421 FD  GREETCYC
002422     RECORDING MODE IS F
002423     LABEL RECORDS ARE STANDARD.
002424 COPY CYCLEREC.
002425*
002430 WORKING-STORAGE SECTION.
002440*-----------------------------------------------------------------
002450* FILE STATUS SWITCHES
002710         88  WS-GREETXMT-OK                   VALUE '00'.
002720     05  WS-GREETSTA-STATUS      PIC X(02)  VALUE SPACES.
002730         88  WS-GREETSTA-OK                   VALUE '00'.
002731     05  WS-GREETBDT-STATUS      PIC X(02)  VALUE SPACES.
002732         88  WS-GREETBDT-OK                   VALUE '00'.
002733     05  WS-GREETCYC-STATUS      PIC X(02)  VALUE SPACES.
002734         88  WS-GREETCYC-OK                   VALUE '00'.
002740*-----------------------------------------------------------------
002750* PROGRAM SWITCHES
002760*-----------------------------------------------------------------
002930         88  WS-MSG-TABLE-FULL                VALUE 'Y'.
002940     05  WS-MSG-FOUND-SW         PIC X(01)  VALUE 'N'.
002950         88  WS-MSG-FOUND                     VALUE 'Y'.
002951     05  WS-WEL-TABLE-FULL-SW    PIC X(01)  VALUE 'N'.
002952         88  WS-WEL-TABLE-FULL                VALUE 'Y'.
002953     05  WS-WELCOME-DAY-SW       PIC X(01)  VALUE 'N'.
002954         88  WS-WELCOME-DAY                   VALUE 'Y'.
002955     05  WS-WELCOME-FOUND-SW     PIC X(01)  VALUE 'N'.
002956         88  WS-WELCOME-FOUND                 VALUE 'Y'.
002960     05  WS-GREETWRK-EOF-SW      PIC X(01)  VALUE 'N'.
002970         88  WS-GREETWRK-EOF                  VALUE 'Y'.
002980     05  WS-SRT-EOF-SW           PIC X(01)  VALUE 'N'.
002990         88  WS-SRT-EOF                       VALUE 'Y'.
003000     05  WS-IN-BRANCH-SW         PIC X(01)  VALUE 'N'.
003010         88  WS-IN-BRANCH                     VALUE 'Y'.
003040     05  WS-GREETEXT-OPEN-SW     PIC X(01)  VALUE 'N'.
003050         88  WS-GREETEXT-OPEN                 VALUE 'Y'.
003060     05  WS-GREETXMT-EOF-SW      PIC X(01)  VALUE 'N'.
003230         88  WS-RGN-POSITIONED                VALUE 'Y'.
003240     05  WS-FORCE-RUN-SW         PIC X(01)  VALUE 'N'.
003250         88  WS-FORCE-RUN                     VALUE 'Y'.
003251     05  WS-PARM-SET-SW          PIC X(01)  VALUE 'S'.
003252         88  WS-PARM-STANDARD                 VALUE 'S'.
003253         88  WS-PARM-NON-STANDARD             VALUE 'N'.
003260     05  WS-DUP-BLOCKED-SW       PIC X(01)  VALUE 'N'.
003270         88  WS-DUP-BLOCKED                   VALUE 'Y'.
003280     05  WS-AUDSCAN-EOF-SW       PIC X(01)  VALUE 'N'.
003290         88  WS-AUDSCAN-EOF                   VALUE 'Y'.
003300     05  WS-DUP-FOUND-SW         PIC X(01)  VALUE 'N'.
003310         88  WS-DUP-FOUND                     VALUE 'Y'.
003311     05  WS-GREETCYC-EOF-SW      PIC X(01)  VALUE 'N'.
003312         88  WS-GREETCYC-EOF                  VALUE 'Y'.
003313     05  WS-CYCLE-DONE-SW        PIC X(01)  VALUE 'N'.
003314         88  WS-CYCLE-DONE                    VALUE 'Y'.
003315     05  WS-SIMULATION-SW        PIC X(01)  VALUE 'N'.
003316         88  WS-SIMULATION                    VALUE 'Y'.
003317     05  WS-RECIPIENT-ACTIVE-SW  PIC X(01)  VALUE 'Y'.
003318         88  WS-RECIPIENT-ACTIVE              VALUE 'Y'.
003320*-----------------------------------------------------------------
003330* RUN CONTROL FIELDS
003340*-----------------------------------------------------------------
003350 01  WS-RUN-FIELDS.
003360     05  WS-GREETING-COUNT       PIC 9(06)  VALUE ZEROES.
003370     05  WS-GREETING-TALLY       PIC 9(06)  VALUE ZEROES.
003380     05  WS-PARM-LENGTH          PIC 9(04)  VALUE ZEROES.
003390     05  WS-PARM-START           PIC 9(02)  VALUE ZEROES.
003400     05  WS-GREETING-LINE        PIC X(80)  VALUE SPACES.
003460     05  WS-RUN-DATE-EDIT        PIC X(10)  VALUE SPACES.
003470     05  WS-RUN-TIME             PIC 9(08)  VALUE ZEROES.
003480     05  WS-OPERATOR-ID          PIC X(08)  VALUE SPACES.
003490     05  WS-RESTART-COUNT        PIC 9(06)  VALUE ZEROES.
003500     05  WS-COUNT-EDIT           PIC X(06)  VALUE ZEROES.
003510     05  WS-GREETIN-READ-COUNT   PIC 9(06)  VALUE ZEROES.
003520     05  WS-GREETIF-WRITE-COUNT  PIC 9(06)  VALUE ZEROES.
003530     05  WS-GREETING-TEXT        PIC X(40)  VALUE SPACES.
003540     05  WS-DAY-OF-WEEK          PIC 9(01)  VALUE ZEROES.
003550     05  WS-BRANCH-NAME          PIC X(25)  VALUE SPACES.
003630         88  WS-MODE-BRANCH                  VALUE 'BRANCH'.
003640         88  WS-MODE-REGION                  VALUE 'REGION'.
003650     05  WS-SELECT-VALUE         PIC X(04)  VALUE SPACES.
003651     05  WS-CTL-CHANGE-NO        PIC 9(06)  VALUE ZEROES.
003660     05  WS-SELECTED-COUNT       PIC 9(06)  VALUE ZEROES.
003670     05  WS-BYPASS-COUNT         PIC 9(06)  VALUE ZEROES.
003680     05  WS-CLOSED-SKIP-COUNT    PIC 9(06)  VALUE ZEROES.
003690     05  WS-UNKNOWN-BRN-COUNT    PIC 9(06)  VALUE ZEROES.
003691     05  WS-SIM-DATE             PIC 9(08)  VALUE ZEROES.
003692     05  WS-SIM-DATE-X REDEFINES WS-SIM-DATE.
003693         10  WS-SIM-CCYY         PIC 9(04).
003694         10  WS-SIM-MM           PIC 9(02).
003695         10  WS-SIM-DD           PIC 9(02).
003696     05  WS-SIM-MONTH-LIMIT      PIC 9(02)  VALUE ZEROES.
003697     05  WS-LEAP-QUOT            PIC 9(04)  VALUE ZEROES.
003698     05  WS-LEAP-REM             PIC 9(04)  VALUE ZEROES.
003699     05  WS-INACTIVE-COUNT       PIC 9(06)  VALUE ZEROES.
003700 77  WS-BRANCH-COUNT             PIC 9(04)  COMP VALUE ZEROES.
003710 77  WS-HOLIDAY-SUB              PIC 9(02)  COMP VALUE ZEROES.
003720 77  WS-RECONCILE-COUNT          PIC 9(07)  COMP VALUE ZEROES.
003730 77  WS-GREETED-COUNT            PIC 9(06)  VALUE ZEROES.
003740 77  WS-MESSAGE-COUNT            PIC 9(02)  COMP VALUE ZEROES.
003750 77  WS-MSG-SUB                  PIC 9(02)  COMP VALUE ZEROES.
003755 77  WS-WELCOME-MSG-COUNT        PIC 9(02)  COMP VALUE ZEROES.
003760 77  WS-PREV-SRT-BRANCH          PIC X(04)  VALUE SPACES.
003770 77  WS-PREV-SRT-TALLY           PIC 9(06)  VALUE ZEROES.
003780 77  WS-STAT-LAST                PIC 9(04)  COMP VALUE ZEROES.
003790 77  WS-STAT-USED-COUNT          PIC 9(04)  COMP VALUE ZEROES.
003810 77  WS-PAGE-COUNT               PIC 9(05)  COMP VALUE ZEROES.
003820 77  WS-LINE-COUNT               PIC 9(02)  COMP VALUE ZEROES.
003830 77  WS-PAGE-LIMIT               PIC 9(02)  COMP VALUE 55.
003840 77  WS-BRANCH-SUBTOTAL          PIC 9(06)  COMP VALUE ZEROES.
003850 77  WS-REPORT-GREETING-COUNT    PIC 9(06)  COMP VALUE ZEROES.
003860 77  WS-REPORT-EXC-COUNT         PIC 9(06)  COMP VALUE ZEROES.
003870 77  WS-BATCH-NUMBER             PIC 9(06)  VALUE ZEROES.
003880 77  WS-HASH-TOTAL               PIC 9(12)  VALUE ZEROES.
003890 77  WS-RESTART-BATCH            PIC 9(06)  VALUE ZEROES.
003900 77  WS-BATCH-DETAIL-COUNT       PIC 9(06)  VALUE ZEROES.
003910 77  WS-CURRENT-TALLY            PIC 9(06)  VALUE ZEROES.
003920 77  WS-PRIOR-CLOSED-COUNT       PIC 9(06)  VALUE ZEROES.
003930 77  WS-PRIOR-UNKNOWN-COUNT      PIC 9(06)  VALUE ZEROES.
003940 77  WS-PRIOR-BYPASS-COUNT       PIC 9(06)  VALUE ZEROES.
003945 77  WS-PRIOR-INACTIVE-COUNT     PIC 9(06)  VALUE ZEROES.
003950 77  WS-TOTAL-CLOSED-COUNT       PIC 9(06)  VALUE ZEROES.
003960 77  WS-TOTAL-BYPASS-COUNT       PIC 9(06)  VALUE ZEROES.
003970 77  WS-TOTAL-SELECTED-COUNT     PIC 9(06)  VALUE ZEROES.
003975 77  WS-TOTAL-INACTIVE-COUNT     PIC 9(06)  VALUE ZEROES.
003980 77  WS-ID-NUM                   PIC 9(06)  VALUE ZEROES.
003990 77  WS-RGN-SUB                  PIC 9(04)  COMP VALUE ZEROES.
004000 77  WS-RGN-BRANCH               PIC X(04)  VALUE SPACES.
004010 77  WS-STAT-COUNT               PIC 9(04)  COMP VALUE ZEROES.
004020 77  WS-STAT-SUB                 PIC 9(04)  COMP VALUE ZEROES.
004030 77  WS-STAT-BRANCH              PIC X(04)  VALUE SPACES.
004031 77  WS-DOW-CCYY                 PIC 9(04)  VALUE ZEROES.
004032 77  WS-DOW-MM                   PIC 9(02)  VALUE ZEROES.
004033 77  WS-DOW-CENTURY              PIC 9(02)  VALUE ZEROES.
004034 77  WS-DOW-YY                   PIC 9(02)  VALUE ZEROES.
004035 77  WS-DOW-TERM                 PIC 9(03)  VALUE ZEROES.
004036 77  WS-DOW-SUM                  PIC 9(04)  VALUE ZEROES.
004037 77  WS-DOW-QUOT                 PIC 9(04)  VALUE ZEROES.
004038 77  WS-DOW-REM                  PIC 9(01)  VALUE ZEROES.
004040*-----------------------------------------------------------------
004050* PER-BRANCH RUN STATISTICS TABLE - WRITTEN TO THE GREETSTA
004055* STATISTICS FILE AT TERMINATION.  SLOTS 1-1000 PARALLEL THE
004060* BRANCH TABLE ENTRY FOR ENTRY, SO A KNOWN BRANCH NEEDS NO
004065* SEARCH; SLOTS 1001-2000 HOLD ANY OTHER CODE TOUCHED THIS RUN
004070* (UNKNOWN CODES, WHICH CARRY THE EXCEPTIONS, OR EVERY CODE WHEN
004075* THE BRANCH MASTER IS NOT AVAILABLE).  UNUSED SLOTS ARE SPACES.
004090*-----------------------------------------------------------------
004100 01  WS-STAT-TABLE.
004110     05  WS-STAT-ENTRY OCCURS 2000 TIMES
004120             INDEXED BY WS-STA-IDX.
004130         10  WS-STA-BRANCH           PIC X(04).
004140         10  WS-STA-GREETINGS        PIC 9(05).
004150         10  WS-STA-CLOSED-SKIPS     PIC 9(05).
004160         10  WS-STA-EXCEPTIONS       PIC 9(05).
004170*-----------------------------------------------------------------
004171*-----------------------------------------------------------------
004172* DAYS PER MONTH FOR THE SIMULATION-DATE CHECK (FEBRUARY IS
004173* EXTENDED FOR A LEAP YEAR IN 1260).
004174*-----------------------------------------------------------------
004175 01  WS-MONTH-DAYS-VALUES.
004176     05  FILLER                  PIC X(24)
004177         VALUE '312831303130313130313031'.
004178 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
004179     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
004180* BUILT-IN DEFAULT GREETING TEXTS - USED ONLY WHEN THE GREETMSG
004190* MESSAGE MASTER IS NOT AVAILABLE OR HAS NO ROW EFFECTIVE FOR
004200* THE RUN DATE.  THE LIVE TEXTS COME FROM THE MESSAGE TABLE
004380* MASTER AT INITIALIZATION, KEEPING ONLY THE ROWS EFFECTIVE FOR
004390* THE RUN DATE (LATEST EFFECTIVE-FROM WINS PER LANGUAGE).
004400* SIZED FOR 20 LANGUAGES.
004401* THE WELCOME MESSAGE TABLE BELOW IS LOADED THE SAME WAY FROM
004402* THE GREETMSG WELCOME ROWS (TYPE 'W') AND SUPPLIES THE TEXT
004403* USED ON A RECIPIENT'S START DATE.
004410*-----------------------------------------------------------------
004420 01  WS-MESSAGE-TABLE.
004430     05  WS-MSG-ENTRY OCCURS 20 TIMES
004450         10  WS-MSG-LANG-CODE        PIC X(02).
004460         10  WS-MSG-EFF-FROM         PIC 9(08).
004470         10  WS-MSG-LANG-TEXT        PIC X(40).
004471 01  WS-WELCOME-TABLE.
004472     05  WS-WEL-ENTRY OCCURS 20 TIMES
004473             INDEXED BY WS-WEL-IDX.
004474         10  WS-WEL-LANG-CODE        PIC X(02).
004475         10  WS-WEL-EFF-FROM         PIC 9(08).
004476         10  WS-WEL-LANG-TEXT        PIC X(40).
004480*-----------------------------------------------------------------
004490* BRANCH REFERENCE TABLE - LOADED FROM THE BRANCHMF MASTER AT
004500* INITIALIZATION.  WS-BRN-OPEN-SW IS RESOLVED PER BRANCH AGAINST
004510* THE RUN DATE (WEEKDAY OPEN-DAYS AND HOLIDAY CALENDAR) SO THE
004520* GREETING LOOP ONLY TESTS A SWITCH.  SIZED FOR 1000 BRANCHES.
004530*-----------------------------------------------------------------
004540 01  WS-BRANCH-TABLE.
004550     05  WS-BRN-ENTRY OCCURS 1000 TIMES
004560             INDEXED BY WS-BRN-IDX.
004570         10  WS-BRN-CODE             PIC X(04).
004580         10  WS-BRN-NAME             PIC X(25).
004590         10  WS-BRN-REGION           PIC X(04).
004600         10  WS-BRN-OPEN-SW          PIC X(01).
004610             88  WS-BRN-OPEN                VALUE 'Y'.
004840*-----------------------------------------------------------------
004850* REPORT LAYOUT FIELDS
004860*-----------------------------------------------------------------
004930         10  WS-RPT-RUN-DATE     PIC X(10) VALUE SPACES.
004940         10  FILLER              PIC X(66) VALUE SPACES.
004950         10  FILLER              PIC X(06) VALUE 'PAGE: '.
004960         10  WS-RPT-PAGE-NO      PIC ZZZZ9.
004970         10  FILLER              PIC X(07) VALUE SPACES.
004980     05  WS-RPT-HEADER-2.
004990         10  FILLER              PIC X(22)
005000             VALUE 'BRANCH GREETING REPORT'.
005010         10  WS-RPT-SIM-TITLE    PIC X(40) VALUE SPACES.
005011         10  FILLER              PIC X(70) VALUE SPACES.
005020     05  WS-RPT-DETAIL.
005030         10  FILLER              PIC X(02) VALUE SPACES.
005040         10  WS-RPT-DETAIL-TEXT  PIC X(80) VALUE SPACES.
005060     05  WS-RPT-TRAILER.
005070         10  FILLER              PIC X(18)
005080             VALUE 'TOTAL GREETINGS: '.
005090         10  WS-RPT-TOTAL        PIC ZZZZZ9.
005100         10  FILLER              PIC X(108) VALUE SPACES.
005110     05  WS-RPT-EXCEPTION-LINE.
005120         10  FILLER              PIC X(02) VALUE SPACES.
005130         10  FILLER              PIC X(18)
005200     05  WS-RPT-CLOSED-TRAILER.
005210         10  FILLER              PIC X(21)
005220             VALUE 'CLOSED-BRANCH SKIPS: '.
005230         10  WS-RPT-CLOSED-TOTAL PIC ZZZZZ9.
005240         10  FILLER              PIC X(105) VALUE SPACES.
005250     05  WS-RPT-UNKNOWN-TRAILER.
005260         10  FILLER              PIC X(27)
005270             VALUE 'UNKNOWN-BRANCH EXCEPTIONS: '.
005280         10  WS-RPT-UNKNOWN-TOTAL PIC ZZZZZ9.
005290         10  FILLER              PIC X(99)  VALUE SPACES.
005291     05  WS-RPT-INACTIVE-TRAILER.
005292         10  FILLER              PIC X(23)
005293             VALUE 'RECIPIENTS NOT ACTIVE: '.
005294         10  WS-RPT-INACTIVE-TOTAL PIC ZZZZZ9.
005295         10  FILLER              PIC X(103) VALUE SPACES.
005300     05  WS-RPT-MSGSET-LINE.
005310         10  FILLER              PIC X(13)
005320             VALUE 'MESSAGE SET: '.
005420     05  WS-RPT-SELECTED-TRAILER.
005430         10  FILLER              PIC X(21)
005440             VALUE 'SELECTED RECIPIENTS: '.
005450         10  WS-RPT-SELECTED-TOTAL PIC ZZZZZ9.
005460         10  FILLER              PIC X(105) VALUE SPACES.
005470     05  WS-RPT-BYPASS-TRAILER.
005480         10  FILLER              PIC X(23)
005490             VALUE 'BYPASSED BY SELECTION: '.
005500         10  WS-RPT-BYPASS-TOTAL PIC ZZZZZ9.
005510         10  FILLER              PIC X(103) VALUE SPACES.
005511     05  WS-RPT-SIM-COUNT-LINE.
005512         10  FILLER              PIC X(19)
005513             VALUE 'RECORDS PROCESSED: '.
005514         10  WS-RPT-SIM-PROCESSED PIC ZZZZZ9.
005515         10  FILLER              PIC X(107) VALUE SPACES.
005520     05  WS-RPT-BRANCH-HEADING.
005530         10  FILLER              PIC X(08) VALUE 'BRANCH: '.
005540         10  WS-RPT-BRH-CODE     PIC X(04) VALUE SPACES.
005580     05  WS-RPT-BRANCH-TOTAL.
005590         10  FILLER              PIC X(16)
005600             VALUE '  BRANCH TOTAL: '.
005610         10  WS-RPT-BRH-TOTAL    PIC ZZZZZ9.
005620         10  FILLER              PIC X(110) VALUE SPACES.
005621     05  WS-RPT-SIM-BATCH-LINE.
005622         10  FILLER              PIC X(27)
005623             VALUE 'INTERFACE ROWS (NOT SENT): '.
005624         10  WS-RPT-SIM-ROWS     PIC ZZZZZ9.
005625         10  FILLER              PIC X(14) VALUE '  HASH TOTAL: '.
005626         10  WS-RPT-SIM-HASH     PIC Z(11)9.
005627         10  FILLER              PIC X(73) VALUE SPACES.
005630*
005640 LINKAGE SECTION.
005650 01  LK-PARM-AREA.
005660     05  LK-PARM-LENGTH          PIC S9(04) COMP.
005670     05  LK-PARM-TEXT            PIC X(06).
005680*
005690 PROCEDURE DIVISION USING LK-PARM-AREA.
005700*-----------------------------------------------------------------
005942*   AS THE COUNT - AND AN EXEC-TIME PARM THEN OVERRIDES ONLY
005943*   THE COUNT, SO THE DUPLICATE-RUN GUARD AND ITS GREETCTL
005944*   OVERRIDE WORK THE SAME WHETHER OR NOT A PARM IS PASSED.
005945*   A SIMULATION KEEPS NO CHECKPOINT, PASSES NO DUPLICATE
005946*   GUARD, AND OPENS NO INTERFACE BATCH - IT ONLY REFUSES TO
005947*   RUN WHILE A REAL RUN IS AWAITING RESTART.
005948*   A COUNT PASSED ON THE PARM MARKS THE RUN AS MADE UNDER A
005949*   NON-STANDARD PARAMETER SET ON ITS AUDIT ROW.
005960*-----------------------------------------------------------------
005970 1000-INITIALIZE.
005980     DISPLAY "HELLO WORLD!".
006000     PERFORM 1100-READ-GREETCTL
006010         THRU 1100-EXIT.
006020     IF WS-PARM-LENGTH > 0
006030         IF WS-PARM-LENGTH > 6
006040             MOVE 6 TO WS-PARM-LENGTH
006050         END-IF
006060         MOVE ZEROES TO WS-COUNT-EDIT
006070         COMPUTE WS-PARM-START = 7 - WS-PARM-LENGTH
006080         MOVE LK-PARM-TEXT (1:WS-PARM-LENGTH)
006090             TO WS-COUNT-EDIT (WS-PARM-START:WS-PARM-LENGTH)
006100         SET WS-PARM-NON-STANDARD TO TRUE
006110     END-IF.
006111     IF WS-SIMULATION
006112         PERFORM 1450-CHECK-RESTART-PENDING
006113             THRU 1450-EXIT
006114     ELSE
006115         PERFORM 1400-READ-CHECKPOINT
006116             THRU 1400-EXIT
006117     END-IF.
006118     IF WS-RUN-REJECTED
006119         GO TO 1000-EXIT
006120     END-IF.
006140     PERFORM 1200-OPEN-REPORT-WORK
006150         THRU 1200-EXIT.
006160     IF NOT WS-RUN-REJECTED
006161        AND NOT WS-SIMULATION
006170         PERFORM 1900-CHECK-DUPLICATE-RUN
006180             THRU 1900-EXIT
006190     END-IF.
006240         THRU 1600-EXIT.
006250     PERFORM 1700-LOAD-MESSAGE-TABLE
006260         THRU 1700-EXIT.
006270     IF NOT WS-SIMULATION
006280         PERFORM 1500-OPEN-INTERFACE
006281             THRU 1500-EXIT
006282     END-IF.
006290*
006300 1000-EXIT.
006310     EXIT.
006500     END-IF.
006510     ACCEPT WS-RUN-TIME FROM TIME.
006520     MOVE 'BATCH' TO WS-OPERATOR-ID.
006530     PERFORM 1250-READ-BUSINESS-DATE
006531         THRU 1250-EXIT.
006532     IF WS-SIMULATION
006533        AND NOT WS-RUN-REJECTED
006534         PERFORM 1260-SET-SIMULATION-DATE
006535             THRU 1260-EXIT
006536     END-IF.
006540     STRING WS-RUN-DATE-MM   DELIMITED BY SIZE
006550            '/'              DELIMITED BY SIZE
006560            WS-RUN-DATE-DD   DELIMITED BY SIZE
007310     IF CKP-BYPASS-COUNT IS NUMERIC
007320         MOVE CKP-BYPASS-COUNT TO WS-PRIOR-BYPASS-COUNT
007330     END-IF.
007331     IF CKP-INACTIVE-COUNT IS NUMERIC
007332         MOVE CKP-INACTIVE-COUNT TO WS-PRIOR-INACTIVE-COUNT
007333     END-IF.
007340*
007350 1420-EXIT.
007360     EXIT.
010100*   A WARNING CONDITION CODE SO OPERATIONS SEES IT.
010110*-----------------------------------------------------------------
010120 1600-LOAD-BRANCH-TABLE.
010121     MOVE SPACES TO WS-STAT-TABLE.
010130     OPEN INPUT BRANCHMF.
010140     IF NOT WS-BRANCHMF-OK
010150         DISPLAY "HELLO0005W BRANCH MASTER NOT AVAILABLE - "
010200         END-IF
010210         GO TO 1600-EXIT
010220     END-IF.
010240     MOVE SPACES TO WS-BRANCH-TABLE.
010250     PERFORM 1610-LOAD-BRANCH-ENTRY
010260         THRU 1610-EXIT
010410             SET WS-BRANCHMF-EOF TO TRUE
010420             GO TO 1610-EXIT
010430     END-READ.
010440     IF WS-BRANCH-COUNT = 1000
010450         DISPLAY "HELLO0006W BRANCH TABLE FULL AT 1000 ENTRIES - "
010460                 "REMAINING BRANCHES TREATED AS UNKNOWN"
010470         SET WS-BRANCHMF-EOF TO TRUE
010480         GO TO 1610-EXIT
010870*-----------------------------------------------------------------
010880 1700-LOAD-MESSAGE-TABLE.
010890     MOVE SPACES TO WS-MESSAGE-TABLE.
010891     MOVE SPACES TO WS-WELCOME-TABLE.
010900     OPEN INPUT GREETMSG.
010910     IF WS-GREETMSG-OK
010920         PERFORM 1710-LOAD-MESSAGE-RECORD
011270*   WINDOW COVERS THE RUN DATE.  A SECOND EFFECTIVE ROW FOR THE
011280*   SAME LANGUAGE REPLACES THE FIRST WHEN ITS EFFECTIVE-FROM IS
011290*   LATER, SO SEASONAL WORDING OVERRIDES THE BASE TEXT.
011295*   WELCOME ROWS GO TO THEIR OWN TABLE UNDER THE SAME RULE.
011300*-----------------------------------------------------------------
011310 1710-LOAD-MESSAGE-RECORD.
011320     READ GREETMSG
011410        AND MSG-EFFECTIVE-TO < WS-RUN-DATE
011420         GO TO 1710-EXIT
011430     END-IF.
011431     IF MSG-TYPE-WELCOME
011432         PERFORM 1730-SELECT-WELCOME-ENTRY
011433             THRU 1730-EXIT
011434         GO TO 1710-EXIT
011435     END-IF.
011440     PERFORM 1720-SELECT-MESSAGE-ENTRY
011450         THRU 1720-EXIT.
011460*
012360                 MOVE 10 TO GC-GREETING-COUNT
012370                 MOVE SPACES TO GC-RUN-MODE
012380                               GC-SELECT-VALUE
012381                               GC-SIMULATE-SW
012382                               GC-OVERRIDE-SW
012383                 MOVE 10 TO GC-STANDING-COUNT
012384                 MOVE ZEROES TO GC-CHANGE-NUMBER
012390         END-READ
012400         MOVE GC-GREETING-COUNT TO WS-COUNT-EDIT
012410         MOVE GC-RUN-MODE       TO WS-RUN-MODE
012500         IF GC-FORCE-RUN
012510             SET WS-FORCE-RUN TO TRUE
012520         END-IF
012521         IF GC-SIMULATE
012522             SET WS-SIMULATION TO TRUE
012523             IF GC-SIMULATE-DATE IS NUMERIC
012524                 MOVE GC-SIMULATE-DATE TO WS-SIM-DATE
012525             END-IF
012526         END-IF
012527         PERFORM 1150-SET-PARM-SET
012528             THRU 1150-EXIT
012530         CLOSE GREETCTL
012540     ELSE
012550         MOVE '000010' TO WS-COUNT-EDIT
012560     END-IF.
012570*
012580 1100-EXIT.
012600*-----------------------------------------------------------------
012610* 2000-VALIDATE-COUNT
012620*   CONFIRMS THE GREETING COUNT OBTAINED DURING INITIALIZATION
012630*   IS NUMERIC AND WITHIN THE ALLOWED RANGE OF 1 THROUGH 999999
012640*   BEFORE ANY GREETING PROCESSING IS ATTEMPTED.  THE UPPER BOUND
012650*   OF 999999 IS ENFORCED STRUCTURALLY BY THE PIC 9(06) WIDTH OF
012660*   WS-GREETING-COUNT (AND OF GC-GREETING-COUNT/LK-PARM-TEXT
012670*   UPSTREAM OF IT) RATHER THAN BY AN EXPLICIT COMPARISON, SINCE
012680*   A MOVE INTO A 6-DIGIT FIELD CAN NEVER LEAVE A VALUE ABOVE
012690*   999999 TO TEST FOR.
012700*-----------------------------------------------------------------
012710 2000-VALIDATE-COUNT.
012720     IF WS-COUNT-EDIT IS NOT NUMERIC
013370*-----------------------------------------------------------------
013380 2900-REJECT-RUN.
013390     DISPLAY "HELLO0001E INVALID GREETING COUNT - "
013400             "MUST BE NUMERIC, 1-999999 - RUN REJECTED".
013410     SET WS-RUN-REJECTED TO TRUE.
013420     IF RETURN-CODE < 8
013430         MOVE 8 TO RETURN-CODE
015340*-----------------------------------------------------------------
015350* 4000-DISPLAY-GREETING
015360*   READS ONE GREETIN RECIPIENT RECORD AND ROUTES IT - GREETED,
015370*   SKIPPED BECAUSE ITS BRANCH IS CLOSED ON THE RUN DATE OR
015375*   THE RECIPIENT IS NOT ACTIVE ON IT, OR
015380*   REPORTED AS AN UNKNOWN-BRANCH EXCEPTION.  EVERY RECORD READ
015390*   ADVANCES THE TALLY AND WRITES A CHECKPOINT, GREETED OR
015400*   NOT, SO A RESTART RESUMES EXACTLY AFTER THE LAST RECORD
015570         GO TO 4000-TALLY
015580     END-IF.
015590     ADD 1 TO WS-SELECTED-COUNT.
015591     PERFORM 4800-CHECK-LIFECYCLE
015592         THRU 4800-EXIT.
015593     IF NOT WS-RECIPIENT-ACTIVE
015594         ADD 1 TO WS-INACTIVE-COUNT
015595         GO TO 4000-TALLY
015596     END-IF.
015600     IF WS-BRANCHMF-LOADED AND NOT WS-BRANCH-FOUND
015610         ADD 1 TO WS-UNKNOWN-BRN-COUNT
015620         MOVE GR-BRANCH-CODE TO WS-STAT-BRANCH
016860     EXIT.
016870*-----------------------------------------------------------------
016880* 4700-TALLY-BRANCH-STAT
016885*   LOCATES (OR CREATES) THE RUN-STATISTICS ENTRY FOR THE
016890*   CURRENT RECIPIENT'S BRANCH, LEAVING WS-STA-IDX ON IT.  A
016895*   BRANCH FOUND ON THE BRANCH TABLE USES THE STATISTICS SLOT
016900*   OF THE SAME NUMBER, SO NO SEARCH IS NEEDED; ANY OTHER CODE
016905*   (IN WS-STAT-BRANCH) IS FOUND OR ADDED AMONG THE OVERFLOW
016910*   SLOTS FROM 1001.  A BLANK CODE IS TALLIED UNDER '????' SO
016915*   IT CAN NEVER MATCH AN UNUSED SLOT.
016920*-----------------------------------------------------------------
016925 4700-TALLY-BRANCH-STAT.
016930     IF WS-BRANCH-FOUND
016935         SET WS-STA-IDX TO WS-BRN-IDX
016940         IF WS-STA-BRANCH (WS-STA-IDX) = SPACES
016945             MOVE WS-BRN-CODE (WS-BRN-IDX)
016950                 TO WS-STA-BRANCH (WS-STA-IDX)
016955             PERFORM 4720-CLEAR-STAT-ENTRY
016960                 THRU 4720-EXIT
016965         END-IF
016970         GO TO 4700-EXIT
016975     END-IF.
016980     IF WS-STAT-BRANCH = SPACES
016985         MOVE '????' TO WS-STAT-BRANCH
016990     END-IF.
016995     SET WS-STA-IDX TO 1001.
017000     SEARCH WS-STAT-ENTRY
017005         AT END
017010             PERFORM 4710-ADD-STAT-ENTRY
017015                 THRU 4710-EXIT
017020         WHEN WS-STA-BRANCH (WS-STA-IDX) = WS-STAT-BRANCH
017025             CONTINUE
017030     END-SEARCH.
017035*
017040 4700-EXIT.
017045     EXIT.
017050*-----------------------------------------------------------------
017055* 4710-ADD-STAT-ENTRY
017060*   CLAIMS THE NEXT OVERFLOW SLOT FOR A CODE NOT ON THE BRANCH
017065*   TABLE AND NOT YET TALLIED THIS RUN.  A FULL OVERFLOW AREA
017070*   LUMPS THE REST UNDER THE LAST SLOT, RECODED '****', RATHER
017075*   THAN LOSING THE COUNTS.
017080*-----------------------------------------------------------------
017085 4710-ADD-STAT-ENTRY.
017090     IF WS-STAT-COUNT = 1000
017095         SET WS-STA-IDX TO 2000
017100         MOVE '****' TO WS-STA-BRANCH (WS-STA-IDX)
017105         GO TO 4710-EXIT
017110     END-IF.
017115     ADD 1 TO WS-STAT-COUNT.
017120     SET WS-STA-IDX TO WS-STAT-COUNT.
017125     SET WS-STA-IDX UP BY 1000.
017130     MOVE WS-STAT-BRANCH TO WS-STA-BRANCH (WS-STA-IDX).
017135     PERFORM 4720-CLEAR-STAT-ENTRY
017140         THRU 4720-EXIT.
017145*
017150 4710-EXIT.
017155     EXIT.
017160*-----------------------------------------------------------------
017165* 4720-CLEAR-STAT-ENTRY
017170*   ZEROES THE COUNTS OF A STATISTICS SLOT JUST CLAIMED AND
017175*   COUNTS THE SLOT AS IN USE.
017180*-----------------------------------------------------------------
017185 4720-CLEAR-STAT-ENTRY.
017190     MOVE ZEROES TO WS-STA-GREETINGS    (WS-STA-IDX)
017195                    WS-STA-CLOSED-SKIPS (WS-STA-IDX)
017200                    WS-STA-EXCEPTIONS   (WS-STA-IDX).
017205     ADD 1 TO WS-STAT-USED-COUNT.
017210*
017215 4720-EXIT.
017220     EXIT.
017310*-----------------------------------------------------------------
017320* 4100-WRITE-CHECKPOINT
017330*   RECORDS THE CURRENT RECORD POINTER ON GREETCHK SO A RESTART
017340*   CAN RESUME FROM HERE INSTEAD OF FROM THE FIRST RECIPIENT.
017341*   A SIMULATION KEEPS NO CHECKPOINTS.
017350*-----------------------------------------------------------------
017360 4100-WRITE-CHECKPOINT.
017361     IF WS-SIMULATION
017362         GO TO 4100-EXIT
017363     END-IF.
017370     MOVE WS-RUN-DATE       TO CKP-RUN-DATE.
017380     MOVE WS-RUN-TIME       TO CKP-RUN-TIME.
017390     MOVE WS-GREETING-TALLY TO CKP-LAST-RECORD-COUNT.
017450         + WS-UNKNOWN-BRN-COUNT.
017460     COMPUTE CKP-BYPASS-COUNT = WS-PRIOR-BYPASS-COUNT
017470         + WS-BYPASS-COUNT.
017471     COMPUTE CKP-INACTIVE-COUNT = WS-PRIOR-INACTIVE-COUNT
017472         + WS-INACTIVE-COUNT.
017480     WRITE CHECKPOINT-RECORD.
017490*
017500 4100-EXIT.
017540*   LOOKS UP THE GREETING TEXT FOR THE RECIPIENT'S LANGUAGE
017550*   CODE IN THE MESSAGE TABLE LOADED FROM GREETMSG.  DEFAULTS
017560*   TO THE ENGLISH (OR FIRST LOADED) TEXT WHEN THE CODE IS
017570*   BLANK OR NOT FOUND.  ON THE RECIPIENT'S START DATE THE
017575*   WELCOME ROW FOR THE LANGUAGE IS USED WHEN ONE IS IN EFFECT.
017580*-----------------------------------------------------------------
017590 4200-LOOKUP-GREETING-TEXT.
017591     MOVE 'N' TO WS-WELCOME-FOUND-SW.
017592     IF WS-WELCOME-DAY
017593        AND WS-WELCOME-MSG-COUNT > ZEROES
017594         PERFORM 4250-LOOKUP-WELCOME-TEXT
017595             THRU 4250-EXIT
017596         IF WS-WELCOME-FOUND
017597             GO TO 4200-EXIT
017598         END-IF
017599     END-IF.
017600     IF GR-LANGUAGE-CODE = SPACES
017610         MOVE WS-DEFAULT-GREETING-TEXT TO WS-GREETING-TEXT
017620         GO TO 4200-EXIT
017770* 4300-WRITE-INTERFACE-RECORD
017780*   WRITES ONE ROW TO GREETIF FOR THE TELLER/CICS ONBOARDING
017790*   SYSTEM TO PICK UP.
017791*   A SIMULATION ONLY COUNTS THE ROW IT WOULD HAVE WRITTEN.
017800*-----------------------------------------------------------------
017810 4300-WRITE-INTERFACE-RECORD.
017811     IF WS-SIMULATION
017812         PERFORM 4320-COUNT-SIMULATED-ROW
017813             THRU 4320-EXIT
017814         GO TO 4300-EXIT
017815     END-IF.
017820     IF NOT WS-BATCH-OPEN
017830         PERFORM 4310-WRITE-BATCH-HEADER
017840             THRU 4310-EXIT
017880     MOVE GR-BRANCH-CODE    TO TIF-BRANCH-CODE.
017890     MOVE GR-LANGUAGE-CODE  TO TIF-LANGUAGE-CODE.
017900     MOVE WS-GREETING-TEXT  TO TIF-GREETING-TEXT.
017901     IF WS-WELCOME-FOUND
017902         MOVE 'W'   TO TIF-WELCOME-FLAG
017903     ELSE
017904         MOVE SPACE TO TIF-WELCOME-FLAG
017905     END-IF.
017910     WRITE TELLER-INTERFACE-RECORD.
017920     IF WS-GREETIF-OK
017930         ADD 1 TO WS-GREETIF-WRITE-COUNT
018220*-----------------------------------------------------------------
018230* 5000-PRODUCE-REPORT
018240*   PRODUCES THE BRANCH-SEQUENCED GREETRPT REPORT AND GREETEXT
018250*   PER-BRANCH EXTRACT FROM THE GREETWRK WORK FILE - SORTS THE
018260*   WORK ROWS INTO BRANCH-CODE SEQUENCE THROUGH THE GREETSRT
018270*   SORT FILE AND PRINTS THEM AS THEY COME BACK, WITH A CONTROL
018280*   BREAK PER BRANCH AND A GRAND TOTAL PAGE.  NOTHING IS HELD IN
018290*   STORAGE, SO THE REPORT IS COMPLETE AT ANY RUN VOLUME.
018300*   PROBLEMS HERE NEVER UNDO THE GREETINGS ALREADY SENT, SO
018310*   FAILURES SET A CONDITION CODE AND LEAVE THE REST OF
018320*   TERMINATION TO RUN.
018330*-----------------------------------------------------------------
018340*   A SIMULATION PRINTS THE REPORT ONLY - NO GREETEXT EXTRACT.
018350 5000-PRODUCE-REPORT.
018360     OPEN INPUT GREETWRK.
018370     IF NOT WS-GREETWRK-OK
018380         DISPLAY "HELLO0009E UNABLE TO REOPEN GREETWRK - "
018390                 "REPORT SKIPPED"
018400         IF RETURN-CODE < 12
018410             MOVE 12 TO RETURN-CODE
018420         END-IF
018430         GO TO 5000-EXIT
018440     END-IF.
018450     OPEN OUTPUT GREETRPT.
018460     IF NOT WS-GREETRPT-OK
018470         DISPLAY "HELLO0010E UNABLE TO OPEN GREETRPT - "
018480                 "REPORT SKIPPED"
018490         IF RETURN-CODE < 12
018500             MOVE 12 TO RETURN-CODE
018510         END-IF
018520         CLOSE GREETWRK
018530         GO TO 5000-EXIT
018540     END-IF.
018550     IF NOT WS-SIMULATION
018560         OPEN OUTPUT GREETEXT
018570         IF WS-GREETEXT-OK
018580             SET WS-GREETEXT-OPEN TO TRUE
018590         ELSE
018600             DISPLAY "HELLO0011W UNABLE TO OPEN GREETEXT - "
018610                     "PER-BRANCH EXTRACT SKIPPED"
018620             IF RETURN-CODE < 4
018630                 MOVE 4 TO RETURN-CODE
018640             END-IF
018650         END-IF
018660     END-IF.
018670     SORT GREETSRT
018680         ON ASCENDING KEY SRT-BRANCH-CODE
018690                          SRT-RECORD-TALLY
018700         INPUT PROCEDURE IS 5100-LOAD-SORT-FILE
018710             THRU 5100-EXIT
018720         OUTPUT PROCEDURE IS 5200-PRINT-REPORT
018730             THRU 5200-EXIT.
018740     IF SORT-RETURN NOT = ZEROES
018750         DISPLAY "HELLO0027E GREETSRT REPORT SORT FAILED - "
018760                 "REPORT INCOMPLETE"
018770         IF RETURN-CODE < 12
018780             MOVE 12 TO RETURN-CODE
018790         END-IF
018800     END-IF.
018810     CLOSE GREETRPT.
018820     IF WS-GREETEXT-OPEN
018830         CLOSE GREETEXT
018840     END-IF.
018850*
018860 5000-EXIT.
018870     EXIT.
018880*-----------------------------------------------------------------
018890* 5100-LOAD-SORT-FILE
018900*   SORT INPUT PROCEDURE - RELEASES EVERY GREETWRK ROW TO THE
018910*   SORT, KEYED BY BRANCH CODE AND RECORD TALLY.  THE TALLY
018920*   KEEPS EACH BRANCH'S LINES IN GREETIN ARRIVAL ORDER AND
018930*   BRINGS A ROW REPLAYED ACROSS A RESTART NEXT TO ITS
018940*   ORIGINAL, WHERE THE OUTPUT PROCEDURE DROPS IT.
018950*-----------------------------------------------------------------
018960 5100-LOAD-SORT-FILE.
018970     PERFORM 5110-RELEASE-WORK-RECORD
018980         THRU 5110-EXIT
018990         UNTIL WS-GREETWRK-EOF.
019000     CLOSE GREETWRK.
019010*
019020 5100-EXIT.
019030     EXIT.
019040*-----------------------------------------------------------------
019050* 5110-RELEASE-WORK-RECORD
019060*   READS ONE GREETWRK ROW AND RELEASES IT TO THE SORT.  A ROW
019070*   WITHOUT A NUMERIC TALLY SORTS AHEAD OF ITS BRANCH'S OTHER
019080*   LINES AND IS NEVER TREATED AS A REPLAY.
019090*-----------------------------------------------------------------
019100 5110-RELEASE-WORK-RECORD.
019110     READ GREETWRK
019120         AT END
019130             SET WS-GREETWRK-EOF TO TRUE
019140             GO TO 5110-EXIT
019150     END-READ.
019160     MOVE RWK-BRANCH-CODE TO SRT-BRANCH-CODE.
019170     IF RWK-RECORD-TALLY IS NUMERIC
019180         MOVE RWK-RECORD-TALLY TO SRT-RECORD-TALLY
019190     ELSE
019200         MOVE ZEROES TO SRT-RECORD-TALLY
019210     END-IF.
019220     MOVE RWK-LINE-TYPE   TO SRT-LINE-TYPE.
019230     MOVE RWK-REPORT-LINE TO SRT-REPORT-LINE.
019240     RELEASE SORT-WORK-RECORD.
019250*
019260 5110-EXIT.
019270     EXIT.
019720*-----------------------------------------------------------------
019730* 5200-PRINT-REPORT
019735*   SORT OUTPUT PROCEDURE - PRINTS THE SORTED ROWS WITH A
019740*   CONTROL BREAK PER BRANCH - BRANCH HEADING, THAT BRANCH'S
019745*   LINES, AND A BRANCH SUBTOTAL - FOLLOWED BY THE GRAND TOTAL
019750*   PAGE.
019755*-----------------------------------------------------------------
019760 5200-PRINT-REPORT.
019765     MOVE ZEROES TO WS-PAGE-COUNT.
019770     PERFORM 5210-PRINT-PAGE-HEADING
019775         THRU 5210-EXIT.
019780     MOVE 'N' TO WS-IN-BRANCH-SW.
019785     MOVE SPACES TO WS-PREV-SRT-BRANCH.
019790     MOVE ZEROES TO WS-PREV-SRT-TALLY.
019795     PERFORM 5220-PRINT-DETAIL-LINE
019800         THRU 5220-EXIT
019805         UNTIL WS-SRT-EOF.
019810     IF WS-IN-BRANCH
019815         PERFORM 5230-PRINT-BRANCH-TOTAL
019820             THRU 5230-EXIT
019825     END-IF.
019830     PERFORM 5260-PRINT-GRAND-TOTALS
019835         THRU 5260-EXIT.
019840*
019845 5200-EXIT.
019850     EXIT.
019960*-----------------------------------------------------------------
019970* 5210-PRINT-PAGE-HEADING
019980*   STARTS A NEW REPORT PAGE - PAGE-NUMBERED HEADER LINES, PLUS
020130     EXIT.
020140*-----------------------------------------------------------------
020150* 5220-PRINT-DETAIL-LINE
020155*   RETURNS THE NEXT SORTED ROW AND PRINTS IT, BREAKING TO A NEW
020160*   BRANCH SECTION WHEN THE BRANCH CODE CHANGES.  A ROW CARRYING
020165*   THE SAME BRANCH AND TALLY AS THE ROW BEFORE IT IS A REPLAYED
020170*   COPY FROM AN ABENDED ATTEMPT AND IS DROPPED, SO NOBODY
020175*   PRINTS OR COUNTS TWICE.  THE GRAND-TOTAL GREETING AND
020180*   EXCEPTION COUNTS ARE KEPT HERE.
020185*-----------------------------------------------------------------
020190 5220-PRINT-DETAIL-LINE.
020195     RETURN GREETSRT
020200         AT END
020205             SET WS-SRT-EOF TO TRUE
020210             GO TO 5220-EXIT
020215     END-RETURN.
020220     IF SRT-RECORD-TALLY > 0
020225        AND SRT-RECORD-TALLY = WS-PREV-SRT-TALLY
020230        AND SRT-BRANCH-CODE = WS-PREV-SRT-BRANCH
020235         GO TO 5220-EXIT
020240     END-IF.
020245     MOVE SRT-BRANCH-CODE  TO WS-PREV-SRT-BRANCH.
020250     MOVE SRT-RECORD-TALLY TO WS-PREV-SRT-TALLY.
020255     IF SRT-TYPE-GREETING
020260         ADD 1 TO WS-REPORT-GREETING-COUNT
020265     ELSE
020270         ADD 1 TO WS-REPORT-EXC-COUNT
020275     END-IF.
020280     IF NOT WS-IN-BRANCH
020285        OR SRT-BRANCH-CODE NOT = WS-CURRENT-RPT-BRANCH
020290         IF WS-IN-BRANCH
020295             PERFORM 5230-PRINT-BRANCH-TOTAL
020300                 THRU 5230-EXIT
020305         END-IF
020310         MOVE SRT-BRANCH-CODE TO WS-CURRENT-RPT-BRANCH
020315         SET WS-IN-BRANCH TO TRUE
020320         MOVE ZEROES TO WS-BRANCH-SUBTOTAL
020325         PERFORM 5240-PRINT-BRANCH-HEADING
020330             THRU 5240-EXIT
020335     END-IF.
020340     PERFORM 5250-WRITE-DETAIL-LINE
020345         THRU 5250-EXIT.
020350     IF SRT-TYPE-GREETING
020355         ADD 1 TO WS-BRANCH-SUBTOTAL
020360     END-IF.
020365*
020370 5220-EXIT.
020375     EXIT.
020420*-----------------------------------------------------------------
020430* 5230-PRINT-BRANCH-TOTAL
020440*   PRINTS THE SUBTOTAL LINE CLOSING THE CURRENT BRANCH SECTION.
020910         PERFORM 5240-PRINT-BRANCH-HEADING
020920             THRU 5240-EXIT
020930     END-IF.
020940     WRITE GREETRPT-RECORD FROM SRT-REPORT-LINE.
020950     ADD 1 TO WS-LINE-COUNT.
020960     MOVE SRT-REPORT-LINE TO WS-EXTRACT-LINE.
020970     PERFORM 5280-WRITE-EXTRACT-LINE
020980         THRU 5280-EXIT.
020990*
021070*   COUNTERS, AND SELECTED RECIPIENTS IS DERIVED AS RECORDS
021080*   PROCESSED MINUS RECORDS BYPASSED - SO THE PAGE TIES TO
021090*   THE RECORDS PROCESSED THE SAME WAY THE AUDIT ROW DOES.
021091*   A SIMULATION ADDS THE RECORDS PROCESSED AND THE INTERFACE
021092*   ROW COUNT AND HASH TOTAL THAT THE REAL RUN'S BATCH TRAILER
021093*   AND AUDIT ROW SHOULD BALANCE TO.
021100*-----------------------------------------------------------------
021110 5260-PRINT-GRAND-TOTALS.
021120     PERFORM 5210-PRINT-PAGE-HEADING
021190     WRITE GREETRPT-RECORD FROM WS-RPT-CLOSED-TRAILER.
021200     MOVE WS-REPORT-EXC-COUNT TO WS-RPT-UNKNOWN-TOTAL.
021210     WRITE GREETRPT-RECORD FROM WS-RPT-UNKNOWN-TRAILER.
021211     COMPUTE WS-TOTAL-INACTIVE-COUNT = WS-INACTIVE-COUNT
021212         + WS-PRIOR-INACTIVE-COUNT.
021213     MOVE WS-TOTAL-INACTIVE-COUNT TO WS-RPT-INACTIVE-TOTAL.
021214     WRITE GREETRPT-RECORD FROM WS-RPT-INACTIVE-TRAILER.
021220     MOVE WS-RUN-MODE     TO WS-RPT-SELECT-MODE.
021230     MOVE WS-SELECT-VALUE TO WS-RPT-SELECT-VALUE.
021240     WRITE GREETRPT-RECORD FROM WS-RPT-SELECT-LINE.
021300     WRITE GREETRPT-RECORD FROM WS-RPT-SELECTED-TRAILER.
021310     MOVE WS-TOTAL-BYPASS-COUNT TO WS-RPT-BYPASS-TOTAL.
021320     WRITE GREETRPT-RECORD FROM WS-RPT-BYPASS-TRAILER.
021321     IF WS-SIMULATION
021322         MOVE WS-GREETING-TALLY     TO WS-RPT-SIM-PROCESSED
021323         WRITE GREETRPT-RECORD FROM WS-RPT-SIM-COUNT-LINE
021324         MOVE WS-BATCH-DETAIL-COUNT TO WS-RPT-SIM-ROWS
021325         MOVE WS-HASH-TOTAL         TO WS-RPT-SIM-HASH
021326         WRITE GREETRPT-RECORD FROM WS-RPT-SIM-BATCH-LINE
021327     END-IF.
021330*
021340 5260-EXIT.
021350     EXIT.
021740* 6000-RECONCILE-COUNTS
021750*   COMPARES THE NUMBER OF GREETIN RECORDS READ AGAINST THE
021760*   NUMBER OF RECORDS WRITTEN TO GREETIF PLUS THE RECORDS
021770*   DELIBERATELY SKIPPED (CLOSED OR UNKNOWN BRANCH, BYPASSED,
021775*   OR RECIPIENT NOT ACTIVE) AND FLAGS
021780*   A WARNING IF THEY DO NOT ACCOUNT FOR EACH OTHER.  THE
021790*   GREETIF COUNT RECONCILED HERE IS THE SAME COUNT CARRIED ON
021800*   THE BATCH TRAILER, SO BOTH ENDS OF THE INTERFACE CAN PROVE
021830 6000-RECONCILE-COUNTS.
021840     COMPUTE WS-RECONCILE-COUNT = WS-GREETIF-WRITE-COUNT
021850         + WS-CLOSED-SKIP-COUNT + WS-UNKNOWN-BRN-COUNT
021860         + WS-BYPASS-COUNT + WS-INACTIVE-COUNT.
021870     IF WS-GREETIN-READ-COUNT NOT = WS-RECONCILE-COUNT
021880         DISPLAY "HELLO0003W GREETIN/GREETIF COUNT MISMATCH - "
021890                 "READ=" WS-GREETIN-READ-COUNT
021910                 " SKIPPED=" WS-CLOSED-SKIP-COUNT
021920                 " UNKNOWN=" WS-UNKNOWN-BRN-COUNT
021930                 " BYPASSED=" WS-BYPASS-COUNT
021935                 " INACTIVE=" WS-INACTIVE-COUNT
021940         IF RETURN-CODE < 4
021950             MOVE 4 TO RETURN-CODE
021960         END-IF
022090*   RECIPIENTS ON ITS OWN, SO TOMORROW'S RUN STARTS AT TALLY
022100*   ZERO INSTEAD OF TREATING A NORMAL COMPLETION AS AN
022110*   INCOMPLETE ONE TO BE RESTARTED.
022111*   A SIMULATION STOPS AFTER THE REPORT - NO STATISTICS, NO
022112*   CHECKPOINT CLEAR, NO AUDIT ROW, AND NO CYCLE-STATUS ROW.
022120*-----------------------------------------------------------------
022130 7000-TERMINATE.
022140     CLOSE GREETWRK.
022200         THRU 7200-EXIT.
022210     CLOSE GREETIF.
022220     CLOSE GREETCHK.
022221     IF WS-SIMULATION
022222         DISPLAY "HELLO0026I SIMULATION RUN ENDED - NOTHING SENT "
022223                 "OR RECORDED"
022224         GO TO 7000-EXIT
022225     END-IF.
022230     IF NOT WS-RUN-REJECTED
022240         PERFORM 7300-WRITE-BRANCH-STATS
022250             THRU 7300-EXIT
022300     END-IF.
022310     PERFORM 7100-WRITE-AUDIT-RECORD
022320         THRU 7100-EXIT.
022321     IF NOT WS-RUN-REJECTED
022322         PERFORM 7400-RECORD-CYCLE-STATUS
022323             THRU 7400-EXIT
022324     END-IF.
022330*
022340 7000-EXIT.
022350     EXIT.
023010*   A WARNING, NOT A FAILURE - THE GREETINGS ARE ALREADY OUT.
023020*-----------------------------------------------------------------
023030 7300-WRITE-BRANCH-STATS.
023040     IF WS-STAT-USED-COUNT = ZEROES
023050         GO TO 7300-EXIT
023060     END-IF.
023070     OPEN EXTEND GREETSTA.
023170         END-IF
023180         GO TO 7300-EXIT
023190     END-IF.
023195     COMPUTE WS-STAT-LAST = WS-STAT-COUNT + 1000.
023200     PERFORM 7310-WRITE-STAT-ROW
023210         THRU 7310-EXIT
023220         VARYING WS-STAT-SUB FROM 1 BY 1
023230         UNTIL WS-STAT-SUB > WS-STAT-LAST.
023240     CLOSE GREETSTA.
023250*
023260 7300-EXIT.
023270     EXIT.
023280*-----------------------------------------------------------------
023290* 7310-WRITE-STAT-ROW
023300*   WRITES ONE BRANCH'S STATISTICS ROW FOR THIS RUN.  SLOTS
023301*   NOT USED THIS RUN ARE PASSED OVER.
023310*-----------------------------------------------------------------
023320 7310-WRITE-STAT-ROW.
023321     IF WS-STA-BRANCH (WS-STAT-SUB) = SPACES
023322         GO TO 7310-EXIT
023323     END-IF.
023330     MOVE SPACES TO BRANCH-STAT-RECORD.
023340     MOVE WS-RUN-DATE TO STA-RUN-DATE.
023350     MOVE WS-STA-BRANCH (WS-STAT-SUB) TO STA-BRANCH-CODE.
023630     MOVE WS-OPERATOR-ID     TO AUD-OPERATOR-ID.
023640*    THE AUDIT ROW RECORDS GREETINGS ACTUALLY ISSUED, NOT
023650*    RECIPIENTS PROCESSED - RECORDS SKIPPED FOR A CLOSED OR
023660*    UNKNOWN BRANCH, BYPASSED BY THE RUN SELECTION, OR FOR A
023670*    RECIPIENT NOT ACTIVE, ARE BACKED OUT OF THE TALLY -
023680*    INCLUDING THE PRIOR ATTEMPT'S SKIPS RESTORED FROM THE
023690*    CHECKPOINT - SO THE HELLOSUM ROLLUP STAYS HONEST ON
023700*    HOLIDAY, PARTIAL, AND RESTARTED RUNS.
023710     COMPUTE WS-GREETED-COUNT = WS-GREETING-TALLY
023720         - WS-CLOSED-SKIP-COUNT - WS-UNKNOWN-BRN-COUNT
023730         - WS-BYPASS-COUNT
023740         - WS-PRIOR-CLOSED-COUNT - WS-PRIOR-UNKNOWN-COUNT
023750         - WS-PRIOR-BYPASS-COUNT
023755         - WS-INACTIVE-COUNT - WS-PRIOR-INACTIVE-COUNT.
023760     MOVE WS-GREETED-COUNT   TO AUD-GREETING-COUNT.
023770     MOVE WS-RUN-MODE        TO AUD-RUN-MODE.
023780     MOVE WS-SELECT-VALUE    TO AUD-SELECT-VALUE.
023781     MOVE WS-CTL-CHANGE-NO   TO AUD-CTL-CHANGE-NO.
023782     MOVE WS-FORCE-RUN-SW    TO AUD-FORCE-RUN-SW.
023783     MOVE WS-PARM-SET-SW     TO AUD-PARM-SET-SW.
023790     COMPUTE AUD-CLOSED-SKIP-COUNT = WS-CLOSED-SKIP-COUNT
023800         + WS-PRIOR-CLOSED-COUNT.
023810     COMPUTE AUD-UNKNOWN-BRN-COUNT = WS-UNKNOWN-BRN-COUNT
023820         + WS-PRIOR-UNKNOWN-COUNT.
023830     COMPUTE AUD-BYPASS-COUNT = WS-BYPASS-COUNT
023840         + WS-PRIOR-BYPASS-COUNT.
023841     COMPUTE AUD-INACTIVE-COUNT = WS-INACTIVE-COUNT
023842         + WS-PRIOR-INACTIVE-COUNT.
023850     IF WS-DUP-BLOCKED
023860         SET AUD-STATUS-DUP-BLOCKED TO TRUE
023870     ELSE
023960*
023970 7100-EXIT.
023980     EXIT.
023990*-----------------------------------------------------------------
024000* 1250-READ-BUSINESS-DATE
024010*   TAKES THE RUN DATE AND DAY OF THE WEEK FROM THE GREETBDT
024020*   BUSINESS-DATE CONTROL RECORD RATHER THAN THE SYSTEM CLOCK,
024030*   SO A CYCLE HELD PAST MIDNIGHT STILL GREETS FOR ITS OWN
024040*   BUSINESS DAY AND THE DUPLICATE GUARD COMPARES LIKE WITH
024050*   LIKE.  A MISSING OR INVALID CONTROL RECORD REJECTS THE RUN.
024060*-----------------------------------------------------------------
024070 1250-READ-BUSINESS-DATE.
024080     OPEN INPUT GREETBDT.
024090     IF NOT WS-GREETBDT-OK
024100         MOVE SPACES TO BUSINESS-DATE-RECORD
024110     ELSE
024120         READ GREETBDT
024130             AT END
024140                 MOVE SPACES TO BUSINESS-DATE-RECORD
024150         END-READ
024160         CLOSE GREETBDT
024170     END-IF.
024180     IF BDT-BUSINESS-DATE IS NOT NUMERIC
024190        OR BDT-BUSINESS-DATE = ZEROES
024200        OR BDT-DAY-OF-WEEK IS NOT NUMERIC
024210         DISPLAY "HELLO0020E NO VALID BUSINESS DATE ON GREETBDT "
024220                 "- RUN REJECTED"
024230         SET WS-RUN-REJECTED TO TRUE
024240         MOVE 12 TO RETURN-CODE
024250         GO TO 1250-EXIT
024260     END-IF.
024270     MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
024280     MOVE BDT-DAY-OF-WEEK   TO WS-DAY-OF-WEEK.
024290*
024300 1250-EXIT.
024310     EXIT.
024320*-----------------------------------------------------------------
024330* 7400-RECORD-CYCLE-STATUS
024340*   APPENDS THE HELLOJOB COMPLETION ROW FOR THE BUSINESS DATE TO
024350*   GREETCYC, WHICH RELEASES THE DOWNSTREAM CYCLE JOBS.  A FORCED
024360*   RERUN OR A BRANCH/REGION CATCH-UP FINDS THE ROW ALREADY
024370*   THERE AND ADDS NOTHING.  FAILING TO WRITE IT IS A WARNING -
024380*   THE GREETINGS ARE ALREADY OUT - BUT THE DOWNSTREAM JOBS WILL
024390*   REFUSE TO RUN UNTIL THE ROW IS RECORDED.
024400*-----------------------------------------------------------------
024410 7400-RECORD-CYCLE-STATUS.
024420     OPEN INPUT GREETCYC.
024430     IF WS-GREETCYC-OK
024440         PERFORM 7410-READ-CYCLE-ROW
024450             THRU 7410-EXIT
024460             UNTIL WS-GREETCYC-EOF
024470         CLOSE GREETCYC
024480     END-IF.
024490     IF WS-CYCLE-DONE
024500         GO TO 7400-EXIT
024510     END-IF.
024520     OPEN EXTEND GREETCYC.
024530     IF NOT WS-GREETCYC-OK
024540         CLOSE GREETCYC
024550         OPEN OUTPUT GREETCYC
024560     END-IF.
024570     IF NOT WS-GREETCYC-OK
024580         DISPLAY "HELLO0021W UNABLE TO WRITE GREETCYC - "
024590                 "HELLOJOB COMPLETION NOT RECORDED"
024600         IF RETURN-CODE < 4
024610             MOVE 4 TO RETURN-CODE
024620         END-IF
024630         GO TO 7400-EXIT
024640     END-IF.
024650     MOVE SPACES            TO CYCLE-STATUS-RECORD.
024660     MOVE WS-RUN-DATE       TO CYC-BUSINESS-DATE.
024670     MOVE WS-RPT-JOB-NAME   TO CYC-JOB-NAME.
024680     SET CYC-STATUS-COMPLETE TO TRUE.
024690     MOVE RETURN-CODE       TO CYC-RETURN-CODE.
024700     ACCEPT CYC-SYSTEM-DATE FROM DATE YYYYMMDD.
024710     ACCEPT CYC-SYSTEM-TIME FROM TIME.
024720     WRITE CYCLE-STATUS-RECORD.
024730     CLOSE GREETCYC.
024740*
024750 7400-EXIT.
024760     EXIT.
024770*-----------------------------------------------------------------
024780* 7410-READ-CYCLE-ROW
024790*   READS ONE CYCLE-STATUS ROW, NOTING AN EXISTING HELLOJOB
024800*   COMPLETION FOR THE BUSINESS DATE.
024810*-----------------------------------------------------------------
024820 7410-READ-CYCLE-ROW.
024830     READ GREETCYC
024840         AT END
024850             SET WS-GREETCYC-EOF TO TRUE
024860             GO TO 7410-EXIT
024870     END-READ.
024880     IF CYC-BUSINESS-DATE = WS-RUN-DATE
024890        AND CYC-JOB-NAME = WS-RPT-JOB-NAME
024900        AND CYC-STATUS-COMPLETE
024910         SET WS-CYCLE-DONE TO TRUE
024920     END-IF.
024930*
024940 7410-EXIT.
024950     EXIT.
024960*-----------------------------------------------------------------
024970* 1260-SET-SIMULATION-DATE
024980*   REPLACES THE BUSINESS DATE WITH THE GREETCTL SIMULATION DATE
024990*   SO THE BRANCH OPEN-DAY AND HOLIDAY CHECKS, THE GREETMSG
025000*   WORDING, AND THE REPORT ALL RESOLVE FOR THAT DAY.  THE DATE
025010*   MUST BE A REAL CALENDAR DATE NO EARLIER THAN THE BUSINESS
025020*   DATE.  ITS DAY OF THE WEEK IS DERIVED HERE, SINCE GREETBDT
025030*   CARRIES ONLY THE BUSINESS DATE'S.
025040*-----------------------------------------------------------------
025050 1260-SET-SIMULATION-DATE.
025060     MOVE ' - SIMULATION ONLY - NOTHING SENT' TO WS-RPT-SIM-TITLE.
025070     IF WS-SIM-CCYY = ZEROES
025080        OR WS-SIM-MM < 1
025090        OR WS-SIM-MM > 12
025100         GO TO 1260-BAD-DATE
025110     END-IF.
025120     MOVE WS-MONTH-DAYS (WS-SIM-MM) TO WS-SIM-MONTH-LIMIT.
025130     IF WS-SIM-MM = 2
025140         DIVIDE WS-SIM-CCYY BY 4
025150             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
025160         IF WS-LEAP-REM = ZEROES
025170             MOVE 29 TO WS-SIM-MONTH-LIMIT
025180             DIVIDE WS-SIM-CCYY BY 100
025190                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
025200             IF WS-LEAP-REM = ZEROES
025210                 DIVIDE WS-SIM-CCYY BY 400
025220                     GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
025230                 IF WS-LEAP-REM NOT = ZEROES
025240                     MOVE 28 TO WS-SIM-MONTH-LIMIT
025250                 END-IF
025260             END-IF
025270         END-IF
025280     END-IF.
025290     IF WS-SIM-DD < 1
025300        OR WS-SIM-DD > WS-SIM-MONTH-LIMIT
025310         GO TO 1260-BAD-DATE
025320     END-IF.
025330     IF WS-SIM-DATE < WS-RUN-DATE
025340         DISPLAY "HELLO0023E SIMULATION DATE " WS-SIM-DATE
025350                 " IS BEFORE THE BUSINESS DATE " WS-RUN-DATE
025360                 " - RUN REJECTED"
025370         SET WS-RUN-REJECTED TO TRUE
025380         IF RETURN-CODE < 8
025390             MOVE 8 TO RETURN-CODE
025400         END-IF
025410         GO TO 1260-EXIT
025420     END-IF.
025430     MOVE WS-SIM-DATE TO WS-RUN-DATE.
025440     PERFORM 1270-DERIVE-DAY-OF-WEEK
025450         THRU 1270-EXIT.
025460     DISPLAY "HELLO0024I SIMULATION RUN FOR " WS-RUN-DATE
025470             " - NOTHING WILL BE SENT OR RECORDED".
025480     GO TO 1260-EXIT.
025490 1260-BAD-DATE.
025500     DISPLAY "HELLO0022E SIMULATION REQUESTED WITHOUT A VALID "
025510             "SIMULATION DATE ON GREETCTL - RUN REJECTED".
025520     SET WS-RUN-REJECTED TO TRUE.
025530     IF RETURN-CODE < 8
025540         MOVE 8 TO RETURN-CODE
025550     END-IF.
025560*
025570 1260-EXIT.
025580     EXIT.
025590*-----------------------------------------------------------------
025600* 1270-DERIVE-DAY-OF-WEEK
025610*   DERIVES THE DAY OF THE WEEK OF THE SIMULATION DATE BY
025620*   ZELLER'S CONGRUENCE (JANUARY AND FEBRUARY COUNTED AS MONTHS
025630*   13 AND 14 OF THE YEAR BEFORE), RENUMBERING ZELLER'S
025640*   SATURDAY-ZERO RESULT TO MONDAY (1) THROUGH SUNDAY (7) AS ON
025650*   GREETBDT AND THE BRANCHMF OPEN-DAY FLAGS.
025660*-----------------------------------------------------------------
025670 1270-DERIVE-DAY-OF-WEEK.
025680     MOVE WS-SIM-CCYY TO WS-DOW-CCYY.
025690     MOVE WS-SIM-MM   TO WS-DOW-MM.
025700     IF WS-DOW-MM < 3
025710         ADD 12 TO WS-DOW-MM
025720         SUBTRACT 1 FROM WS-DOW-CCYY
025730     END-IF.
025740     DIVIDE WS-DOW-CCYY BY 100
025750         GIVING WS-DOW-CENTURY REMAINDER WS-DOW-YY.
025760     COMPUTE WS-DOW-TERM = 13 * (WS-DOW-MM + 1).
025770     DIVIDE WS-DOW-TERM BY 5
025780         GIVING WS-DOW-TERM.
025790     COMPUTE WS-DOW-SUM = WS-SIM-DD + WS-DOW-TERM + WS-DOW-YY
025800         + (5 * WS-DOW-CENTURY).
025810     DIVIDE WS-DOW-YY BY 4
025820         GIVING WS-DOW-TERM.
025830     ADD WS-DOW-TERM TO WS-DOW-SUM.
025840     DIVIDE WS-DOW-CENTURY BY 4
025850         GIVING WS-DOW-TERM.
025860     ADD WS-DOW-TERM TO WS-DOW-SUM.
025870     DIVIDE WS-DOW-SUM BY 7
025880         GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
025890     COMPUTE WS-DOW-SUM = WS-DOW-REM + 5.
025900     DIVIDE WS-DOW-SUM BY 7
025910         GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
025920     COMPUTE WS-DAY-OF-WEEK = WS-DOW-REM + 1.
025930*
025940 1270-EXIT.
025950     EXIT.
025960*-----------------------------------------------------------------
025970* 1450-CHECK-RESTART-PENDING
025980*   A SIMULATION SUBMITTED AGAINST THE PRODUCTION DATASETS WOULD
025990*   SHARE THE GREETWRK WORK FILE WITH THE REAL RUN, SO IT IS
026000*   REFUSED WHILE ANY CHECKPOINT IS ON GREETCHK - THE ABENDED
026010*   RUN'S REPORT ROWS MUST SURVIVE FOR ITS RESTART.  GREETCHK IS
026020*   ONLY READ HERE, NEVER WRITTEN.
026030*-----------------------------------------------------------------
026040 1450-CHECK-RESTART-PENDING.
026050     OPEN INPUT GREETCHK.
026060     IF NOT WS-GREETCHK-OK
026070         GO TO 1450-EXIT
026080     END-IF.
026090     READ GREETCHK
026100         AT END
026110             SET WS-GREETCHK-EOF TO TRUE
026120     END-READ.
026130     CLOSE GREETCHK.
026140     IF WS-GREETCHK-EOF
026150         GO TO 1450-EXIT
026160     END-IF.
026170     DISPLAY "HELLO0025E A CHECKPOINT RESTART IS PENDING ON "
026180             "GREETCHK - SIMULATION NOT RUN".
026190     SET WS-RUN-REJECTED TO TRUE.
026200     IF RETURN-CODE < 8
026210         MOVE 8 TO RETURN-CODE
026220     END-IF.
026230*
026240 1450-EXIT.
026250     EXIT.
026260*-----------------------------------------------------------------
026270* 4320-COUNT-SIMULATED-ROW
026280*   COUNTS THE GREETIF ROW A SIMULATION WOULD HAVE WRITTEN INTO
026290*   THE INTERFACE AND ENVELOPE TOTALS, SO THE RECONCILIATION AND
026300*   THE REPORT SHOW THE COUNT AND HASH THE REAL BATCH TRAILER
026310*   WILL CARRY, WITHOUT GREETIF EVER BEING OPENED.
026320*-----------------------------------------------------------------
026330 4320-COUNT-SIMULATED-ROW.
026340     ADD 1 TO WS-GREETIF-WRITE-COUNT.
026350     ADD 1 TO WS-BATCH-DETAIL-COUNT.
026360     IF GR-RECIPIENT-ID IS NUMERIC
026370         MOVE GR-RECIPIENT-ID TO WS-ID-NUM
026380         ADD WS-ID-NUM TO WS-HASH-TOTAL
026390     END-IF.
026400*
026410 4320-EXIT.
026420     EXIT.
026430*-----------------------------------------------------------------
026440* 1730-SELECT-WELCOME-ENTRY
026450*   PLACES THE CURRENT EFFECTIVE GREETMSG WELCOME ROW IN THE
026460*   WELCOME TABLE - SAME RULE AS 1720, LATEST EFFECTIVE-FROM
026470*   WINNING PER LANGUAGE.
026480*-----------------------------------------------------------------
026490 1730-SELECT-WELCOME-ENTRY.
026500     MOVE 'N' TO WS-MSG-FOUND-SW.
026510     SET WS-WEL-IDX TO 1.
026520     SEARCH WS-WEL-ENTRY
026530         AT END
026540             CONTINUE
026550         WHEN WS-WEL-LANG-CODE (WS-WEL-IDX)
026560                 = MSG-LANGUAGE-CODE
026570             SET WS-MSG-FOUND TO TRUE
026580     END-SEARCH.
026590     IF WS-MSG-FOUND
026600         IF MSG-EFFECTIVE-FROM > WS-WEL-EFF-FROM (WS-WEL-IDX)
026610             MOVE MSG-EFFECTIVE-FROM
026620                 TO WS-WEL-EFF-FROM (WS-WEL-IDX)
026630             MOVE MSG-GREETING-TEXT
026640                 TO WS-WEL-LANG-TEXT (WS-WEL-IDX)
026650         END-IF
026660         GO TO 1730-EXIT
026670     END-IF.
026680     IF WS-WELCOME-MSG-COUNT = 20
026690         IF NOT WS-WEL-TABLE-FULL
026700             DISPLAY "HELLO0028W WELCOME TABLE FULL AT 20 "
026710                     "LANGUAGES - REMAINING WELCOME ROWS "
026720                     "IGNORED"
026730             SET WS-WEL-TABLE-FULL TO TRUE
026740         END-IF
026750         GO TO 1730-EXIT
026760     END-IF.
026770     ADD 1 TO WS-WELCOME-MSG-COUNT.
026780     SET WS-WEL-IDX TO WS-WELCOME-MSG-COUNT.
026790     MOVE MSG-LANGUAGE-CODE  TO WS-WEL-LANG-CODE (WS-WEL-IDX).
026800     MOVE MSG-EFFECTIVE-FROM TO WS-WEL-EFF-FROM  (WS-WEL-IDX).
026810     MOVE MSG-GREETING-TEXT  TO WS-WEL-LANG-TEXT (WS-WEL-IDX).
026820*
026830 1730-EXIT.
026840     EXIT.
026850*-----------------------------------------------------------------
026860* 4250-LOOKUP-WELCOME-TEXT
026870*   LOOKS UP THE WELCOME TEXT FOR THE RECIPIENT'S LANGUAGE CODE.
026880*   WS-WELCOME-FOUND IS SET ONLY WHEN A WELCOME ROW IS IN EFFECT
026890*   FOR THAT LANGUAGE - A BLANK CODE OR A LANGUAGE WITH NO
026900*   WELCOME ROW LEAVES IT OFF, AND 4200 GOES ON TO THE DAILY TEXT.
026910*-----------------------------------------------------------------
026920 4250-LOOKUP-WELCOME-TEXT.
026930     IF GR-LANGUAGE-CODE = SPACES
026940         GO TO 4250-EXIT
026950     END-IF.
026960     SET WS-WEL-IDX TO 1.
026970     SEARCH WS-WEL-ENTRY
026980         AT END
026990             MOVE 'N' TO WS-WELCOME-FOUND-SW
027000         WHEN WS-WEL-LANG-CODE (WS-WEL-IDX)
027010                 = GR-LANGUAGE-CODE
027020             MOVE WS-WEL-LANG-TEXT (WS-WEL-IDX)
027030                 TO WS-GREETING-TEXT
027040             SET WS-WELCOME-FOUND TO TRUE
027050     END-SEARCH.
027060*
027260 4250-EXIT.
027270     EXIT.
027280*-----------------------------------------------------------------
027290* 4800-CHECK-LIFECYCLE
027300*   DECIDES WHETHER THE RECIPIENT IS ACTIVE ON THE RUN DATE -
027310*   NOT ON LEAVE OR TERMINATED, ON OR AFTER ITS START DATE, AND
027320*   ON OR BEFORE ITS END DATE.  A ZERO OR BLANK DATE IS NO
027330*   LIMIT.  A RECIPIENT WHOSE START DATE IS THE RUN DATE DRAWS
027340*   THE WELCOME GREETING.
027350*-----------------------------------------------------------------
027360 4800-CHECK-LIFECYCLE.
027370     MOVE 'Y' TO WS-RECIPIENT-ACTIVE-SW.
027380     MOVE 'N' TO WS-WELCOME-DAY-SW.
027390     IF GR-STATUS-ON-LEAVE
027400        OR GR-STATUS-TERMINATED
027410         MOVE 'N' TO WS-RECIPIENT-ACTIVE-SW
027420         GO TO 4800-EXIT
027430     END-IF.
027440     IF GR-END-DATE IS NUMERIC
027450        AND GR-END-DATE NOT = ZEROES
027460        AND GR-END-DATE < WS-RUN-DATE
027470         MOVE 'N' TO WS-RECIPIENT-ACTIVE-SW
027480         GO TO 4800-EXIT
027490     END-IF.
027500     IF GR-START-DATE IS NOT NUMERIC
027510        OR GR-START-DATE = ZEROES
027520         GO TO 4800-EXIT
027530     END-IF.
027540     IF GR-START-DATE > WS-RUN-DATE
027550         MOVE 'N' TO WS-RECIPIENT-ACTIVE-SW
027560         GO TO 4800-EXIT
027570     END-IF.
027580     IF GR-START-DATE = WS-RUN-DATE
027590         SET WS-WELCOME-DAY TO TRUE
027600     END-IF.
027610*
027620 4800-EXIT.
027630     EXIT.
027640*-----------------------------------------------------------------
027650* 1150-SET-PARM-SET
027660*   CLASSIFIES THE GREETCTL PARAMETERS THIS RUN READ.  THE
027670*   STANDING SET IS FULL MODE, NO FORCE, AND THE STANDING
027680*   GREETING COUNT; A ONE-SHOT OVERRIDE LEFT BY GREETCMT, OR A
027690*   MODE, FORCE, OR COUNT DIFFERING FROM THAT, MAKES THE RUN
027700*   NON-STANDARD.  A RECORD WITHOUT A STANDING COUNT IS JUDGED
027710*   ON MODE, FORCE AND OVERRIDE ALONE.  THE CHANGE NUMBER IS
027720*   KEPT FOR THE AUDIT ROW.
027730*-----------------------------------------------------------------
027740 1150-SET-PARM-SET.
027750     IF GC-CHANGE-NUMBER IS NUMERIC
027760         MOVE GC-CHANGE-NUMBER TO WS-CTL-CHANGE-NO
027770     END-IF.
027780     IF GC-ONE-SHOT-OVERRIDE
027790        OR NOT WS-MODE-FULL
027800        OR WS-FORCE-RUN
027810         SET WS-PARM-NON-STANDARD TO TRUE
027820         GO TO 1150-EXIT
027830     END-IF.
027840     IF GC-STANDING-COUNT IS NUMERIC
027850        AND GC-STANDING-COUNT NOT = GC-GREETING-COUNT
027860         SET WS-PARM-NON-STANDARD TO TRUE
027870     END-IF.
027880*
027890 1150-EXIT.
027900     EXIT.
