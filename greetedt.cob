000090*           MASTER, RUN AHEAD OF THE HELLO GREETING STEP.  EVERY
000100*           RECORD IS VALIDATED (RECIPIENT ID PRESENT AND
000110*           NUMERIC, NAME NON-BLANK, BRANCH CODE PRESENT,
000120*           LANGUAGE CODE SUPPORTED, START AND END DATES AND
000125*           STATUS CODE VALID); ACCEPTED RECORDS GO TO THE
000130*           GREETCLN CLEANED FILE FOR HELLO TO READ, REJECTS GO
000140*           TO THE GREETSUS SUSPENSE FILE WITH A REASON CODE,
000150*           AND THE GREETERP EDIT REPORT SHOWS EACH REJECT AND
000340*                   SEPARATE INPUT FILE EDITED AFTER THE
000350*                   MASTER, SINCE A FLAT FILE CAN NO LONGER BE
000360*                   CONCATENATED WITH THE KEYED MASTER.
000362*   10/15/2026  RT  RUN DATE NOW COMES FROM THE GREETBDT
000364*                   BUSINESS-DATE CONTROL RECORD INSTEAD OF THE
000366*                   SYSTEM CLOCK.
000367*   10/15/2026  RT  RUN COUNTS WIDENED TO SIX DIGITS FOR
000368*                   NETWORK-SCALE VOLUMES.
000370*   10/15/2026  RT  START DATE, END DATE AND STATUS CODE EDITED
000372*                   (E006-E009).  WELCOME ROWS ON GREETMSG ARE
000374*                   LEFT OUT OF THE SUPPORTED LANGUAGE TABLE.
000375*   10/15/2026  RT  EVERY REJECT IS ALSO APPENDED TO THE GREETEXC
000376*                   EXCEPTION EVENT FILE FOR THE MORNING
000377*                   WORKLIST, WITH A RUN MARKER AT END OF RUN.
000378*-----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.  IBM-370.
000670     SELECT GREETMSG ASSIGN TO GREETMSG
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-GREETMSG-STATUS.
000692     SELECT GREETBDT ASSIGN TO GREETBDT
000694         ORGANIZATION IS SEQUENTIAL
000696         FILE STATUS IS WS-GREETBDT-STATUS.
000697     SELECT GREETEXC ASSIGN TO GREETEXC
000698         ORGANIZATION IS SEQUENTIAL
000699         FILE STATUS IS WS-GREETEXC-STATUS.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 COPY MSGREC.
001051*
001052 FD  GREETBDT
001053     RECORDING MODE IS F
001054     LABEL RECORDS ARE STANDARD.
001055 COPY BUSDTREC.
001060*
001061 FD  GREETEXC
001062     RECORDING MODE IS F
001063     LABEL RECORDS ARE STANDARD.
001064 COPY EXCPREC.
001065*
001070 WORKING-STORAGE SECTION.
001080*-----------------------------------------------------------------
001090* FILE STATUS SWITCHES.  STATUS '02' ON GREETCLN IS A
001230         88  WS-GREETERP-OK                   VALUE '00'.
001240     05  WS-GREETMSG-STATUS      PIC X(02)  VALUE SPACES.
001250         88  WS-GREETMSG-OK                   VALUE '00'.
001252     05  WS-GREETBDT-STATUS      PIC X(02)  VALUE SPACES.
001254         88  WS-GREETBDT-OK                   VALUE '00'.
001256     05  WS-GREETEXC-STATUS      PIC X(02)  VALUE SPACES.
001258         88  WS-GREETEXC-OK                   VALUE '00'.
001260*-----------------------------------------------------------------
001270* PROGRAM SWITCHES
001280*-----------------------------------------------------------------
001420         88  WS-GREETMSG-EOF                  VALUE 'Y'.
001430     05  WS-LANG-TABLE-FULL-SW   PIC X(01)  VALUE 'N'.
001440         88  WS-LANG-TABLE-FULL               VALUE 'Y'.
001443     05  WS-DATE-VALID-SW        PIC X(01)  VALUE 'Y'.
001445         88  WS-DATE-VALID                    VALUE 'Y'.
001447         88  WS-DATE-INVALID                  VALUE 'N'.
001450*-----------------------------------------------------------------
001460* RUN CONTROL FIELDS
001470*-----------------------------------------------------------------
001550     05  WS-REJECT-CODE          PIC X(04)  VALUE SPACES.
001560     05  WS-REJECT-REASON        PIC X(40)  VALUE SPACES.
001570     05  WS-CHECK-LANG-CODE      PIC X(02)  VALUE SPACES.
001571     05  WS-CHECK-DATE           PIC 9(08)  VALUE ZEROES.
001572     05  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
001573         10  WS-CHECK-CCYY       PIC 9(04).
001574         10  WS-CHECK-MM         PIC 9(02).
001575         10  WS-CHECK-DD         PIC 9(02).
001576     05  WS-EDIT-START-DATE      PIC 9(08)  VALUE ZEROES.
001577     05  WS-EDIT-END-DATE        PIC 9(08)  VALUE ZEROES.
001580 77  WS-READ-COUNT               PIC 9(06)  COMP VALUE ZEROES.
001590 77  WS-RECYCLE-READ-COUNT       PIC 9(06)  COMP VALUE ZEROES.
001600 77  WS-ACCEPT-COUNT             PIC 9(06)  COMP VALUE ZEROES.
001610 77  WS-REJECT-COUNT             PIC 9(06)  COMP VALUE ZEROES.
001612 77  WS-LEAP-QUOTIENT            PIC 9(04)  COMP VALUE ZEROES.
001614 77  WS-LEAP-REMAINDER           PIC 9(04)  COMP VALUE ZEROES.
001616 77  WS-MONTH-LIMIT              PIC 9(02)  COMP VALUE ZEROES.
001618 77  WS-EXCEPTION-COUNT          PIC 9(06)  COMP VALUE ZEROES.
001620*-----------------------------------------------------------------
001630* EDIT WORK AREA - THE RECORD UNDER EDIT, WHICHEVER FEED IT
001640* CAME FROM.  SAME LAYOUT AS GREETREC.CPY.
001680     05  ER-RECIPIENT-NAME       PIC X(30).
001690     05  ER-BRANCH-CODE          PIC X(04).
001700     05  ER-LANGUAGE-CODE        PIC X(02).
001702     05  ER-START-DATE           PIC X(08).
001704     05  ER-END-DATE             PIC X(08).
001706     05  ER-STATUS-CODE          PIC X(01).
001708     05  FILLER                  PIC X(21).
001720*-----------------------------------------------------------------
001730* SUPPORTED LANGUAGE CODES - LOADED FROM THE GREETMSG MESSAGE
001740* MASTER (ROWS EFFECTIVE FOR THE RUN DATE) SO THE EDIT ACCEPTS
001840     05  FILLER                  PIC X(02) VALUE 'DE'.
001850 01  WS-DEFAULT-LANG-TABLE REDEFINES WS-DEFAULT-LANG-VALUES.
001860     05  WS-DFT-LANG-CODE        PIC X(02) OCCURS 4 TIMES.
001861*-----------------------------------------------------------------
001862* DAYS-PER-MONTH TABLE FOR CALENDAR-DATE VALIDATION.  FEBRUARY
001863* IS ADJUSTED FOR LEAP YEARS AT CHECK TIME.
001864*-----------------------------------------------------------------
001865 01  WS-MONTH-DAYS-VALUES        PIC X(24)
001866         VALUE '312831303130313130313031'.
001867 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001868     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
001870 01  WS-LANGUAGE-TABLE.
001880     05  WS-LANGUAGE-ENTRY OCCURS 20 TIMES
001890             INDEXED BY WS-LANGUAGE-IDX.
002140         10  FILLER              PIC X(04) VALUE SPACES.
002150     05  WS-RPT-COUNT-LINE.
002160         10  WS-RPT-COUNT-TEXT   PIC X(28) VALUE SPACES.
002170         10  WS-RPT-COUNT        PIC ZZZZZ9.
002180         10  FILLER              PIC X(98) VALUE SPACES.
002190*
002200 PROCEDURE DIVISION.
002210*-----------------------------------------------------------------
002840         MOVE 16 TO RETURN-CODE
002850         STOP RUN
002860     END-IF.
002862     PERFORM 1060-OPEN-EXCEPTION-FILE
002864         THRU 1060-EXIT.
002870     PERFORM 1050-READ-BUSINESS-DATE
002875         THRU 1050-EXIT.
002880     STRING WS-RUN-DATE-MM   DELIMITED BY SIZE
002890            '/'              DELIMITED BY SIZE
002900            WS-RUN-DATE-DD   DELIMITED BY SIZE
003030 1000-EXIT.
003040     EXIT.
003050*-----------------------------------------------------------------
003060* 1050-READ-BUSINESS-DATE
003070*   TAKES THE RUN DATE FROM THE GREETBDT BUSINESS-DATE CONTROL
003080*   RECORD RATHER THAN THE SYSTEM CLOCK, SO THE RUN WORKS THE
003090*   CYCLE'S BUSINESS DAY EVEN WHEN IT IS HELD PAST MIDNIGHT.  A
003100*   MISSING OR INVALID CONTROL RECORD IS FATAL.
003110*-----------------------------------------------------------------
003120 1050-READ-BUSINESS-DATE.
003130     OPEN INPUT GREETBDT.
003140     IF NOT WS-GREETBDT-OK
003150         DISPLAY "GREETEDT0009E UNABLE TO OPEN GREETBDT - "
003160                 "RUN TERMINATED"
003170         MOVE 16 TO RETURN-CODE
003180         STOP RUN
003190     END-IF.
003200     READ GREETBDT
003210         AT END
003220             MOVE SPACES TO BUSINESS-DATE-RECORD
003230     END-READ.
003240     IF BDT-BUSINESS-DATE IS NOT NUMERIC
003250        OR BDT-BUSINESS-DATE = ZEROES
003260         DISPLAY "GREETEDT0010E NO VALID BUSINESS DATE ON "
003270                 "GREETBDT - RUN TERMINATED"
003280         MOVE 16 TO RETURN-CODE
003290         STOP RUN
003300     END-IF.
003310     MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
003320     CLOSE GREETBDT.
003330*
003340 1050-EXIT.
003350     EXIT.
003360*-----------------------------------------------------------------
003370* 1060-OPEN-EXCEPTION-FILE
003380*   OPENS THE GREETEXC EXCEPTION EVENT FILE FOR APPEND, CREATING
003390*   IT WHEN IT DOES NOT YET EXIST.  FAILING TO OPEN IT IS FATAL.
003400*-----------------------------------------------------------------
003410 1060-OPEN-EXCEPTION-FILE.
003420     OPEN EXTEND GREETEXC.
003430     IF NOT WS-GREETEXC-OK
003440         CLOSE GREETEXC
003450         OPEN OUTPUT GREETEXC
003460     END-IF.
003470     IF NOT WS-GREETEXC-OK
003480         DISPLAY "GREETEDT0011E UNABLE TO OPEN GREETEXC - "
003490                 "RUN TERMINATED"
003500         MOVE 16 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530*
003540 1060-EXIT.
003550     EXIT.
003560*-----------------------------------------------------------------
003570* 1500-LOAD-LANGUAGE-TABLE
003580*   LOADS THE SUPPORTED LANGUAGE CODES FROM THE GREETMSG
003590*   MESSAGE MASTER, KEEPING THE CODES WITH A ROW EFFECTIVE FOR
003600*   THE RUN DATE.  FALLS BACK TO THE BUILT-IN SET WHEN THE
003610*   MASTER IS NOT AVAILABLE OR HAS NOTHING EFFECTIVE.
003620*-----------------------------------------------------------------
003630 1500-LOAD-LANGUAGE-TABLE.
003640     MOVE SPACES TO WS-LANGUAGE-TABLE.
003650     OPEN INPUT GREETMSG.
003660     IF WS-GREETMSG-OK
003670         PERFORM 1510-LOAD-LANGUAGE-CODE
003680             THRU 1510-EXIT
003690             UNTIL WS-GREETMSG-EOF
003700         CLOSE GREETMSG
003710     END-IF.
003720     IF WS-LANGUAGE-COUNT = ZEROES
003730         DISPLAY "GREETEDT0006I GREETMSG NOT AVAILABLE OR "
003740                 "NOTHING EFFECTIVE - BUILT-IN LANGUAGE SET "
003750                 "USED"
003760         PERFORM 1550-LOAD-DEFAULT-LANGUAGE
003770             THRU 1550-EXIT
003780             VARYING WS-LANG-SUB FROM 1 BY 1
003790             UNTIL WS-LANG-SUB > 4
003800     END-IF.
003810*
003820 1500-EXIT.
003830     EXIT.
003840*-----------------------------------------------------------------
003850* 1510-LOAD-LANGUAGE-CODE
003860*   READS ONE GREETMSG ROW AND KEEPS ITS LANGUAGE CODE WHEN THE
003870*   ROW'S EFFECTIVE WINDOW COVERS THE RUN DATE AND THE CODE IS
003880*   NOT ALREADY IN THE TABLE.  WELCOME ROWS ARE IGNORED.
003890*-----------------------------------------------------------------
003900 1510-LOAD-LANGUAGE-CODE.
003910     READ GREETMSG
003920         AT END
003930             SET WS-GREETMSG-EOF TO TRUE
003940             GO TO 1510-EXIT
003950     END-READ.
003960     IF MSG-TYPE-WELCOME
003970         GO TO 1510-EXIT
003980     END-IF.
003990     IF MSG-EFFECTIVE-FROM > WS-RUN-DATE
004000         GO TO 1510-EXIT
004010     END-IF.
004020     IF MSG-EFFECTIVE-TO NOT = ZEROES
004030        AND MSG-EFFECTIVE-TO < WS-RUN-DATE
004040         GO TO 1510-EXIT
004050     END-IF.
004060     MOVE MSG-LANGUAGE-CODE TO WS-CHECK-LANG-CODE.
004070     PERFORM 3250-CHECK-LANGUAGE-CODE
004080         THRU 3250-EXIT.
004090     IF WS-LANGUAGE-FOUND
004100         GO TO 1510-EXIT
004110     END-IF.
004120     IF WS-LANGUAGE-COUNT = 20
004130         IF NOT WS-LANG-TABLE-FULL
004140             DISPLAY "GREETEDT0007W LANGUAGE TABLE FULL AT 20 "
004150                     "ENTRIES - REMAINING GREETMSG ROWS IGNORED"
004160             SET WS-LANG-TABLE-FULL TO TRUE
004170         END-IF
004180         GO TO 1510-EXIT
004190     END-IF.
004200     ADD 1 TO WS-LANGUAGE-COUNT.
004210     SET WS-LANGUAGE-IDX TO WS-LANGUAGE-COUNT.
004220     MOVE MSG-LANGUAGE-CODE
004230         TO WS-LANGUAGE-CODE (WS-LANGUAGE-IDX).
004240*
004250 1510-EXIT.
004260     EXIT.
004270*-----------------------------------------------------------------
004280* 1550-LOAD-DEFAULT-LANGUAGE
004290*   LOADS ONE BUILT-IN DEFAULT LANGUAGE CODE INTO THE TABLE.
004300*-----------------------------------------------------------------
004310 1550-LOAD-DEFAULT-LANGUAGE.
004320     ADD 1 TO WS-LANGUAGE-COUNT.
004330     SET WS-LANGUAGE-IDX TO WS-LANGUAGE-COUNT.
004340     MOVE WS-DFT-LANG-CODE (WS-LANG-SUB)
004350         TO WS-LANGUAGE-CODE (WS-LANGUAGE-IDX).
004360*
004370 1550-EXIT.
004380     EXIT.
004390*-----------------------------------------------------------------
004400* 3000-EDIT-RECORD
004410*   ROUTES THE MASTER RECORD UNDER EDIT AND READS THE NEXT ONE.
004420*-----------------------------------------------------------------
004430 3000-EDIT-RECORD.
004440     PERFORM 3050-ROUTE-RECORD
004450         THRU 3050-EXIT.
004460     PERFORM 3100-READ-RECIPIENT
004470         THRU 3100-EXIT.
004480*
004490 3000-EXIT.
004500     EXIT.
004510*-----------------------------------------------------------------
004520* 3050-ROUTE-RECORD
004530*   VALIDATES THE RECORD IN THE EDIT WORK AREA AND ROUTES IT TO
004540*   THE CLEANED FILE OR THE SUSPENSE FILE - THE SAME PATH FOR
004550*   MASTER AND REPAIRED RECORDS.
004560*-----------------------------------------------------------------
004570 3050-ROUTE-RECORD.
004580     PERFORM 3200-VALIDATE-RECIPIENT
004590         THRU 3200-EXIT.
004600     IF NOT WS-RECORD-VALID
004610         PERFORM 3900-SUSPEND-RECIPIENT
004620             THRU 3900-EXIT
004630         GO TO 3050-EXIT
004640     END-IF.
004650     WRITE GREETCLN-RECORD FROM WS-EDIT-RECORD
004660         INVALID KEY
004670             MOVE 'E005' TO WS-REJECT-CODE
004680             MOVE 'DUPLICATE RECIPIENT ID ON CLEANED FILE'
004690                 TO WS-REJECT-REASON
004700             PERFORM 3900-SUSPEND-RECIPIENT
004710                 THRU 3900-EXIT
004720         NOT INVALID KEY
004730             ADD 1 TO WS-ACCEPT-COUNT
004740     END-WRITE.
004750*
004760 3050-EXIT.
004770     EXIT.
004780*-----------------------------------------------------------------
004790* 3100-READ-RECIPIENT
004800*   READS ONE RECORD FROM THE GREETIN RECIPIENT MASTER (IN
004810*   RECIPIENT-ID KEY ORDER) INTO THE EDIT WORK AREA.
004820*-----------------------------------------------------------------
004830 3100-READ-RECIPIENT.
004840     READ GREETIN NEXT
004850         AT END
004860             SET WS-GREETIN-EOF TO TRUE
004870         NOT AT END
004880             ADD 1 TO WS-READ-COUNT
004890             MOVE GREETIN-RECORD TO WS-EDIT-RECORD
004900     END-READ.
004910*
004920 3100-EXIT.
004930     EXIT.
004940*-----------------------------------------------------------------
004950* 3200-VALIDATE-RECIPIENT
004960*   EDITS THE RECORD IN THE EDIT WORK AREA.  THE FIRST FAILING
004970*   EDIT SETS THE REASON CODE CARRIED TO THE SUSPENSE FILE AND
004980*   REPORT.
004990*-----------------------------------------------------------------
005000 3200-VALIDATE-RECIPIENT.
005010     SET WS-RECORD-VALID TO TRUE.
005020     MOVE SPACES TO WS-REJECT-CODE
005030                    WS-REJECT-REASON.
005040     IF ER-RECIPIENT-ID = SPACES
005050        OR ER-RECIPIENT-ID IS NOT NUMERIC
005060         SET WS-RECORD-INVALID TO TRUE
005070         MOVE 'E001' TO WS-REJECT-CODE
005080         MOVE 'RECIPIENT ID MISSING OR NOT NUMERIC'
005090             TO WS-REJECT-REASON
005100         GO TO 3200-EXIT
005110     END-IF.
005120     IF ER-RECIPIENT-NAME = SPACES
005130         SET WS-RECORD-INVALID TO TRUE
005140         MOVE 'E002' TO WS-REJECT-CODE
005150         MOVE 'RECIPIENT NAME MISSING' TO WS-REJECT-REASON
005160         GO TO 3200-EXIT
005170     END-IF.
005180     IF ER-BRANCH-CODE = SPACES
005190         SET WS-RECORD-INVALID TO TRUE
005200         MOVE 'E003' TO WS-REJECT-CODE
005210         MOVE 'BRANCH CODE MISSING' TO WS-REJECT-REASON
005220         GO TO 3200-EXIT
005230     END-IF.
005240     IF ER-LANGUAGE-CODE NOT = SPACES
005250         MOVE ER-LANGUAGE-CODE TO WS-CHECK-LANG-CODE
005260         PERFORM 3250-CHECK-LANGUAGE-CODE
005270             THRU 3250-EXIT
005280         IF NOT WS-LANGUAGE-FOUND
005290             SET WS-RECORD-INVALID TO TRUE
005300             MOVE 'E004' TO WS-REJECT-CODE
005310             MOVE 'LANGUAGE CODE NOT SUPPORTED'
005320                 TO WS-REJECT-REASON
005330             GO TO 3200-EXIT
005340         END-IF
005350     END-IF.
005360     PERFORM 3260-VALIDATE-LIFECYCLE
005370         THRU 3260-EXIT.
005380*
005390 3200-EXIT.
005400     EXIT.
005410*-----------------------------------------------------------------
005420* 3250-CHECK-LANGUAGE-CODE
005430*   SEARCHES THE SUPPORTED LANGUAGE TABLE FOR THE CODE PLACED
005440*   IN WS-CHECK-LANG-CODE BY THE CALLER.
005450*-----------------------------------------------------------------
005460 3250-CHECK-LANGUAGE-CODE.
005470     MOVE 'N' TO WS-LANGUAGE-FOUND-SW.
005480     SET WS-LANGUAGE-IDX TO 1.
005490     SEARCH WS-LANGUAGE-ENTRY
005500         AT END
005510             CONTINUE
005520         WHEN WS-LANGUAGE-CODE (WS-LANGUAGE-IDX)
005530                 = WS-CHECK-LANG-CODE
005540             SET WS-LANGUAGE-FOUND TO TRUE
005550     END-SEARCH.
005560*
005570 3250-EXIT.
005580     EXIT.
005590*-----------------------------------------------------------------
005600* 3260-VALIDATE-LIFECYCLE
005610*   EDITS THE START DATE, END DATE AND STATUS CODE.  A DATE MAY
005620*   BE SPACES OR ZEROS (NO DATE) OR A REAL CCYYMMDD CALENDAR
005630*   DATE; THE END MAY NOT FALL BEFORE THE START.  A BLANK STATUS
005640*   IS READ AS ACTIVE.
005650*-----------------------------------------------------------------
005660 3260-VALIDATE-LIFECYCLE.
005670     MOVE ZEROES TO WS-EDIT-START-DATE
005680                    WS-EDIT-END-DATE.
005690     IF ER-START-DATE NOT = SPACES
005700         IF ER-START-DATE IS NOT NUMERIC
005710             SET WS-RECORD-INVALID TO TRUE
005720             MOVE 'E006' TO WS-REJECT-CODE
005730             MOVE 'START DATE NOT A VALID DATE'
005740                 TO WS-REJECT-REASON
005750             GO TO 3260-EXIT
005760         END-IF
005770         MOVE ER-START-DATE TO WS-CHECK-DATE
005780         IF WS-CHECK-DATE NOT = ZEROES
005790             PERFORM 8000-VALIDATE-DATE
005800                 THRU 8000-EXIT
005810             IF WS-DATE-INVALID
005820                 SET WS-RECORD-INVALID TO TRUE
005830                 MOVE 'E006' TO WS-REJECT-CODE
005840                 MOVE 'START DATE NOT A VALID DATE'
005850                     TO WS-REJECT-REASON
005860                 GO TO 3260-EXIT
005870             END-IF
005880         END-IF
005890         MOVE WS-CHECK-DATE TO WS-EDIT-START-DATE
005900     END-IF.
005910     IF ER-END-DATE NOT = SPACES
005920         IF ER-END-DATE IS NOT NUMERIC
005930             SET WS-RECORD-INVALID TO TRUE
005940             MOVE 'E007' TO WS-REJECT-CODE
005950             MOVE 'END DATE NOT A VALID DATE' TO WS-REJECT-REASON
005960             GO TO 3260-EXIT
005970         END-IF
005980         MOVE ER-END-DATE TO WS-CHECK-DATE
005990         IF WS-CHECK-DATE NOT = ZEROES
006000             PERFORM 8000-VALIDATE-DATE
006010                 THRU 8000-EXIT
006020             IF WS-DATE-INVALID
006030                 SET WS-RECORD-INVALID TO TRUE
006040                 MOVE 'E007' TO WS-REJECT-CODE
006050                 MOVE 'END DATE NOT A VALID DATE'
006060                     TO WS-REJECT-REASON
006070                 GO TO 3260-EXIT
006080             END-IF
006090         END-IF
006100         MOVE WS-CHECK-DATE TO WS-EDIT-END-DATE
006110     END-IF.
006120     IF WS-EDIT-START-DATE NOT = ZEROES
006130        AND WS-EDIT-END-DATE NOT = ZEROES
006140        AND WS-EDIT-END-DATE < WS-EDIT-START-DATE
006150         SET WS-RECORD-INVALID TO TRUE
006160         MOVE 'E008' TO WS-REJECT-CODE
006170         MOVE 'END DATE BEFORE START DATE' TO WS-REJECT-REASON
006180         GO TO 3260-EXIT
006190     END-IF.
006200     IF ER-STATUS-CODE NOT = SPACE
006210        AND ER-STATUS-CODE NOT = 'A'
006220        AND ER-STATUS-CODE NOT = 'L'
006230        AND ER-STATUS-CODE NOT = 'T'
006240         SET WS-RECORD-INVALID TO TRUE
006250         MOVE 'E009' TO WS-REJECT-CODE
006260         MOVE 'STATUS CODE NOT VALID' TO WS-REJECT-REASON
006270     END-IF.
006280*
006290 3260-EXIT.
006300     EXIT.
006310*-----------------------------------------------------------------
006320* 3900-SUSPEND-RECIPIENT
006330*   WRITES THE REJECTED RECORD TO THE GREETSUS SUSPENSE FILE
006340*   AND ITS REASON LINE TO THE EDIT REPORT.
006350*-----------------------------------------------------------------
006360 3900-SUSPEND-RECIPIENT.
006370     MOVE SPACES           TO SUSPENSE-RECORD.
006380     MOVE WS-REJECT-CODE   TO SUS-REASON-CODE.
006390     MOVE WS-EDIT-RECORD   TO SUS-RECORD-IMAGE.
006400     WRITE SUSPENSE-RECORD.
006410     MOVE WS-REJECT-CODE   TO WS-RPT-REJECT-CODE.
006420     MOVE WS-REJECT-REASON TO WS-RPT-REJECT-TEXT.
006430     MOVE WS-EDIT-RECORD   TO WS-RPT-REJECT-IMAGE.
006440     WRITE GREETERP-RECORD FROM WS-RPT-REJECT-LINE.
006450     ADD 1 TO WS-REJECT-COUNT.
006460     PERFORM 3950-LOG-REJECT-EVENT
006470         THRU 3950-EXIT.
006480*
006490 3900-EXIT.
006500     EXIT.
006510*-----------------------------------------------------------------
006520* 3950-LOG-REJECT-EVENT
006530*   APPENDS THE EXCEPTION EVENT FOR ONE REJECT.  THE REJECT IS
006540*   RAISED AGAIN ON EVERY RUN UNTIL THE MASTER IS REPAIRED, SO
006550*   THE WORKLIST ITEM CLEARS ITSELF ONCE IT STOPS RECURRING.
006560*-----------------------------------------------------------------
006570 3950-LOG-REJECT-EVENT.
006580     MOVE SPACES TO EXCEPTION-RECORD.
006590     SET EXC-SEV-MEDIUM         TO TRUE.
006600     SET EXC-TYPE-EDIT-REJECT   TO TRUE.
006610     SET EXC-OWNER-BRANCH-ADMIN TO TRUE.
006620     SET EXC-KEY-RECIPIENT      TO TRUE.
006630     MOVE ER-RECIPIENT-ID TO EXC-KEY.
006640     SET EXC-AUTO-CLEAR         TO TRUE.
006650     STRING WS-REJECT-CODE   DELIMITED BY SIZE
006660            ' '              DELIMITED BY SIZE
006670            WS-REJECT-REASON DELIMITED BY SIZE
006680            INTO EXC-TEXT
006690     END-STRING.
006700     PERFORM 8500-WRITE-EXCEPTION-EVENT
006710         THRU 8500-EXIT.
006720*
006730 3950-EXIT.
006740     EXIT.
006750*-----------------------------------------------------------------
006760* 5000-EDIT-RECYCLE
006770*   ROUTES THE REPAIRED RECORD UNDER EDIT AND READS THE NEXT
006780*   ONE FROM THE GREETRCY FEED.
006790*-----------------------------------------------------------------
006800 5000-EDIT-RECYCLE.
006810     PERFORM 3050-ROUTE-RECORD
006820         THRU 3050-EXIT.
006830     PERFORM 5100-READ-RECYCLE
006840         THRU 5100-EXIT.
006850*
006860 5000-EXIT.
006870     EXIT.
006880*-----------------------------------------------------------------
006890* 5100-READ-RECYCLE
006900*   READS ONE REPAIRED RECORD FROM GREETRCY INTO THE EDIT WORK
006910*   AREA.
006920*-----------------------------------------------------------------
006930 5100-READ-RECYCLE.
006940     IF WS-GREETRCY-EOF
006950         GO TO 5100-EXIT
006960     END-IF.
006970     READ GREETRCY
006980         AT END
006990             SET WS-GREETRCY-EOF TO TRUE
007000         NOT AT END
007010             ADD 1 TO WS-READ-COUNT
007020             ADD 1 TO WS-RECYCLE-READ-COUNT
007030             MOVE GREETRCY-RECORD TO WS-EDIT-RECORD
007040     END-READ.
007050*
007060 5100-EXIT.
007070     EXIT.
007080*-----------------------------------------------------------------
007090* 8000-VALIDATE-DATE
007100*   CONFIRMS THE CCYYMMDD VALUE IN WS-CHECK-DATE IS A REAL
007110*   CALENDAR DATE, FEBRUARY 29 ALLOWED ONLY IN A LEAP YEAR.
007120*-----------------------------------------------------------------
007130 8000-VALIDATE-DATE.
007140     SET WS-DATE-VALID TO TRUE.
007150     IF WS-CHECK-CCYY = ZEROES
007160        OR WS-CHECK-MM < 1
007170        OR WS-CHECK-MM > 12
007180         SET WS-DATE-INVALID TO TRUE
007190         GO TO 8000-EXIT
007200     END-IF.
007210     MOVE WS-MONTH-DAYS (WS-CHECK-MM) TO WS-MONTH-LIMIT.
007220     IF WS-CHECK-MM = 2
007230         DIVIDE WS-CHECK-CCYY BY 4
007240             GIVING WS-LEAP-QUOTIENT
007250             REMAINDER WS-LEAP-REMAINDER
007260         IF WS-LEAP-REMAINDER = ZEROES
007270             DIVIDE WS-CHECK-CCYY BY 100
007280                 GIVING WS-LEAP-QUOTIENT
007290                 REMAINDER WS-LEAP-REMAINDER
007300             IF WS-LEAP-REMAINDER NOT = ZEROES
007310                 MOVE 29 TO WS-MONTH-LIMIT
007320             ELSE
007330                 DIVIDE WS-CHECK-CCYY BY 400
007340                     GIVING WS-LEAP-QUOTIENT
007350                     REMAINDER WS-LEAP-REMAINDER
007360                 IF WS-LEAP-REMAINDER = ZEROES
007370                     MOVE 29 TO WS-MONTH-LIMIT
007380                 END-IF
007390             END-IF
007400         END-IF
007410     END-IF.
007420     IF WS-CHECK-DD < 1
007430        OR WS-CHECK-DD > WS-MONTH-LIMIT
007440         SET WS-DATE-INVALID TO TRUE
007450     END-IF.
007460*
007470 8000-EXIT.
007480     EXIT.
007490*-----------------------------------------------------------------
007500* 8500-WRITE-EXCEPTION-EVENT
007510*   STAMPS THE EXCEPTION EVENT BUILT BY THE CALLER WITH THE
007520*   PROGRAM AND BUSINESS DATE AND APPENDS IT TO GREETEXC FOR THE
007530*   MORNING WORKLIST.
007540*-----------------------------------------------------------------
007550 8500-WRITE-EXCEPTION-EVENT.
007560     MOVE 'GREETEDT'  TO EXC-PROGRAM-ID.
007570     MOVE WS-RUN-DATE TO EXC-BUSINESS-DATE.
007580     MOVE ZEROES      TO EXC-FIRST-DATE
007590                         EXC-DAYS-OPEN.
007600     WRITE EXCEPTION-RECORD.
007610     ADD 1 TO WS-EXCEPTION-COUNT.
007620*
007630 8500-EXIT.
007640     EXIT.
007650*-----------------------------------------------------------------
007660* 8600-WRITE-RUN-MARKER
007670*   APPENDS THE RUNDONE MARKER THAT TELLS THE WORKLIST THIS RUN
007680*   FINISHED, SO ITEMS IT DID NOT RAISE AGAIN MAY BE CLEARED.
007690*-----------------------------------------------------------------
007700 8600-WRITE-RUN-MARKER.
007710     MOVE SPACES TO EXCEPTION-RECORD.
007720     MOVE ZEROES TO EXC-SEVERITY.
007730     SET EXC-TYPE-RUN-DONE TO TRUE.
007740     MOVE 'RUN COMPLETE' TO EXC-TEXT.
007750     PERFORM 8500-WRITE-EXCEPTION-EVENT
007760         THRU 8500-EXIT.
007770*
007780 8600-EXIT.
007790     EXIT.
007800*-----------------------------------------------------------------
007810* 9000-TERMINATE
007820*   WRITES THE ACCEPTED/REJECTED COUNT LINES, CLOSES THE FILES,
007830*   AND SETS A WARNING CONDITION CODE WHEN ANY RECORD WENT TO
007840*   SUSPENSE SO THE REJECTS GET LOOKED AT.
007850*-----------------------------------------------------------------
007860 9000-TERMINATE.
007870     MOVE 'RECORDS READ:               '
007880         TO WS-RPT-COUNT-TEXT.
007890     MOVE WS-READ-COUNT TO WS-RPT-COUNT.
007900     WRITE GREETERP-RECORD FROM WS-RPT-COUNT-LINE.
007910     MOVE 'REPAIRED RECORDS RECYCLED:  '
007920         TO WS-RPT-COUNT-TEXT.
007930     MOVE WS-RECYCLE-READ-COUNT TO WS-RPT-COUNT.
007940     WRITE GREETERP-RECORD FROM WS-RPT-COUNT-LINE.
007950     MOVE 'RECORDS ACCEPTED:           '
007960         TO WS-RPT-COUNT-TEXT.
007970     MOVE WS-ACCEPT-COUNT TO WS-RPT-COUNT.
007980     WRITE GREETERP-RECORD FROM WS-RPT-COUNT-LINE.
007990     MOVE 'RECORDS REJECTED:           '
008000         TO WS-RPT-COUNT-TEXT.
008010     MOVE WS-REJECT-COUNT TO WS-RPT-COUNT.
008020     WRITE GREETERP-RECORD FROM WS-RPT-COUNT-LINE.
008030     MOVE 'EXCEPTION EVENTS LOGGED:    '
008040         TO WS-RPT-COUNT-TEXT.
008050     MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT.
008060     WRITE GREETERP-RECORD FROM WS-RPT-COUNT-LINE.
008070     PERFORM 8600-WRITE-RUN-MARKER
008080         THRU 8600-EXIT.
008090     CLOSE GREETIN.
008100     IF WS-GREETRCY-OPEN
008110         CLOSE GREETRCY
008120     END-IF.
008130     CLOSE GREETCLN.
008140     CLOSE GREETSUS.
008150     CLOSE GREETERP.
008160     CLOSE GREETEXC.
008170     IF WS-REJECT-COUNT > 0
008180         DISPLAY "GREETEDT0005W " WS-REJECT-COUNT
008190                 " RECORD(S) REJECTED TO SUSPENSE - SEE GREETSUS"
008200         IF RETURN-CODE < 4
008210             MOVE 4 TO RETURN-CODE
008220         END-IF
008230     END-IF.
008240*
008250 9000-EXIT.
008260     EXIT.
