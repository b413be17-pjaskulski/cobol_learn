002800*           ONE, SO EXACTLY ONE ROW CAN EVER WIN A DATE.
002900*
003000*           THE GREETMPV PREVIEW REPORT SHOWS, FOR THE AS-OF
003100*           DATE SUPPLIED IN THE EXEC PARM (DEFAULT THE
003110*           GREETBDT BUSINESS DATE),
003200*           EXACTLY WHICH TEXT EACH LANGUAGE ON THE UPDATED
003300*           MASTER RESOLVES TO - SAME SELECTION RULE AS THE
003400*           HELLO GREETING RUN - SO A SEASONAL CAMPAIGN CAN BE
003900*-----------------------------------------------------------------
004000* MODIFICATION HISTORY.
004100*   09/02/2026  RT  INITIAL VERSION.
004110*   10/15/2026  RT  RUN DATE NOW COMES FROM THE GREETBDT
004120*                   BUSINESS-DATE CONTROL RECORD INSTEAD OF THE
004130*                   SYSTEM CLOCK, AND IS THE DEFAULT PREVIEW AS-OF
004140*                   DATE.  THE CCYYMMDD EXEC PARM REMAINS ONLY TO
004150*                   PROOF A FUTURE DATE.
004160*   10/15/2026  RT  MESSAGE TYPE (BLANK DAILY, 'W' WELCOME) ADDED
004170*                   TO THE ROW KEY.  WINDOW CONFLICTS ARE CHECKED
004180*                   WITHIN A LANGUAGE AND TYPE, AND THE PREVIEW
004190*                   RESOLVES EACH LANGUAGE/TYPE PAIR SEPARATELY.
004200*-----------------------------------------------------------------
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
006400     SELECT GREETMPV ASSIGN TO GREETMPV
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-GREETMPV-STATUS.
006610     SELECT GREETBDT ASSIGN TO GREETBDT
006620         ORGANIZATION IS SEQUENTIAL
006630         FILE STATUS IS WS-GREETBDT-STATUS.
006700*
006800 DATA DIVISION.
006900 FILE SECTION.
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 01  GREETMPV-RECORD                PIC X(132).
009810*
009820 FD  GREETBDT
009830     RECORDING MODE IS F
009840     LABEL RECORDS ARE STANDARD.
009850 COPY BUSDTREC.
009900*
010000 WORKING-STORAGE SECTION.
010100*-----------------------------------------------------------------
011400         88  WS-GREETMME-OK                   VALUE '00'.
011500     05  WS-GREETMPV-STATUS      PIC X(02)  VALUE SPACES.
011600         88  WS-GREETMPV-OK                   VALUE '00'.
011610     05  WS-GREETBDT-STATUS      PIC X(02)  VALUE SPACES.
011620         88  WS-GREETBDT-OK                   VALUE '00'.
011700*-----------------------------------------------------------------
011800* PROGRAM SWITCHES
011900*-----------------------------------------------------------------
015600         10  WS-CHECK-MM         PIC 9(02).
015700         10  WS-CHECK-DD         PIC 9(02).
015800     05  WS-CAND-LANG            PIC X(02)  VALUE SPACES.
015850     05  WS-CAND-TYPE            PIC X(01)  VALUE SPACES.
015900     05  WS-CAND-FROM            PIC 9(08)  VALUE ZEROES.
016000     05  WS-CAND-TO              PIC 9(08)  VALUE ZEROES.
016100     05  WS-BEST-FROM            PIC 9(08)  VALUE ZEROES.
020000             15  WS-MST-EFFECTIVE-FROM    PIC 9(08).
020100             15  WS-MST-EFFECTIVE-TO      PIC 9(08).
020200             15  WS-MST-GREETING-TEXT     PIC X(40).
020300             15  WS-MST-MESSAGE-TYPE      PIC X(01).
020350             15  FILLER                   PIC X(21).
020400*-----------------------------------------------------------------
020500* REPORT LAYOUT FIELDS
020600*-----------------------------------------------------------------
022300         10  WS-RPT-ACTION-LANG  PIC X(02) VALUE SPACES.
022400         10  FILLER              PIC X(08) VALUE '  FROM: '.
022500         10  WS-RPT-ACTION-FROM  PIC X(08) VALUE SPACES.
022600         10  FILLER              PIC X(08) VALUE '  TYPE: '.
022630         10  WS-RPT-ACTION-TYPE  PIC X(01) VALUE SPACES.
022660         10  FILLER              PIC X(82) VALUE SPACES.
022700     05  WS-RPT-IMAGE-LINE.
022800         10  FILLER              PIC X(02) VALUE SPACES.
022900         10  WS-RPT-IMAGE-TAG    PIC X(08) VALUE SPACES.
025200     05  WS-PRV-DETAIL.
025300         10  FILLER              PIC X(06) VALUE 'LANG: '.
025400         10  WS-PRV-LANG         PIC X(02) VALUE SPACES.
025430         10  FILLER              PIC X(08) VALUE '  TYPE: '.
025460         10  WS-PRV-TYPE         PIC X(07) VALUE SPACES.
025500         10  FILLER              PIC X(08) VALUE '  FROM: '.
025600         10  WS-PRV-FROM         PIC X(08) VALUE SPACES.
025700         10  FILLER              PIC X(06) VALUE '  TO: '.
025800         10  WS-PRV-TO           PIC X(08) VALUE SPACES.
025900         10  FILLER              PIC X(08) VALUE '  TEXT: '.
026000         10  WS-PRV-TEXT         PIC X(40) VALUE SPACES.
026100         10  FILLER              PIC X(31) VALUE SPACES.
026200     05  WS-PRV-MISS-LINE.
026300         10  FILLER              PIC X(06) VALUE 'LANG: '.
026400         10  WS-PRV-MISS-LANG    PIC X(02) VALUE SPACES.
026430         10  FILLER              PIC X(08) VALUE '  TYPE: '.
026460         10  WS-PRV-MISS-TYPE    PIC X(07) VALUE SPACES.
026500         10  FILLER              PIC X(42)
026600             VALUE '  ** NOTHING EFFECTIVE FOR THE AS-OF DATE'.
026700         10  FILLER              PIC X(67) VALUE SPACES.
026800*
026900 LINKAGE SECTION.
027000 01  LK-PARM-AREA.
029700*-----------------------------------------------------------------
029800* 1000-INITIALIZE
029900*   OPENS ALL FILES, ESTABLISHES THE PREVIEW AS-OF DATE FROM THE
030000*   EXEC PARM (DEFAULT THE GREETBDT BUSINESS DATE), AND WRITES
030010*   THE REPORT HEADINGS.
030100*   ANY FILE FAILING TO OPEN, OR A BAD AS-OF DATE, IS FATAL TO
030200*   THE RUN - A PREVIEW PROOFED AGAINST THE WRONG DATE IS WORSE
030300*   THAN NO PREVIEW AT ALL.
034600         STOP RUN
034700     END-IF.
034800     MOVE SPACES TO WS-MASTER-TABLE.
034900     PERFORM 1050-READ-BUSINESS-DATE
034910         THRU 1050-EXIT.
035000     PERFORM 1100-SET-AS-OF-DATE
035100         THRU 1100-EXIT.
035200     STRING WS-RUN-DATE-MM   DELIMITED BY SIZE
036900*
037000 1000-EXIT.
037100     EXIT.
037101*-----------------------------------------------------------------
037102* 1050-READ-BUSINESS-DATE
037103*   TAKES THE RUN DATE FROM THE GREETBDT BUSINESS-DATE CONTROL
037104*   RECORD RATHER THAN THE SYSTEM CLOCK, SO THE RUN WORKS THE
037105*   CYCLE'S BUSINESS DAY EVEN WHEN IT IS HELD PAST MIDNIGHT.  A
037106*   MISSING OR INVALID CONTROL RECORD IS FATAL.
037107*-----------------------------------------------------------------
037108 1050-READ-BUSINESS-DATE.
037109     OPEN INPUT GREETBDT.
037110     IF NOT WS-GREETBDT-OK
037111         DISPLAY "GREETMSM0011E UNABLE TO OPEN GREETBDT - "
037112                 "RUN TERMINATED"
037113         MOVE 16 TO RETURN-CODE
037114         STOP RUN
037115     END-IF.
037116     READ GREETBDT
037117         AT END
037118             MOVE SPACES TO BUSINESS-DATE-RECORD
037119     END-READ.
037120     IF BDT-BUSINESS-DATE IS NOT NUMERIC
037121        OR BDT-BUSINESS-DATE = ZEROES
037122         DISPLAY "GREETMSM0012E NO VALID BUSINESS DATE ON "
037123                 "GREETBDT - RUN TERMINATED"
037124         MOVE 16 TO RETURN-CODE
037125         STOP RUN
037126     END-IF.
037127     MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
037128     CLOSE GREETBDT.
037129*
037130 1050-EXIT.
037131     EXIT.
037200*-----------------------------------------------------------------
037300* 1100-SET-AS-OF-DATE
037400*   TAKES THE PREVIEW AS-OF DATE FROM THE EXEC PARM WHEN ONE WAS
037500*   SUPPLIED (CCYYMMDD), OTHERWISE THE BUSINESS DATE.  A PARM
037600*   THAT IS NOT A REAL CALENDAR DATE IS FATAL.
037700*-----------------------------------------------------------------
037800 1100-SET-AS-OF-DATE.
037900     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH.
049600         MOVE 'LANGUAGE CODE MISSING' TO WS-REJECT-REASON
049700         GO TO 3200-EXIT
049800     END-IF.
049810     IF MT-MESSAGE-TYPE NOT = SPACE
049820        AND MT-MESSAGE-TYPE NOT = 'W'
049830         SET WS-TRAN-INVALID TO TRUE
049840         MOVE 'MESSAGE TYPE NOT VALID' TO WS-REJECT-REASON
049850         GO TO 3200-EXIT
049860     END-IF.
049900     IF MT-EFFECTIVE-FROM IS NOT NUMERIC
050000         SET WS-TRAN-INVALID TO TRUE
050100         MOVE 'EFFECTIVE-FROM NOT NUMERIC' TO WS-REJECT-REASON
057900         GO TO 3220-EXIT
058000     END-IF.
058100     MOVE MT-LANGUAGE-CODE  TO WS-CAND-LANG.
058150     MOVE MT-MESSAGE-TYPE   TO WS-CAND-TYPE.
058200     MOVE MT-EFFECTIVE-FROM TO WS-CAND-FROM.
058300     MOVE MT-EFFECTIVE-TO   TO WS-CAND-TO.
058400     MOVE ZEROES            TO WS-CAND-EXCLUDE.
060600*-----------------------------------------------------------------
060700 3230-VALIDATE-REPLACE.
060800     MOVE MT-LANGUAGE-CODE  TO WS-CAND-LANG.
060850     MOVE MT-MESSAGE-TYPE   TO WS-CAND-TYPE.
060900     MOVE MT-EFFECTIVE-FROM TO WS-CAND-FROM.
061000     IF MT-EFFECTIVE-TO NOT = ZEROES
061100         MOVE MT-EFFECTIVE-TO TO WS-CAND-TO
066100*-----------------------------------------------------------------
066200* 3250-FIND-MASTER-ENTRY
066300*   SEARCHES THE MASTER TABLE FOR THE ROW CARRYING THE
066400*   TRANSACTION'S LANGUAGE CODE, MESSAGE TYPE AND EFFECTIVE-FROM
066450*   DATE.
066500*-----------------------------------------------------------------
066600 3250-FIND-MASTER-ENTRY.
066700     MOVE 'N' TO WS-MASTER-FOUND-SW.
067300                 = MT-LANGUAGE-CODE
067400              AND WS-MST-EFFECTIVE-FROM (WS-MST-IDX)
067500                 = MT-EFFECTIVE-FROM
067510              AND WS-MST-MESSAGE-TYPE (WS-MST-IDX)
067520                 = MT-MESSAGE-TYPE
067600             SET WS-MASTER-FOUND TO TRUE
067700     END-SEARCH.
067800*
068900     MOVE MT-ACTION-CODE    TO WS-RPT-ACTION.
069000     MOVE MT-LANGUAGE-CODE  TO WS-RPT-ACTION-LANG.
069100     MOVE MT-EFFECTIVE-FROM TO WS-RPT-ACTION-FROM.
069150     MOVE MT-MESSAGE-TYPE   TO WS-RPT-ACTION-TYPE.
069200     WRITE GREETMMR-RECORD FROM WS-RPT-ACTION-LINE.
069300     IF MT-ACTION-ADD
069400         MOVE 'BEFORE: '         TO WS-RPT-IMAGE-TAG
070500             TO WS-MST-EFFECTIVE-TO (WS-MST-IDX)
070600         MOVE MT-GREETING-TEXT
070700             TO WS-MST-GREETING-TEXT (WS-MST-IDX)
070710         MOVE MT-MESSAGE-TYPE
070720             TO WS-MST-MESSAGE-TYPE (WS-MST-IDX)
070800     ELSE
070900         MOVE 'BEFORE: ' TO WS-RPT-IMAGE-TAG
071000         MOVE WS-MST-RECORD (WS-MST-IDX) TO WS-RPT-IMAGE
073300*-----------------------------------------------------------------
073400* 3400-CHECK-WINDOW-OVERLAP
073500*   TESTS THE CANDIDATE WINDOW (WS-CAND-LANG/FROM/TO) AGAINST
073600*   EVERY OTHER ROW FOR THE SAME LANGUAGE AND MESSAGE TYPE.  TWO
073700*   BOUNDED WINDOWS MAY NOT INTERSECT; AT MOST ONE ROW PER
073800*   LANGUAGE AND TYPE MAY BE OPEN-ENDED.  A BOUNDED WINDOW OVER
073900*   THE OPEN-ENDED BASE IS THE DOCUMENTED SEASONAL PATTERN AND
074000*   IS ALLOWED.  THE ENTRY AT WS-CAND-EXCLUDE (THE ROW A
074100*   REPLACE IS REWRITING) IS LEFT OUT OF THE CHECK.
074200*-----------------------------------------------------------------
074300 3400-CHECK-WINDOW-OVERLAP.
074400     MOVE 'N' TO WS-OVERLAP-FOUND-SW
075700 3410-CHECK-ONE-WINDOW.
075800     IF WS-OVL-SUB = WS-CAND-EXCLUDE
075900        OR WS-MST-LANGUAGE-CODE (WS-OVL-SUB) NOT = WS-CAND-LANG
075950        OR WS-MST-MESSAGE-TYPE (WS-OVL-SUB) NOT = WS-CAND-TYPE
076000         GO TO 3410-EXIT
076100     END-IF.
076200     IF WS-CAND-TO = ZEROES
083100     EXIT.
083200*-----------------------------------------------------------------
083300* 6100-PREVIEW-LANGUAGE
083400*   PREVIEWS THE LANGUAGE AND MESSAGE TYPE OF ONE MASTER
083500*   ENTRY, UNLESS AN EARLIER ENTRY ALREADY CARRIED THE SAME PAIR.
083600*-----------------------------------------------------------------
083700 6100-PREVIEW-LANGUAGE.
083800     MOVE 'N' TO WS-LANG-SEEN-SW.
085300         THRU 6200-EXIT
085400         VARYING WS-PICK-SUB FROM 1 BY 1
085500         UNTIL WS-PICK-SUB > WS-MASTER-ENTRY-COUNT.
085510     IF WS-MST-MESSAGE-TYPE (WS-PRV-SUB) = 'W'
085520         MOVE 'WELCOME' TO WS-PRV-TYPE
085530     ELSE
085540         MOVE 'DAILY  ' TO WS-PRV-TYPE
085550     END-IF.
085600     IF WS-PREVIEW-HIT
085700         MOVE WS-MST-LANGUAGE-CODE (WS-PRV-SUB) TO WS-PRV-LANG
085800         MOVE WS-BEST-FROM TO WS-PRV-FROM
086600     ELSE
086700         MOVE WS-MST-LANGUAGE-CODE (WS-PRV-SUB)
086800             TO WS-PRV-MISS-LANG
086850         MOVE WS-PRV-TYPE TO WS-PRV-MISS-TYPE
086900         WRITE GREETMPV-RECORD FROM WS-PRV-MISS-LINE
087000     END-IF.
087100*
087400*-----------------------------------------------------------------
087500* 6150-CHECK-LANGUAGE-SEEN
087600*   TESTS WHETHER ONE EARLIER ENTRY ALREADY CARRIES THE
087700*   LANGUAGE AND MESSAGE TYPE BEING PREVIEWED.
087800*-----------------------------------------------------------------
087900 6150-CHECK-LANGUAGE-SEEN.
088000     IF WS-MST-LANGUAGE-CODE (WS-SEEN-SUB)
088025             = WS-MST-LANGUAGE-CODE (WS-PRV-SUB)
088050        AND WS-MST-MESSAGE-TYPE (WS-SEEN-SUB)
088075             = WS-MST-MESSAGE-TYPE (WS-PRV-SUB)
088200         SET WS-LANG-SEEN TO TRUE
088300     END-IF.
088400*
088700*-----------------------------------------------------------------
088800* 6200-PICK-EFFECTIVE-ROW
088900*   KEEPS ONE MASTER ROW AS THE PREVIEW WINNER WHEN IT COVERS
089000*   THE AS-OF DATE FOR THE LANGUAGE AND TYPE BEING PREVIEWED AND
089100*   ITS EFFECTIVE-FROM IS THE LATEST SEEN SO FAR - THE SAME RULE
089200*   THE GREETING RUN APPLIES AT LOAD TIME.
089300*-----------------------------------------------------------------
089400 6200-PICK-EFFECTIVE-ROW.
089600             NOT = WS-MST-LANGUAGE-CODE (WS-PRV-SUB)
089700         GO TO 6200-EXIT
089800     END-IF.
089810     IF WS-MST-MESSAGE-TYPE (WS-PICK-SUB)
089820             NOT = WS-MST-MESSAGE-TYPE (WS-PRV-SUB)
089830         GO TO 6200-EXIT
089840     END-IF.
089900     IF WS-MST-EFFECTIVE-FROM (WS-PICK-SUB) > WS-AS-OF-DATE
090000         GO TO 6200-EXIT
090100     END-IF.
