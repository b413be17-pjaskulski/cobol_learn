001200*           PENDING CARRY-FORWARD, AND PROVES ON ONE GREETBRP
001300*           REPORT THAT
001400*             ACCEPTED = GREETED + CLOSED-SKIPS + UNKNOWN-BRANCH
001500*                        + SELECTION-BYPASSES + NOT-ACTIVE
001550*                        (FULL RUNS ONLY -
001600*                        A BRANCH/REGION RERUN DELIBERATELY
001700*                        GREETS A SUBSET OF THE CLEANED FILE, SO
001800*                        THAT LEG IS REPORTED AS INFORMATIONAL)
002200*           THE DAY THAN WERE SENT.  ANY BREAK, OR ANY SOURCE
002300*           FILE THAT CANNOT BE READ, ENDS THE STEP WITH A
002400*           FAILING CONDITION CODE SO THE SCHEDULER PAGES THE
002500*           SAME NIGHT.  THE BALANCING DATE IS THE BUSINESS
002600*           DATE ON THE GREETBDT CONTROL RECORD.  RUN AFTER THE
002700*           GREETACK JOB, POINTING GREETIF AT THE DAY'S
002800*           ARCHIVED COPY CUT BEFORE THE LIVE FILE IS CLEARED.
002810*           TYPE 'R' RESEND BATCHES (GREETRSN RETRANSMISSIONS
003190*                   THE ACCEPTED LEG IS PROVED ONLY FOR A
003191*                   SINGLE FULL-MODE RUN AND OTHERWISE PRINTS
003192*                   AS INFORMATIONAL.
003193*   10/15/2026  RT  THE BALANCING DATE IS NOW THE BUSINESS DATE
003194*                   ON THE GREETBDT CONTROL RECORD; THE CCYYMMDD
003195*                   EXEC PARM IS WITHDRAWN.  THE RUN IS REFUSED
003196*                   WHEN GREETCYC ALREADY SHOWS IT COMPLETE FOR
003197*                   THE BUSINESS DATE OR HELLOJOB AND GREETACK
003198*                   HAVE NOT YET COMPLETED, AND ITS OWN
003199*                   COMPLETION IS APPENDED TO GREETCYC AT THE END.
003200*   10/15/2026  RT  COUNTS WIDENED FOR SIX-DIGIT RUN VOLUMES -
003205*                   THE GREETERP ACCEPTED COUNT IS READ AS SIX
003210*                   DIGITS AND THE SUMMED AUDIT AND TELLER-FILE
003215*                   COUNTS CARRY SEVEN.
003216*   10/15/2026  RT  RECIPIENTS NOT ACTIVE ON THE RUN DATE, FROM
003217*                   THE NEW GREETAUD COUNT, JOIN THE SKIPS IN THE
003218*                   ACCEPTED LEG.
003219*   10/15/2026  RT  EVERY BREAK IS ALSO APPENDED TO THE GREETEXC
003220*                   EXCEPTION EVENT FILE FOR THE MORNING WORKLIST,
003221*                   WITH A RUN MARKER AT END OF RUN.
003222*-----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.  IBM-370.
005400     SELECT GREETBRP ASSIGN TO GREETBRP
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-GREETBRP-STATUS.
005610     SELECT GREETBDT ASSIGN TO GREETBDT
005620         ORGANIZATION IS SEQUENTIAL
005630         FILE STATUS IS WS-GREETBDT-STATUS.
005640     SELECT GREETCYC ASSIGN TO GREETCYC
005650         ORGANIZATION IS SEQUENTIAL
005660         FILE STATUS IS WS-GREETCYC-STATUS.
005670     SELECT GREETEXC ASSIGN TO GREETEXC
005680         ORGANIZATION IS SEQUENTIAL
005690         FILE STATUS IS WS-GREETEXC-STATUS.
005700*
005800 DATA DIVISION.
005900 FILE SECTION.
006200     LABEL RECORDS ARE STANDARD.
006300 01  GREETERP-RECORD.
006400     05  ERP-COUNT-TEXT              PIC X(28).
006500     05  ERP-COUNT-VALUE             PIC X(06).
006600     05  FILLER                      PIC X(98).
006700*
006800 FD  GREETAUD
006900     RECORDING MODE IS F
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 01  GREETBRP-RECORD                PIC X(132).
009105*
009110 FD  GREETBDT
009115     RECORDING MODE IS F
009120     LABEL RECORDS ARE STANDARD.
009125 COPY BUSDTREC.
009130*
009135 FD  GREETCYC
009140     RECORDING MODE IS F
009145     LABEL RECORDS ARE STANDARD.
009150 COPY CYCLEREC.
009200*
009210 FD  GREETEXC
009220     RECORDING MODE IS F
009230     LABEL RECORDS ARE STANDARD.
009240 COPY EXCPREC.
009250*
009300 WORKING-STORAGE SECTION.
009400*-----------------------------------------------------------------
009500* FILE STATUS SWITCHES
010700         88  WS-GREETPNW-OK                   VALUE '00'.
010800     05  WS-GREETBRP-STATUS      PIC X(02)  VALUE SPACES.
010900         88  WS-GREETBRP-OK                   VALUE '00'.
010910     05  WS-GREETBDT-STATUS      PIC X(02)  VALUE SPACES.
010920         88  WS-GREETBDT-OK                   VALUE '00'.
010930     05  WS-GREETCYC-STATUS      PIC X(02)  VALUE SPACES.
010940         88  WS-GREETCYC-OK                   VALUE '00'.
010950     05  WS-GREETEXC-STATUS      PIC X(02)  VALUE SPACES.
010960         88  WS-GREETEXC-OK                   VALUE '00'.
011000*-----------------------------------------------------------------
011100* PROGRAM SWITCHES
011200*-----------------------------------------------------------------
012900         88  WS-IN-DAY-BATCH                  VALUE 'Y'.
013000     05  WS-AUDIT-FULL-MODE-SW   PIC X(01)  VALUE 'N'.
013100         88  WS-AUDIT-FULL-MODE               VALUE 'Y'.
013110     05  WS-GREETCYC-EOF-SW      PIC X(01)  VALUE 'N'.
013120         88  WS-GREETCYC-EOF                  VALUE 'Y'.
013130     05  WS-CYCLE-DONE-SW        PIC X(01)  VALUE 'N'.
013140         88  WS-CYCLE-DONE                    VALUE 'Y'.
013150     05  WS-HELLOJOB-DONE-SW     PIC X(01)  VALUE 'N'.
013160         88  WS-HELLOJOB-DONE                 VALUE 'Y'.
013170     05  WS-GREETACK-DONE-SW     PIC X(01)  VALUE 'N'.
013180         88  WS-GREETACK-DONE                 VALUE 'Y'.
013200*-----------------------------------------------------------------
013300* RUN CONTROL FIELDS
013400*-----------------------------------------------------------------
014000         10  WS-RUN-DATE-DD      PIC 9(02).
014100     05  WS-RUN-DATE-EDIT        PIC X(10)  VALUE SPACES.
014200     05  WS-BALANCE-DATE         PIC 9(08)  VALUE ZEROES.
014300     05  WS-COUNT-EDIT           PIC X(06)  VALUE SPACES.
014400     05  WS-AUDIT-MODE           PIC X(06)  VALUE SPACES.
014410     05  WS-CYCLE-WAIT-JOB       PIC X(08)  VALUE SPACES.
014600 77  WS-ACCEPTED-COUNT           PIC 9(07)  VALUE ZEROES.
014700 77  WS-GREETED-COUNT            PIC 9(07)  VALUE ZEROES.
014800 77  WS-CLOSED-SKIP-COUNT        PIC 9(07)  VALUE ZEROES.
014900 77  WS-UNKNOWN-BRN-COUNT        PIC 9(07)  VALUE ZEROES.
015000 77  WS-BYPASS-COUNT             PIC 9(07)  VALUE ZEROES.
015050 77  WS-INACTIVE-COUNT           PIC 9(07)  VALUE ZEROES.
015100 77  WS-PROCESSED-TOTAL          PIC 9(07)  VALUE ZEROES.
015200 77  WS-IF-DETAIL-COUNT          PIC 9(07)  VALUE ZEROES.
015300 77  WS-IF-TRAILER-COUNT         PIC 9(07)  VALUE ZEROES.
015400 77  WS-XMT-LOGGED-COUNT         PIC 9(06)  VALUE ZEROES.
015500 77  WS-PENDING-TODAY-COUNT      PIC 9(06)  VALUE ZEROES.
015600 77  WS-BREAK-COUNT              PIC 9(03)  COMP VALUE ZEROES.
015610 77  WS-AUDIT-ROW-COUNT          PIC 9(03)  COMP VALUE ZEROES.
015620 77  WS-EXCEPTION-COUNT          PIC 9(05)  COMP VALUE ZEROES.
015700*-----------------------------------------------------------------
015800* REPORT LAYOUT FIELDS
015900*-----------------------------------------------------------------
017300     05  WS-RPT-FIGURE-LINE.
017400         10  FILLER              PIC X(02) VALUE SPACES.
017500         10  WS-RPT-FIGURE-TEXT  PIC X(38) VALUE SPACES.
017600         10  WS-RPT-FIGURE       PIC ZZZZZZ9.
017700         10  FILLER              PIC X(85) VALUE SPACES.
017800     05  WS-RPT-CHECK-LINE.
017900         10  FILLER              PIC X(02) VALUE SPACES.
018000         10  WS-RPT-CHECK-FLAG   PIC X(03) VALUE SPACES.
018200         10  WS-RPT-CHECK-TEXT   PIC X(70) VALUE SPACES.
018300         10  FILLER              PIC X(56) VALUE SPACES.
018400*
019000 PROCEDURE DIVISION.
019100*-----------------------------------------------------------------
019200* 0000-MAINLINE
019300*   CONTROLS THE OVERALL FLOW OF THE BALANCING RUN.
021500     EXIT.
021600*-----------------------------------------------------------------
021700* 1000-INITIALIZE
021800*   OPENS THE REPORT, TAKES THE BALANCING DATE FROM THE
021900*   GREETBDT BUSINESS DATE, AND WRITES THE HEADINGS.  THE
022000*   SOURCE FILES OPEN IN THEIR OWN SCAN PARAGRAPHS SO EACH
022100*   ABSENCE CAN BE REPORTED AS ITS OWN BREAK.
022200*-----------------------------------------------------------------
022300 1000-INITIALIZE.
022310     PERFORM 1050-READ-BUSINESS-DATE
022320         THRU 1050-EXIT.
022330     PERFORM 1060-CHECK-CYCLE-STATUS
022340         THRU 1060-EXIT.
022400     OPEN OUTPUT GREETBRP.
022500     IF NOT WS-GREETBRP-OK
022600         DISPLAY "GREETBAL0001E UNABLE TO OPEN GREETBRP - "
022800         MOVE 16 TO RETURN-CODE
022900         STOP RUN
023000     END-IF.
023010     OPEN EXTEND GREETEXC.
023015     IF NOT WS-GREETEXC-OK
023020         CLOSE GREETEXC
023025         OPEN OUTPUT GREETEXC
023030     END-IF.
023035     IF NOT WS-GREETEXC-OK
023040         DISPLAY "GREETBAL0009E UNABLE TO OPEN GREETEXC - "
023045                 "RUN TERMINATED"
023050         MOVE 16 TO RETURN-CODE
023055         STOP RUN
023060     END-IF.
023200     MOVE WS-RUN-DATE TO WS-BALANCE-DATE.
024600     STRING WS-RUN-DATE-MM   DELIMITED BY SIZE
024700            '/'              DELIMITED BY SIZE
024800            WS-RUN-DATE-DD   DELIMITED BY SIZE
025700*
025800 1000-EXIT.
025900     EXIT.
025901*-----------------------------------------------------------------
025902* 1050-READ-BUSINESS-DATE
025903*   TAKES THE RUN DATE FROM THE GREETBDT BUSINESS-DATE CONTROL
025904*   RECORD RATHER THAN THE SYSTEM CLOCK, SO THE RUN WORKS THE
025905*   CYCLE'S BUSINESS DAY EVEN WHEN IT IS HELD PAST MIDNIGHT.  A
025906*   MISSING OR INVALID CONTROL RECORD IS FATAL.
025907*-----------------------------------------------------------------
025908 1050-READ-BUSINESS-DATE.
025909     OPEN INPUT GREETBDT.
025910     IF NOT WS-GREETBDT-OK
025911         DISPLAY "GREETBAL0004E UNABLE TO OPEN GREETBDT - "
025912                 "RUN TERMINATED"
025913         MOVE 16 TO RETURN-CODE
025914         STOP RUN
025915     END-IF.
025916     READ GREETBDT
025917         AT END
025918             MOVE SPACES TO BUSINESS-DATE-RECORD
025919     END-READ.
025920     IF BDT-BUSINESS-DATE IS NOT NUMERIC
025921        OR BDT-BUSINESS-DATE = ZEROES
025922         DISPLAY "GREETBAL0005E NO VALID BUSINESS DATE ON "
025923                 "GREETBDT - RUN TERMINATED"
025924         MOVE 16 TO RETURN-CODE
025925         STOP RUN
025926     END-IF.
025927     MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
025928     CLOSE GREETBDT.
025929*
025930 1050-EXIT.
025931     EXIT.
025932*-----------------------------------------------------------------
025933* 1060-CHECK-CYCLE-STATUS
025934*   REFUSES THE RUN WHEN GREETCYC ALREADY SHOWS GREETBAL COMPLETE
025935*   FOR THE BUSINESS DATE (A SECOND RUN FOR THE SAME DAY), OR
025936*   WHEN IT DOES NOT YET SHOW HELLOJOB AND GREETACK COMPLETE (A
025937*   RUN OUT OF ORDER).  AN ABSENT FILE MEANS NOTHING HAS
025938*   COMPLETED.
025939*-----------------------------------------------------------------
025940 1060-CHECK-CYCLE-STATUS.
025941     OPEN INPUT GREETCYC.
025942     IF WS-GREETCYC-OK
025943         PERFORM 1070-READ-CYCLE-ROW
025944             THRU 1070-EXIT
025945             UNTIL WS-GREETCYC-EOF
025946         CLOSE GREETCYC
025947     END-IF.
025948     IF WS-CYCLE-DONE
025949         DISPLAY "GREETBAL0006E GREETBAL ALREADY COMPLETE FOR "
025950                 "BUSINESS DATE " WS-RUN-DATE " - RUN "
025951                 "TERMINATED"
025952         MOVE 16 TO RETURN-CODE
025953         STOP RUN
025954     END-IF.
025955     IF NOT WS-HELLOJOB-DONE
025956        AND WS-CYCLE-WAIT-JOB = SPACES
025957         MOVE 'HELLOJOB' TO WS-CYCLE-WAIT-JOB
025958     END-IF.
025959     IF NOT WS-GREETACK-DONE
025960        AND WS-CYCLE-WAIT-JOB = SPACES
025961         MOVE 'GREETACK' TO WS-CYCLE-WAIT-JOB
025962     END-IF.
025963     IF WS-CYCLE-WAIT-JOB NOT = SPACES
025964         DISPLAY "GREETBAL0007E " WS-CYCLE-WAIT-JOB
025965                 " NOT YET COMPLETE FOR BUSINESS DATE "
025966                 WS-RUN-DATE " - RUN OUT OF ORDER - TERMINATED"
025967         MOVE 16 TO RETURN-CODE
025968         STOP RUN
025969     END-IF.
025970*
025971 1060-EXIT.
025972     EXIT.
025973*-----------------------------------------------------------------
025974* 1070-READ-CYCLE-ROW
025975*   READS ONE CYCLE-STATUS ROW, NOTING THE COMPLETIONS THAT
025976*   MATTER TO THIS RUN FOR THE BUSINESS DATE.
025977*-----------------------------------------------------------------
025978 1070-READ-CYCLE-ROW.
025979     READ GREETCYC
025980         AT END
025981             SET WS-GREETCYC-EOF TO TRUE
025982             GO TO 1070-EXIT
025983     END-READ.
025984     IF CYC-BUSINESS-DATE NOT = WS-RUN-DATE
025985        OR NOT CYC-STATUS-COMPLETE
025986         GO TO 1070-EXIT
025987     END-IF.
025988     IF CYC-JOB-NAME = WS-RPT-JOB-NAME
025989         SET WS-CYCLE-DONE TO TRUE
025990     END-IF.
025991     IF CYC-JOB-NAME = 'HELLOJOB'
025992         SET WS-HELLOJOB-DONE TO TRUE
025993     END-IF.
025994     IF CYC-JOB-NAME = 'GREETACK'
025995         SET WS-GREETACK-DONE TO TRUE
025996     END-IF.
025997*
025998 1070-EXIT.
025999     EXIT.
026000*-----------------------------------------------------------------
026100* 2000-SCAN-EDIT-REPORT
026200*   PULLS THE ACCEPTED COUNT OFF THE DAY'S GREETERP EDIT
027000             THRU 8100-EXIT
027100         MOVE 'GREETERP EDIT REPORT NOT AVAILABLE'
027200             TO WS-RPT-CHECK-TEXT
027300         PERFORM 8200-WRITE-CHECK-LINE
027310             THRU 8200-EXIT
027400         SET WS-GREETERP-EOF TO TRUE
027500         GO TO 2000-EXIT
027600     END-IF.
028300             THRU 8100-EXIT
028400         MOVE 'ACCEPTED COUNT NOT FOUND ON GREETERP'
028500             TO WS-RPT-CHECK-TEXT
028600         PERFORM 8200-WRITE-CHECK-LINE
028610             THRU 8200-EXIT
028700     END-IF.
028800*
028900 2000-EXIT.
032200             THRU 8100-EXIT
032300         MOVE 'GREETAUD AUDIT TRAIL NOT AVAILABLE'
032400             TO WS-RPT-CHECK-TEXT
032500         PERFORM 8200-WRITE-CHECK-LINE
032510             THRU 8200-EXIT
032600         SET WS-GREETAUD-EOF TO TRUE
032700         GO TO 3000-EXIT
032800     END-IF.
033500             THRU 8100-EXIT
033600         MOVE 'NO SUCCESSFUL AUDIT ROW FOR THE BALANCING DATE'
033700             TO WS-RPT-CHECK-TEXT
033800         PERFORM 8200-WRITE-CHECK-LINE
033810             THRU 8200-EXIT
033900     END-IF.
034000*
034100 3000-EXIT.
037800     IF AUD-BYPASS-COUNT IS NUMERIC
037900         ADD AUD-BYPASS-COUNT TO WS-BYPASS-COUNT
038200     END-IF.
038210     IF AUD-INACTIVE-COUNT IS NUMERIC
038220         ADD AUD-INACTIVE-COUNT TO WS-INACTIVE-COUNT
038230     END-IF.
038300*
038400 3100-EXIT.
038500     EXIT.
039500             THRU 8100-EXIT
039600         MOVE 'GREETIF INTERFACE FILE NOT AVAILABLE'
039700             TO WS-RPT-CHECK-TEXT
039800         PERFORM 8200-WRITE-CHECK-LINE
039810             THRU 8200-EXIT
039900         SET WS-GREETIF-EOF TO TRUE
040000         GO TO 4000-EXIT
040100     END-IF.
045000             THRU 8100-EXIT
045100         MOVE 'GREETXMT TRANSMISSION LOG NOT AVAILABLE'
045200             TO WS-RPT-CHECK-TEXT
045300         PERFORM 8200-WRITE-CHECK-LINE
045310             THRU 8200-EXIT
045400         SET WS-GREETXMT-EOF TO TRUE
045500         GO TO 5000-EXIT
045600     END-IF.
049000             THRU 8100-EXIT
049100         MOVE 'GREETPNW PENDING CARRY-FORWARD NOT AVAILABLE'
049200             TO WS-RPT-CHECK-TEXT
049300         PERFORM 8200-WRITE-CHECK-LINE
049310             THRU 8200-EXIT
049400         SET WS-GREETPNW-EOF TO TRUE
049500         GO TO 6000-EXIT
049600     END-IF.
054400         TO WS-RPT-FIGURE-TEXT.
054500     MOVE WS-BYPASS-COUNT TO WS-RPT-FIGURE.
054600     WRITE GREETBRP-RECORD FROM WS-RPT-FIGURE-LINE.
054610     MOVE 'RECIPIENTS NOT ACTIVE (GREETAUD):     '
054620         TO WS-RPT-FIGURE-TEXT.
054630     MOVE WS-INACTIVE-COUNT TO WS-RPT-FIGURE.
054640     WRITE GREETBRP-RECORD FROM WS-RPT-FIGURE-LINE.
054700     MOVE 'INTERFACE DETAIL ROWS (GREETIF):      '
054800         TO WS-RPT-FIGURE-TEXT.
054900     MOVE WS-IF-DETAIL-COUNT TO WS-RPT-FIGURE.
056500     END-IF.
056600     COMPUTE WS-PROCESSED-TOTAL = WS-GREETED-COUNT
056700         + WS-CLOSED-SKIP-COUNT + WS-UNKNOWN-BRN-COUNT
056800         + WS-BYPASS-COUNT + WS-INACTIVE-COUNT.
056900     IF WS-AUDIT-FULL-MODE
056910        AND WS-AUDIT-ROW-COUNT = 1
057000         IF WS-ACCEPTED-COUNT = WS-PROCESSED-TOTAL
057600         END-IF
057700         MOVE 'ACCEPTED = GREETED + CLOSED-SKIPS + UNKNOWN + '
057800             TO WS-RPT-CHECK-TEXT
057900         MOVE 'BYPASSES + INACTIVE'
057950             TO WS-RPT-CHECK-TEXT (47:19)
058000         PERFORM 8200-WRITE-CHECK-LINE
058010             THRU 8200-EXIT
058100     ELSE
058200         MOVE 'N/A' TO WS-RPT-CHECK-FLAG
058300         MOVE SPACES TO WS-RPT-CHECK-TEXT
058800                    INTO WS-RPT-CHECK-TEXT
058900             END-STRING
058910         END-IF
059000         PERFORM 8200-WRITE-CHECK-LINE
059010             THRU 8200-EXIT
059100     END-IF.
059200     IF WS-GREETED-COUNT = WS-IF-DETAIL-COUNT
059300         PERFORM 8000-REPORT-PROVED
059800     END-IF.
059900     MOVE 'GREETED = INTERFACE DETAIL ROWS'
060000         TO WS-RPT-CHECK-TEXT.
060100     PERFORM 8200-WRITE-CHECK-LINE
060110         THRU 8200-EXIT.
060200     IF WS-IF-DETAIL-COUNT = WS-IF-TRAILER-COUNT
060300         PERFORM 8000-REPORT-PROVED
060400             THRU 8000-EXIT
060800     END-IF.
060900     MOVE 'INTERFACE DETAIL ROWS = BATCH TRAILER COUNT'
061000         TO WS-RPT-CHECK-TEXT.
061100     PERFORM 8200-WRITE-CHECK-LINE
061110         THRU 8200-EXIT.
061200     IF WS-GREETED-COUNT = WS-XMT-LOGGED-COUNT
061300         PERFORM 8000-REPORT-PROVED
061400             THRU 8000-EXIT
061800     END-IF.
061900     MOVE 'GREETED = TRANSMISSION LOG COUNT'
062000         TO WS-RPT-CHECK-TEXT.
062100     PERFORM 8200-WRITE-CHECK-LINE
062110         THRU 8200-EXIT.
062200     IF WS-PENDING-TODAY-COUNT NOT > WS-GREETED-COUNT
062300         PERFORM 8000-REPORT-PROVED
062400             THRU 8000-EXIT
062800     END-IF.
062900     MOVE 'PENDING ROWS SENT TODAY NOT GREATER THAN GREETED'
063000         TO WS-RPT-CHECK-TEXT.
063100     PERFORM 8200-WRITE-CHECK-LINE
063110         THRU 8200-EXIT.
063200*
063300 7000-EXIT.
063400     EXIT.
065400*
065500 8100-EXIT.
065600     EXIT.
065604*-----------------------------------------------------------------
065608* 8200-WRITE-CHECK-LINE
065612*   WRITES THE CHECK LINE JUST BUILT.  A BREAK IS ALSO APPENDED
065616*   TO GREETEXC AS A HIGH-SEVERITY OPERATIONS EXCEPTION KEYED BY
065620*   THE BALANCING DATE, CARRYING THE CHECK TEXT.
065624*-----------------------------------------------------------------
065628 8200-WRITE-CHECK-LINE.
065632     WRITE GREETBRP-RECORD FROM WS-RPT-CHECK-LINE.
065636     IF WS-RPT-CHECK-FLAG NOT = '** '
065640         GO TO 8200-EXIT
065644     END-IF.
065648     MOVE SPACES TO EXCEPTION-RECORD.
065652     SET EXC-SEV-HIGH          TO TRUE.
065656     SET EXC-TYPE-BAL-BREAK    TO TRUE.
065660     SET EXC-OWNER-OPERATIONS  TO TRUE.
065664     SET EXC-KEY-DATE          TO TRUE.
065668     MOVE WS-BALANCE-DATE   TO EXC-KEY.
065672     MOVE 'N' TO EXC-AUTO-CLEAR-SW.
065676     MOVE WS-RPT-CHECK-TEXT TO EXC-TEXT.
065680     PERFORM 8500-WRITE-EXCEPTION-EVENT
065684         THRU 8500-EXIT.
065688*
065692 8200-EXIT.
065696     EXIT.
065700*-----------------------------------------------------------------
065800* 8500-WRITE-EXCEPTION-EVENT
065900*   STAMPS THE EXCEPTION EVENT BUILT BY THE CALLER WITH THE
066000*   PROGRAM AND BUSINESS DATE AND APPENDS IT TO GREETEXC FOR THE
066100*   MORNING WORKLIST.
066200*-----------------------------------------------------------------
066300 8500-WRITE-EXCEPTION-EVENT.
066400     MOVE WS-RPT-JOB-NAME TO EXC-PROGRAM-ID.
066500     MOVE WS-RUN-DATE     TO EXC-BUSINESS-DATE.
066600     MOVE ZEROES          TO EXC-FIRST-DATE
066700                             EXC-DAYS-OPEN.
066800     WRITE EXCEPTION-RECORD.
066900     ADD 1 TO WS-EXCEPTION-COUNT.
067000*
067100 8500-EXIT.
067200     EXIT.
067300*-----------------------------------------------------------------
067400* 8600-WRITE-RUN-MARKER
067500*   APPENDS THE RUNDONE MARKER THAT TELLS THE WORKLIST THIS RUN
067600*   FINISHED, SO ITEMS IT DID NOT RAISE AGAIN MAY BE CLEARED.
067700*-----------------------------------------------------------------
067800 8600-WRITE-RUN-MARKER.
067900     MOVE SPACES TO EXCEPTION-RECORD.
068000     MOVE ZEROES TO EXC-SEVERITY.
068100     SET EXC-TYPE-RUN-DONE TO TRUE.
068200     MOVE 'RUN COMPLETE' TO EXC-TEXT.
068300     PERFORM 8500-WRITE-EXCEPTION-EVENT
068400         THRU 8500-EXIT.
068500*
068600 8600-EXIT.
068700     EXIT.
068800*-----------------------------------------------------------------
068900* 9000-TERMINATE
069000*   CLOSES THE REPORT AND SETS THE STEP CONDITION CODE - CC 8
069100*   ON ANY BREAK SO THE SCHEDULER PAGES THE SAME NIGHT.
069200*-----------------------------------------------------------------
069300 9000-TERMINATE.
069400     CLOSE GREETBRP.
069500     PERFORM 8600-WRITE-RUN-MARKER
069600         THRU 8600-EXIT.
069700     CLOSE GREETEXC.
069800     IF WS-BREAK-COUNT > 0
069900         DISPLAY "GREETBAL0003E " WS-BREAK-COUNT
070000                 " BALANCING BREAK(S) - SEE GREETBRP"
070100         IF RETURN-CODE < 8
070200             MOVE 8 TO RETURN-CODE
070300         END-IF
070400     END-IF.
070500     PERFORM 9100-RECORD-CYCLE-STATUS
070600         THRU 9100-EXIT.
070700*
070800 9000-EXIT.
070900     EXIT.
071000*-----------------------------------------------------------------
071100* 9100-RECORD-CYCLE-STATUS
071200*   APPENDS GREETBAL'S COMPLETION ROW FOR THE BUSINESS DATE TO
071300*   GREETCYC, WHICH RELEASES THE JOBS THAT DEPEND ON IT AND
071400*   COUNTS TOWARD THE END-OF-CYCLE ROLL.  IT IS THE STEP'S LAST
071500*   ACT, SO A RUN THAT FAILS BEFORE IT IS SIMPLY RERUN: THE JOB
071600*   HAS NO PROMOTE STEP, GREETBRP IS A NEW GENERATION,
071700*   AND THE GREETEXC EVENTS RAISED AGAIN ARE COUNTED ONCE BY
071800*   THE MORNING WORKLIST AS A RERUN OF THE SOURCE.  FAILING TO
071900*   RECORD THE ROW IS FATAL.
072000*-----------------------------------------------------------------
072100 9100-RECORD-CYCLE-STATUS.
072200     OPEN EXTEND GREETCYC.
072300     IF NOT WS-GREETCYC-OK
072400         CLOSE GREETCYC
072500         OPEN OUTPUT GREETCYC
072600     END-IF.
072700     IF NOT WS-GREETCYC-OK
072800         DISPLAY "GREETBAL0008E UNABLE TO WRITE GREETCYC - "
072900                 "COMPLETION NOT RECORDED - RUN TERMINATED"
073000         MOVE 16 TO RETURN-CODE
073100         STOP RUN
073200     END-IF.
073300     MOVE SPACES            TO CYCLE-STATUS-RECORD.
073400     MOVE WS-RUN-DATE       TO CYC-BUSINESS-DATE.
073500     MOVE WS-RPT-JOB-NAME   TO CYC-JOB-NAME.
073600     SET CYC-STATUS-COMPLETE TO TRUE.
073700     MOVE RETURN-CODE       TO CYC-RETURN-CODE.
073800     ACCEPT CYC-SYSTEM-DATE FROM DATE YYYYMMDD.
073900     ACCEPT CYC-SYSTEM-TIME FROM TIME.
074000     WRITE CYCLE-STATUS-RECORD.
074100     CLOSE GREETCYC.
074200*
074300 9100-EXIT.
074400     EXIT.
