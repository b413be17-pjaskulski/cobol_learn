001700*           SCHEDULER CAN FLAG THE RUN.  THE SEQUENTIAL BACKUP
001800*           COPY OF THE MASTER IS CUT BY THE JOB'S UNLOAD STEP,
001900*           NOT BY THIS PROGRAM.
001901*           EVERY CHANGE APPLIED TO THE MASTER IS ALSO APPENDED
001902*           TO THE GREETJRN CHANGE JOURNAL WITH ITS FULL BEFORE
001903*           AND AFTER IMAGES UNDER THIS RUN'S RUN ID (START DATE
001904*           AND TIME), FROM WHICH GREETBKO CAN BACK THE RUN OUT
001905*           AND GREETASO CAN LIST THE MASTER AS OF A PAST DATE.
002000*-----------------------------------------------------------------
002100* MODIFICATION HISTORY.
002200*   08/22/2026  RT  INITIAL VERSION.
002600*                   REWRITING THE WHOLE MASTER TO GREETNEW,
002700*                   SO THE MAINTENANCE WINDOW NO LONGER GROWS
002800*                   WITH THE SIZE OF THE MASTER.
002810*   10/15/2026  RT  EVERY APPLIED CHANGE JOURNALED TO GREETJRN
002820*                   WITH BEFORE/AFTER IMAGES UNDER A RUN ID
002830*                   PRINTED ON GREETMRP, FOR BACKOUT AND AS-OF
002840*                   LISTING.  A JOURNAL FAILURE STOPS THE RUN.
002850*   10/15/2026  RT  START DATE, END DATE AND STATUS CODE
002860*                   MAINTAINED ON ADD AND CHANGE.  DATES MUST BE
002870*                   REAL CALENDAR DATES (ZEROS CLEAR ONE), THE END
002880*                   MAY NOT PRECEDE THE START, AND STATUS MUST BE
002890*                   A, L OR T.  AN ADD DEFAULTS TO ACTIVE.
002900*-----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004900     SELECT GREETMEX ASSIGN TO GREETMEX
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-GREETMEX-STATUS.
005110     SELECT GREETJRN ASSIGN TO GREETJRN
005120         ORGANIZATION IS SEQUENTIAL
005130         FILE STATUS IS WS-GREETJRN-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
007200     LABEL RECORDS ARE STANDARD.
007300 01  GREETMEX-RECORD                PIC X(132).
007400*
007410 FD  GREETJRN
007420     RECORDING MODE IS F
007430     LABEL RECORDS ARE STANDARD.
007440 COPY JRNLREC.
007450*
007500 WORKING-STORAGE SECTION.
007600*-----------------------------------------------------------------
007700* FILE STATUS SWITCHES.  STATUS '02' ON THE MASTER IS A
008900         88  WS-GREETMRP-OK                   VALUE '00'.
009000     05  WS-GREETMEX-STATUS      PIC X(02)  VALUE SPACES.
009100         88  WS-GREETMEX-OK                   VALUE '00'.
009110     05  WS-GREETJRN-STATUS      PIC X(02)  VALUE SPACES.
009120         88  WS-GREETJRN-OK                   VALUE '00'.
009200*-----------------------------------------------------------------
009300* PROGRAM SWITCHES
009400*-----------------------------------------------------------------
010000         88  WS-TRAN-INVALID                  VALUE 'N'.
010100     05  WS-MASTER-FOUND-SW      PIC X(01)  VALUE 'N'.
010200         88  WS-MASTER-FOUND                  VALUE 'Y'.
010210     05  WS-JOURNAL-FAILED-SW    PIC X(01)  VALUE 'N'.
010220         88  WS-JOURNAL-FAILED                VALUE 'Y'.
010230     05  WS-DATE-VALID-SW        PIC X(01)  VALUE 'Y'.
010240         88  WS-DATE-VALID                    VALUE 'Y'.
010250         88  WS-DATE-INVALID                  VALUE 'N'.
010300*-----------------------------------------------------------------
010400* RUN CONTROL FIELDS
010500*-----------------------------------------------------------------
011200     05  WS-RUN-DATE-EDIT        PIC X(10)  VALUE SPACES.
011300     05  WS-REJECT-REASON        PIC X(40)  VALUE SPACES.
011400     05  WS-BEFORE-IMAGE         PIC X(80)  VALUE SPACES.
011410     05  WS-RUN-TIME             PIC 9(08)  VALUE ZEROES.
011420     05  WS-RUN-ID.
011430         10  WS-RUN-ID-DATE      PIC 9(08)  VALUE ZEROES.
011440         10  WS-RUN-ID-TIME      PIC 9(08)  VALUE ZEROES.
011450     05  WS-JRN-ACTION           PIC X(06)  VALUE SPACES.
011460     05  WS-CHECK-DATE           PIC 9(08)  VALUE ZEROES.
011465     05  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
011470         10  WS-CHECK-CCYY       PIC 9(04).
011475         10  WS-CHECK-MM         PIC 9(02).
011480         10  WS-CHECK-DD         PIC 9(02).
011485     05  WS-NEW-START-DATE       PIC 9(08)  VALUE ZEROES.
011490     05  WS-NEW-END-DATE         PIC 9(08)  VALUE ZEROES.
011500 77  WS-TRAN-READ-COUNT          PIC 9(05)  COMP VALUE ZEROES.
011600 77  WS-TRAN-APPLIED-COUNT       PIC 9(05)  COMP VALUE ZEROES.
011700 77  WS-TRAN-REJECT-COUNT        PIC 9(05)  COMP VALUE ZEROES.
011800 77  WS-ADD-COUNT                PIC 9(05)  COMP VALUE ZEROES.
011900 77  WS-CHANGE-COUNT             PIC 9(05)  COMP VALUE ZEROES.
012000 77  WS-DELETE-COUNT             PIC 9(05)  COMP VALUE ZEROES.
012010 77  WS-JOURNAL-COUNT            PIC 9(05)  COMP VALUE ZEROES.
012020 77  WS-LEAP-QUOTIENT            PIC 9(04)  COMP VALUE ZEROES.
012025 77  WS-LEAP-REMAINDER           PIC 9(04)  COMP VALUE ZEROES.
012030 77  WS-MONTH-LIMIT              PIC 9(02)  COMP VALUE ZEROES.
012035*-----------------------------------------------------------------
012040* DAYS-PER-MONTH TABLE FOR CALENDAR-DATE VALIDATION.  FEBRUARY
012045* IS ADJUSTED FOR LEAP YEARS AT CHECK TIME.
012050*-----------------------------------------------------------------
012055 01  WS-MONTH-DAYS-VALUES        PIC X(24)
012060         VALUE '312831303130313130313031'.
012065 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
012070     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
012100*-----------------------------------------------------------------
012200* REPORT LAYOUT FIELDS
012300*-----------------------------------------------------------------
012800         10  FILLER              PIC X(10) VALUE SPACES.
012900         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
013000         10  WS-RPT-RUN-DATE     PIC X(10) VALUE SPACES.
013100         10  FILLER              PIC X(10) VALUE SPACES.
013110         10  FILLER              PIC X(08) VALUE 'RUN ID: '.
013120         10  WS-RPT-RUN-ID       PIC X(16) VALUE SPACES.
013130         10  FILLER              PIC X(50) VALUE SPACES.
013200     05  WS-RPT-HEADER-2.
013300         10  FILLER              PIC X(36)
013400             VALUE 'RECIPIENT MASTER MAINTENANCE REPORT '.
017000         THRU 1000-EXIT.
017100     PERFORM 3000-PROCESS-TRANSACTION
017200         THRU 3000-EXIT
017300         UNTIL WS-GREETTRN-EOF
017310            OR WS-JOURNAL-FAILED.
017400     PERFORM 9000-TERMINATE
017500         THRU 9000-EXIT.
017600     STOP RUN.
018100* 1000-INITIALIZE
018200*   OPENS ALL FILES AND WRITES THE REPORT AND EXCEPTION LISTING
018300*   HEADINGS.  THE MASTER OPENS I-O SO TRANSACTIONS APPLY IN
018400*   PLACE, AND THE JOURNAL OPENS TO EXTEND.  ANY FILE FAILING
018410*   TO OPEN IS FATAL TO THE RUN.
018500*-----------------------------------------------------------------
018600 1000-INITIALIZE.
018700     OPEN INPUT  GREETTRN.
021200         MOVE 16 TO RETURN-CODE
021300         STOP RUN
021400     END-IF.
021405     OPEN EXTEND GREETJRN.
021410     IF NOT WS-GREETJRN-OK
021415         OPEN OUTPUT GREETJRN
021420     END-IF.
021425     IF NOT WS-GREETJRN-OK
021430         DISPLAY "GREETMNT0008E UNABLE TO OPEN GREETJRN - "
021435                 "RUN TERMINATED"
021440         MOVE 16 TO RETURN-CODE
021445         STOP RUN
021450     END-IF.
021500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021600     STRING WS-RUN-DATE-MM   DELIMITED BY SIZE
021700            '/'              DELIMITED BY SIZE
022100            INTO WS-RUN-DATE-EDIT
022200     END-STRING.
022300     MOVE WS-RUN-DATE-EDIT TO WS-RPT-RUN-DATE.
022310     ACCEPT WS-RUN-TIME FROM TIME.
022320     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE.
022330     MOVE WS-RUN-TIME TO WS-RUN-ID-TIME.
022340     MOVE WS-RUN-ID   TO WS-RPT-RUN-ID.
022350     DISPLAY "GREETMNT0010I MAINTENANCE RUN ID " WS-RUN-ID.
022400     WRITE GREETMRP-RECORD FROM WS-RPT-HEADER-1.
022500     WRITE GREETMRP-RECORD FROM WS-RPT-HEADER-2.
022600     WRITE GREETMEX-RECORD FROM WS-RPT-HEADER-1.
031500             GO TO 3200-EXIT
031600         END-IF
031700     END-IF.
031710     IF NOT GT-ACTION-DELETE
031720         PERFORM 3260-VALIDATE-LIFECYCLE
031730             THRU 3260-EXIT
031740     END-IF.
031800*
031900 3200-EXIT.
032000     EXIT.
033700*
033800 3250-EXIT.
033900     EXIT.
033901*-----------------------------------------------------------------
033902* 3260-VALIDATE-LIFECYCLE
033903*   EDITS THE START DATE, END DATE AND STATUS CODE OF AN ADD OR
033904*   CHANGE AND WORKS OUT THE DATES THE MASTER WILL CARRY AFTER
033905*   IT IS APPLIED.  A BLANK DATE KEEPS THE MASTER VALUE ON A
033906*   CHANGE (NONE ON AN ADD); ZEROS CLEAR IT.  THE END DATE MAY
033907*   NOT FALL BEFORE THE START DATE ON THE RESULTING RECORD.
033908*-----------------------------------------------------------------
033909 3260-VALIDATE-LIFECYCLE.
033910     MOVE ZEROES TO WS-NEW-START-DATE.
033911     MOVE ZEROES TO WS-NEW-END-DATE.
033912     IF GT-ACTION-CHANGE
033913         IF GR-START-DATE IS NUMERIC
033914             MOVE GR-START-DATE TO WS-NEW-START-DATE
033915         END-IF
033916         IF GR-END-DATE IS NUMERIC
033917             MOVE GR-END-DATE TO WS-NEW-END-DATE
033918         END-IF
033919     END-IF.
033920     IF GT-START-DATE NOT = SPACES
033921         IF GT-START-DATE IS NOT NUMERIC
033922             SET WS-TRAN-INVALID TO TRUE
033923             MOVE 'START DATE NOT VALID' TO WS-REJECT-REASON
033924             GO TO 3260-EXIT
033925         END-IF
033926         MOVE GT-START-DATE TO WS-CHECK-DATE
033927         IF WS-CHECK-DATE NOT = ZEROES
033928             PERFORM 8000-VALIDATE-DATE
033929                 THRU 8000-EXIT
033930             IF WS-DATE-INVALID
033931                 SET WS-TRAN-INVALID TO TRUE
033932                 MOVE 'START DATE NOT VALID' TO WS-REJECT-REASON
033933                 GO TO 3260-EXIT
033934             END-IF
033935         END-IF
033936         MOVE WS-CHECK-DATE TO WS-NEW-START-DATE
033937     END-IF.
033938     IF GT-END-DATE NOT = SPACES
033939         IF GT-END-DATE IS NOT NUMERIC
033940             SET WS-TRAN-INVALID TO TRUE
033941             MOVE 'END DATE NOT VALID' TO WS-REJECT-REASON
033942             GO TO 3260-EXIT
033943         END-IF
033944         MOVE GT-END-DATE TO WS-CHECK-DATE
033945         IF WS-CHECK-DATE NOT = ZEROES
033946             PERFORM 8000-VALIDATE-DATE
033947                 THRU 8000-EXIT
033948             IF WS-DATE-INVALID
033949                 SET WS-TRAN-INVALID TO TRUE
033950                 MOVE 'END DATE NOT VALID' TO WS-REJECT-REASON
033951                 GO TO 3260-EXIT
033952             END-IF
033953         END-IF
033954         MOVE WS-CHECK-DATE TO WS-NEW-END-DATE
033955     END-IF.
033956     IF WS-NEW-START-DATE NOT = ZEROES
033957        AND WS-NEW-END-DATE NOT = ZEROES
033958        AND WS-NEW-END-DATE < WS-NEW-START-DATE
033959         SET WS-TRAN-INVALID TO TRUE
033960         MOVE 'END DATE BEFORE START DATE' TO WS-REJECT-REASON
033961         GO TO 3260-EXIT
033962     END-IF.
033963     IF GT-STATUS-CODE NOT = SPACE
033964        AND GT-STATUS-CODE NOT = 'A'
033965        AND GT-STATUS-CODE NOT = 'L'
033966        AND GT-STATUS-CODE NOT = 'T'
033967         SET WS-TRAN-INVALID TO TRUE
033968         MOVE 'STATUS CODE NOT VALID' TO WS-REJECT-REASON
033969         GO TO 3260-EXIT
033970     END-IF.
033971*
033972 3260-EXIT.
033973     EXIT.
034000*-----------------------------------------------------------------
034100* 3300-APPLY-TRANSACTION
034200*   APPLIES ONE VALIDATED TRANSACTION IN PLACE ON THE MASTER
038200     MOVE GT-RECIPIENT-NAME TO GR-RECIPIENT-NAME.
038300     MOVE GT-BRANCH-CODE    TO GR-BRANCH-CODE.
038400     MOVE GT-LANGUAGE-CODE  TO GR-LANGUAGE-CODE.
038410     MOVE WS-NEW-START-DATE TO GR-START-DATE.
038420     MOVE WS-NEW-END-DATE   TO GR-END-DATE.
038430     IF GT-STATUS-CODE = SPACE
038440         MOVE 'A' TO GR-STATUS-CODE
038450     ELSE
038460         MOVE GT-STATUS-CODE TO GR-STATUS-CODE
038470     END-IF.
038500     WRITE GREETIN-RECORD
038600         INVALID KEY
038700             MOVE 'RECIPIENT ALREADY ON MASTER'
039500     WRITE GREETMRP-RECORD FROM WS-RPT-IMAGE-LINE.
039600     ADD 1 TO WS-TRAN-APPLIED-COUNT.
039700     ADD 1 TO WS-ADD-COUNT.
039710     MOVE 'ADD   ' TO WS-JRN-ACTION.
039720     PERFORM 3400-WRITE-JOURNAL-ROW
039730         THRU 3400-EXIT.
039800*
039900 3310-EXIT.
040000     EXIT.
041300     IF GT-LANGUAGE-CODE NOT = SPACES
041400         MOVE GT-LANGUAGE-CODE TO GR-LANGUAGE-CODE
041500     END-IF.
041510     MOVE WS-NEW-START-DATE TO GR-START-DATE.
041520     MOVE WS-NEW-END-DATE   TO GR-END-DATE.
041530     IF GT-STATUS-CODE NOT = SPACE
041540         MOVE GT-STATUS-CODE TO GR-STATUS-CODE
041550     END-IF.
041600     REWRITE GREETIN-RECORD
041700         INVALID KEY
041800             MOVE 'RECIPIENT NOT ON MASTER'
042600     WRITE GREETMRP-RECORD FROM WS-RPT-IMAGE-LINE.
042700     ADD 1 TO WS-TRAN-APPLIED-COUNT.
042800     ADD 1 TO WS-CHANGE-COUNT.
042810     MOVE 'CHANGE' TO WS-JRN-ACTION.
042820     PERFORM 3400-WRITE-JOURNAL-ROW
042830         THRU 3400-EXIT.
042900*
043000 3320-EXIT.
043100     EXIT.
044700     WRITE GREETMRP-RECORD FROM WS-RPT-IMAGE-LINE.
044800     ADD 1 TO WS-TRAN-APPLIED-COUNT.
044900     ADD 1 TO WS-DELETE-COUNT.
044910     MOVE 'DELETE' TO WS-JRN-ACTION.
044920     PERFORM 3400-WRITE-JOURNAL-ROW
044930         THRU 3400-EXIT.
045000*
045100 3330-EXIT.
045200     EXIT.
045203*-----------------------------------------------------------------
045206* 3400-WRITE-JOURNAL-ROW
045209*   APPENDS ONE APPLIED CHANGE TO THE GREETJRN CHANGE JOURNAL.
045212*   THE BEFORE IMAGE IS THE RECORD READ AT VALIDATION (SPACES FOR
045215*   AN ADD); THE AFTER IMAGE IS THE RECORD NOW ON THE MASTER
045218*   (SPACES FOR A DELETE).  THE CHANGE IS ALREADY ON THE MASTER,
045221*   SO A FAILED WRITE STOPS THE RUN RATHER THAN LET FURTHER
045224*   CHANGES GO UNJOURNALED.
045227*-----------------------------------------------------------------
045230 3400-WRITE-JOURNAL-ROW.
045233     ADD 1 TO WS-JOURNAL-COUNT.
045236     MOVE SPACES           TO JOURNAL-RECORD.
045239     MOVE WS-RUN-ID        TO JRN-RUN-ID.
045242     MOVE 'GREETMNT'       TO JRN-PROGRAM-ID.
045245     MOVE WS-JOURNAL-COUNT TO JRN-SEQUENCE.
045248     MOVE WS-JRN-ACTION    TO JRN-ACTION-CODE.
045251     MOVE GT-RECIPIENT-ID  TO JRN-RECIPIENT-ID.
045254     MOVE WS-BEFORE-IMAGE  TO JRN-BEFORE-IMAGE.
045257     IF NOT JRN-ACTION-DELETE
045260         MOVE GREETIN-RECORD TO JRN-AFTER-IMAGE
045263     END-IF.
045266     WRITE JOURNAL-RECORD.
045269     IF NOT WS-GREETJRN-OK
045272         DISPLAY "GREETMNT0009E WRITE TO GREETJRN FAILED, STATUS "
045275                 WS-GREETJRN-STATUS " - RECIPIENT "
045278                 GT-RECIPIENT-ID
045281         DISPLAY "GREETMNT0009E NO FURTHER TRANSACTIONS APPLIED"
045284         SET WS-JOURNAL-FAILED TO TRUE
045287     END-IF.
045290*
045293 3400-EXIT.
045296     EXIT.
045300*-----------------------------------------------------------------
045400* 3900-REJECT-TRANSACTION
045500*   WRITES ONE REJECTED TRANSACTION AND ITS REASON TO THE
046300*
046400 3900-EXIT.
046500     EXIT.
046502*-----------------------------------------------------------------
046504* 8000-VALIDATE-DATE
046506*   CONFIRMS THE CCYYMMDD VALUE IN WS-CHECK-DATE IS A REAL
046508*   CALENDAR DATE, FEBRUARY 29 ALLOWED ONLY IN A LEAP YEAR.
046510*-----------------------------------------------------------------
046512 8000-VALIDATE-DATE.
046514     SET WS-DATE-VALID TO TRUE.
046516     IF WS-CHECK-CCYY = ZEROES
046518        OR WS-CHECK-MM < 1
046520        OR WS-CHECK-MM > 12
046522         SET WS-DATE-INVALID TO TRUE
046524         GO TO 8000-EXIT
046526     END-IF.
046528     MOVE WS-MONTH-DAYS (WS-CHECK-MM) TO WS-MONTH-LIMIT.
046530     IF WS-CHECK-MM = 2
046532         DIVIDE WS-CHECK-CCYY BY 4
046534             GIVING WS-LEAP-QUOTIENT
046536             REMAINDER WS-LEAP-REMAINDER
046538         IF WS-LEAP-REMAINDER = ZEROES
046540             DIVIDE WS-CHECK-CCYY BY 100
046542                 GIVING WS-LEAP-QUOTIENT
046544                 REMAINDER WS-LEAP-REMAINDER
046546             IF WS-LEAP-REMAINDER NOT = ZEROES
046548                 MOVE 29 TO WS-MONTH-LIMIT
046550             ELSE
046552                 DIVIDE WS-CHECK-CCYY BY 400
046554                     GIVING WS-LEAP-QUOTIENT
046556                     REMAINDER WS-LEAP-REMAINDER
046558                 IF WS-LEAP-REMAINDER = ZEROES
046560                     MOVE 29 TO WS-MONTH-LIMIT
046562                 END-IF
046564             END-IF
046566         END-IF
046568     END-IF.
046570     IF WS-CHECK-DD < 1
046572        OR WS-CHECK-DD > WS-MONTH-LIMIT
046574         SET WS-DATE-INVALID TO TRUE
046576     END-IF.
046578*
046580 8000-EXIT.
046582     EXIT.
046600*-----------------------------------------------------------------
046700* 9000-TERMINATE
046800*   WRITES THE CONTROL-TOTAL LINES, CLOSES THE FILES, AND SETS
046900*   THE STEP CONDITION CODE - NON-ZERO WHEN ANY TRANSACTION WAS
047000*   REJECTED SO THE SCHEDULER FLAGS THE RUN FOR REPAIR, AND 16
047010*   WHEN THE JOURNAL COULD NOT BE WRITTEN.
047100*-----------------------------------------------------------------
047200 9000-TERMINATE.
047300     MOVE 'TRANSACTIONS READ:          '
049400         TO WS-RPT-COUNT-TEXT.
049500     MOVE WS-DELETE-COUNT TO WS-RPT-COUNT.
049600     WRITE GREETMRP-RECORD FROM WS-RPT-COUNT-LINE.
049610     MOVE 'JOURNAL ROWS WRITTEN:       '
049620         TO WS-RPT-COUNT-TEXT.
049630     MOVE WS-JOURNAL-COUNT TO WS-RPT-COUNT.
049640     WRITE GREETMRP-RECORD FROM WS-RPT-COUNT-LINE.
049700     MOVE WS-TRAN-REJECT-COUNT TO WS-RPT-COUNT.
049800     WRITE GREETMEX-RECORD FROM WS-RPT-COUNT-LINE.
049900     CLOSE GREETTRN.
050000     CLOSE GREETIN.
050100     CLOSE GREETMRP.
050200     CLOSE GREETMEX.
050210     CLOSE GREETJRN.
050300     IF WS-TRAN-REJECT-COUNT > 0
050400         DISPLAY "GREETMNT0007W " WS-TRAN-REJECT-COUNT
050500                 " TRANSACTION(S) REJECTED - SEE GREETMEX"
050700             MOVE 8 TO RETURN-CODE
050800         END-IF
050900     END-IF.
050910     IF WS-JOURNAL-FAILED
050920         MOVE 16 TO RETURN-CODE
050930     END-IF.
051000*
051100 9000-EXIT.
051200     EXIT.
