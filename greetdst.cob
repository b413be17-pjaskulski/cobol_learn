002200*-----------------------------------------------------------------
002300* MODIFICATION HISTORY.
002400*   09/02/2026  RT  INITIAL VERSION.
002410*   10/15/2026  RT  RUN DATE NOW COMES FROM THE GREETBDT
002420*                   BUSINESS-DATE CONTROL RECORD INSTEAD OF THE
002430*                   SYSTEM CLOCK.  THE RUN IS REFUSED WHEN
002440*                   GREETCYC ALREADY SHOWS IT COMPLETE FOR THE
002450*                   BUSINESS DATE OR A PREDECESSOR JOB HAS NOT
002460*                   YET COMPLETED, AND ITS OWN COMPLETION IS
002470*                   APPENDED TO GREETCYC AT THE END.
002475*   10/15/2026  RT  UNKNOWN-BRANCH BUNDLES AND OPEN BRANCHES THAT
002480*                   PRINTED NOTHING ARE ALSO APPENDED TO THE
002485*                   GREETEXC EXCEPTION EVENT FILE FOR THE MORNING
002490*                   WORKLIST, WITH A RUN MARKER AT END OF RUN.
002500*-----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
004100     SELECT GREETDSM ASSIGN TO GREETDSM
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-GREETDSM-STATUS.
004310     SELECT GREETBDT ASSIGN TO GREETBDT
004320         ORGANIZATION IS SEQUENTIAL
004330         FILE STATUS IS WS-GREETBDT-STATUS.
004340     SELECT GREETCYC ASSIGN TO GREETCYC
004350         ORGANIZATION IS SEQUENTIAL
004360         FILE STATUS IS WS-GREETCYC-STATUS.
004370     SELECT GREETEXC ASSIGN TO GREETEXC
004380         ORGANIZATION IS SEQUENTIAL
004390         FILE STATUS IS WS-GREETEXC-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  GREETDSM-RECORD                PIC X(132).
006505*
006510 FD  GREETBDT
006515     RECORDING MODE IS F
006520     LABEL RECORDS ARE STANDARD.
006525 COPY BUSDTREC.
006530*
006535 FD  GREETCYC
006540     RECORDING MODE IS F
006545     LABEL RECORDS ARE STANDARD.
006550 COPY CYCLEREC.
006600*
006610 FD  GREETEXC
006620     RECORDING MODE IS F
006630     LABEL RECORDS ARE STANDARD.
006640 COPY EXCPREC.
006650*
006700 WORKING-STORAGE SECTION.
006800*-----------------------------------------------------------------
006900* FILE STATUS SWITCHES
007700         88  WS-GREETDSP-OK                   VALUE '00'.
007800     05  WS-GREETDSM-STATUS      PIC X(02)  VALUE SPACES.
007900         88  WS-GREETDSM-OK                   VALUE '00'.
007910     05  WS-GREETBDT-STATUS      PIC X(02)  VALUE SPACES.
007920         88  WS-GREETBDT-OK                   VALUE '00'.
007930     05  WS-GREETCYC-STATUS      PIC X(02)  VALUE SPACES.
007940         88  WS-GREETCYC-OK                   VALUE '00'.
007950     05  WS-GREETEXC-STATUS      PIC X(02)  VALUE SPACES.
007960         88  WS-GREETEXC-OK                   VALUE '00'.
008000*-----------------------------------------------------------------
008100* PROGRAM SWITCHES
008200*-----------------------------------------------------------------
008900         88  WS-IN-BUNDLE                     VALUE 'Y'.
009000     05  WS-BRANCH-FOUND-SW      PIC X(01)  VALUE 'N'.
009100         88  WS-BRANCH-FOUND                  VALUE 'Y'.
009110     05  WS-GREETCYC-EOF-SW      PIC X(01)  VALUE 'N'.
009120         88  WS-GREETCYC-EOF                  VALUE 'Y'.
009130     05  WS-CYCLE-DONE-SW        PIC X(01)  VALUE 'N'.
009140         88  WS-CYCLE-DONE                    VALUE 'Y'.
009150     05  WS-HELLOJOB-DONE-SW     PIC X(01)  VALUE 'N'.
009160         88  WS-HELLOJOB-DONE                 VALUE 'Y'.
009200*-----------------------------------------------------------------
009300* RUN CONTROL FIELDS
009400*-----------------------------------------------------------------
010100     05  WS-RUN-DATE-EDIT        PIC X(10)  VALUE SPACES.
010200     05  WS-CURRENT-BRANCH       PIC X(04)  VALUE SPACES.
010300     05  WS-DAY-OF-WEEK          PIC 9(01)  VALUE ZEROES.
010310     05  WS-CYCLE-WAIT-JOB       PIC X(08)  VALUE SPACES.
010400 77  WS-BRANCH-COUNT             PIC 9(03)  COMP VALUE ZEROES.
010500 77  WS-BRN-SUB                  PIC 9(03)  COMP VALUE ZEROES.
010600 77  WS-HOLIDAY-SUB              PIC 9(02)  COMP VALUE ZEROES.
010900 77  WS-BUNDLE-COUNT             PIC 9(03)  COMP VALUE ZEROES.
011000 77  WS-UNKNOWN-BUNDLE-COUNT     PIC 9(03)  COMP VALUE ZEROES.
011100 77  WS-OPEN-MISSING-COUNT       PIC 9(03)  COMP VALUE ZEROES.
011150 77  WS-EXCEPTION-COUNT          PIC 9(05)  COMP VALUE ZEROES.
011200*-----------------------------------------------------------------
011300* BRANCH REFERENCE TABLE - LOADED FROM BRANCHMF.  WS-BRN-OPEN-SW
011400* IS RESOLVED AGAINST THE RUN DATE (WEEKDAY OPEN-DAYS AND
022000*   BRANCH CODE COULD NOT BE TOLD FROM A REAL ONE.
022100*-----------------------------------------------------------------
022200 1000-INITIALIZE.
022210     PERFORM 1050-READ-BUSINESS-DATE
022220         THRU 1050-EXIT.
022230     PERFORM 1060-CHECK-CYCLE-STATUS
022240         THRU 1060-EXIT.
022300     OPEN INPUT GREETEXT.
022400     IF NOT WS-GREETEXT-OK
022500         DISPLAY "GREETDST0001E UNABLE TO OPEN GREETEXT - "
024800         MOVE 16 TO RETURN-CODE
024900         STOP RUN
025000     END-IF.
025010     OPEN EXTEND GREETEXC.
025015     IF NOT WS-GREETEXC-OK
025020         CLOSE GREETEXC
025025         OPEN OUTPUT GREETEXC
025030     END-IF.
025035     IF NOT WS-GREETEXC-OK
025040         DISPLAY "GREETDST0013E UNABLE TO OPEN GREETEXC - "
025045                 "RUN TERMINATED"
025050         MOVE 16 TO RETURN-CODE
025055         STOP RUN
025060     END-IF.
025100     MOVE SPACES TO WS-BRANCH-TABLE.
025400     STRING WS-RUN-DATE-MM   DELIMITED BY SIZE
025500            '/'              DELIMITED BY SIZE
025600            WS-RUN-DATE-DD   DELIMITED BY SIZE
026800*
026900 1000-EXIT.
027000     EXIT.
027001*-----------------------------------------------------------------
027002* 1050-READ-BUSINESS-DATE
027003*   TAKES THE RUN DATE FROM THE GREETBDT BUSINESS-DATE CONTROL
027004*   RECORD RATHER THAN THE SYSTEM CLOCK, SO THE RUN WORKS THE
027005*   CYCLE'S BUSINESS DAY EVEN WHEN IT IS HELD PAST MIDNIGHT.  A
027006*   MISSING OR INVALID CONTROL RECORD IS FATAL.
027007*-----------------------------------------------------------------
027008 1050-READ-BUSINESS-DATE.
027009     OPEN INPUT GREETBDT.
027010     IF NOT WS-GREETBDT-OK
027011         DISPLAY "GREETDST0008E UNABLE TO OPEN GREETBDT - "
027012                 "RUN TERMINATED"
027013         MOVE 16 TO RETURN-CODE
027014         STOP RUN
027015     END-IF.
027016     READ GREETBDT
027017         AT END
027018             MOVE SPACES TO BUSINESS-DATE-RECORD
027019     END-READ.
027020     IF BDT-BUSINESS-DATE IS NOT NUMERIC
027021        OR BDT-BUSINESS-DATE = ZEROES
027022         DISPLAY "GREETDST0009E NO VALID BUSINESS DATE ON "
027023                 "GREETBDT - RUN TERMINATED"
027024         MOVE 16 TO RETURN-CODE
027025         STOP RUN
027026     END-IF.
027027     MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
027028     MOVE BDT-DAY-OF-WEEK   TO WS-DAY-OF-WEEK.
027029     CLOSE GREETBDT.
027030*
027031 1050-EXIT.
027032     EXIT.
027033*-----------------------------------------------------------------
027034* 1060-CHECK-CYCLE-STATUS
027035*   REFUSES THE RUN WHEN GREETCYC ALREADY SHOWS GREETDST COMPLETE
027036*   FOR THE BUSINESS DATE (A SECOND RUN FOR THE SAME DAY), OR
027037*   WHEN IT DOES NOT YET SHOW HELLOJOB COMPLETE (A RUN OUT OF
027038*   ORDER).  AN ABSENT FILE MEANS NOTHING HAS COMPLETED.
027039*-----------------------------------------------------------------
027040 1060-CHECK-CYCLE-STATUS.
027041     OPEN INPUT GREETCYC.
027042     IF WS-GREETCYC-OK
027043         PERFORM 1070-READ-CYCLE-ROW
027044             THRU 1070-EXIT
027045             UNTIL WS-GREETCYC-EOF
027046         CLOSE GREETCYC
027047     END-IF.
027048     IF WS-CYCLE-DONE
027049         DISPLAY "GREETDST0010E GREETDST ALREADY COMPLETE FOR "
027050                 "BUSINESS DATE " WS-RUN-DATE " - RUN "
027051                 "TERMINATED"
027052         MOVE 16 TO RETURN-CODE
027053         STOP RUN
027054     END-IF.
027055     IF NOT WS-HELLOJOB-DONE
027056        AND WS-CYCLE-WAIT-JOB = SPACES
027057         MOVE 'HELLOJOB' TO WS-CYCLE-WAIT-JOB
027058     END-IF.
027059     IF WS-CYCLE-WAIT-JOB NOT = SPACES
027060         DISPLAY "GREETDST0011E " WS-CYCLE-WAIT-JOB
027061                 " NOT YET COMPLETE FOR BUSINESS DATE "
027062                 WS-RUN-DATE " - RUN OUT OF ORDER - TERMINATED"
027063         MOVE 16 TO RETURN-CODE
027064         STOP RUN
027065     END-IF.
027066*
027067 1060-EXIT.
027068     EXIT.
027069*-----------------------------------------------------------------
027070* 1070-READ-CYCLE-ROW
027071*   READS ONE CYCLE-STATUS ROW, NOTING THE COMPLETIONS THAT
027072*   MATTER TO THIS RUN FOR THE BUSINESS DATE.
027073*-----------------------------------------------------------------
027074 1070-READ-CYCLE-ROW.
027075     READ GREETCYC
027076         AT END
027077             SET WS-GREETCYC-EOF TO TRUE
027078             GO TO 1070-EXIT
027079     END-READ.
027080     IF CYC-BUSINESS-DATE NOT = WS-RUN-DATE
027081        OR NOT CYC-STATUS-COMPLETE
027082         GO TO 1070-EXIT
027083     END-IF.
027084     IF CYC-JOB-NAME = WS-RPT-JOB-NAME
027085         SET WS-CYCLE-DONE TO TRUE
027086     END-IF.
027087     IF CYC-JOB-NAME = 'HELLOJOB'
027088         SET WS-HELLOJOB-DONE TO TRUE
027089     END-IF.
027090*
027091 1070-EXIT.
027092     EXIT.
027100*-----------------------------------------------------------------
027200* 2000-LOAD-BRANCH-TABLE
027300*   LOADS THE BRANCH MASTER, RESOLVING EACH BRANCH'S
038400     ELSE
038500         MOVE '(UNKNOWN BRANCH)' TO WS-BAN-BRANCH-NAME
038600         ADD 1 TO WS-UNKNOWN-BUNDLE-COUNT
038610         MOVE SPACES TO EXCEPTION-RECORD
038615         SET EXC-SEV-HIGH            TO TRUE
038620         SET EXC-TYPE-DST-UNKNOWN-BR TO TRUE
038625         SET EXC-OWNER-BRANCH-ADMIN  TO TRUE
038630         SET EXC-KEY-BRANCH          TO TRUE
038635         MOVE WS-CURRENT-BRANCH TO EXC-KEY
038640         SET EXC-AUTO-CLEAR          TO TRUE
038645         MOVE 'GREETINGS PRINTED FOR A BRANCH NOT ON BRANCHMF'
038650             TO EXC-TEXT
038655         PERFORM 8500-WRITE-EXCEPTION-EVENT
038660             THRU 8500-EXIT
038700     END-IF.
038800     MOVE SPACES TO WS-BAN-ROUTE.
038900     STRING 'PRT-' DELIMITED BY SIZE
045900     MOVE ZEROES TO WS-MAN-LINES.
046000     MOVE '** OPEN TODAY - NOTHING PRINTED' TO WS-MAN-FLAG.
046100     WRITE GREETDSM-RECORD FROM WS-MAN-DETAIL-LINE.
046110     MOVE SPACES TO EXCEPTION-RECORD.
046115     SET EXC-SEV-MEDIUM            TO TRUE.
046120     SET EXC-TYPE-DST-NOT-PRINTED  TO TRUE.
046125     SET EXC-OWNER-OPERATIONS      TO TRUE.
046130     SET EXC-KEY-BRANCH            TO TRUE.
046135     MOVE WS-BRN-CODE (WS-BRN-SUB) TO EXC-KEY.
046140     MOVE 'N' TO EXC-AUTO-CLEAR-SW.
046145     MOVE 'OPEN TODAY - NOTHING PRINTED' TO EXC-TEXT.
046150     PERFORM 8500-WRITE-EXCEPTION-EVENT
046155         THRU 8500-EXIT.
046200*
046300 6000-EXIT.
046400     EXIT.
046500*-----------------------------------------------------------------
046600* 8500-WRITE-EXCEPTION-EVENT
046700*   STAMPS THE EXCEPTION EVENT BUILT BY THE CALLER WITH THE
046800*   PROGRAM AND BUSINESS DATE AND APPENDS IT TO GREETEXC FOR THE
046900*   MORNING WORKLIST.
047000*-----------------------------------------------------------------
047100 8500-WRITE-EXCEPTION-EVENT.
047200     MOVE WS-RPT-JOB-NAME TO EXC-PROGRAM-ID.
047300     MOVE WS-RUN-DATE     TO EXC-BUSINESS-DATE.
047400     MOVE ZEROES          TO EXC-FIRST-DATE
047500                             EXC-DAYS-OPEN.
047600     WRITE EXCEPTION-RECORD.
047700     ADD 1 TO WS-EXCEPTION-COUNT.
047800*
047900 8500-EXIT.
048000     EXIT.
048100*-----------------------------------------------------------------
048200* 8600-WRITE-RUN-MARKER
048300*   APPENDS THE RUNDONE MARKER THAT TELLS THE WORKLIST THIS RUN
048400*   FINISHED, SO ITEMS IT DID NOT RAISE AGAIN MAY BE CLEARED.
048500*-----------------------------------------------------------------
048600 8600-WRITE-RUN-MARKER.
048700     MOVE SPACES TO EXCEPTION-RECORD.
048800     MOVE ZEROES TO EXC-SEVERITY.
048900     SET EXC-TYPE-RUN-DONE TO TRUE.
049000     MOVE 'RUN COMPLETE' TO EXC-TEXT.
049100     PERFORM 8500-WRITE-EXCEPTION-EVENT
049200         THRU 8500-EXIT.
049300*
049400 8600-EXIT.
049500     EXIT.
049600*-----------------------------------------------------------------
049700* 9000-TERMINATE
049800*   WRITES THE CONTROL-TOTAL LINES, CLOSES THE FILES, AND SETS
049900*   THE CONDITION CODE - CC 8 WHEN ANY EXTRACT SECTION CARRIED
050000*   AN UNKNOWN BRANCH CODE (THE PAGES STILL PRINTED, BUT THE
050100*   ROUTING MUST BE SORTED OUT BY HAND), CC 4 WHEN AN OPEN
050200*   BRANCH PRODUCED NOTHING.
050300*-----------------------------------------------------------------
050400 9000-TERMINATE.
050500     MOVE 'EXTRACT LINES READ:               '
050600         TO WS-MAN-COUNT-TEXT.
050700     MOVE WS-EXTRACT-LINE-COUNT TO WS-MAN-COUNT.
050800     WRITE GREETDSM-RECORD FROM WS-MAN-COUNT-LINE.
050900     MOVE 'BUNDLES PRODUCED:                 '
051000         TO WS-MAN-COUNT-TEXT.
051100     MOVE WS-BUNDLE-COUNT TO WS-MAN-COUNT.
051200     WRITE GREETDSM-RECORD FROM WS-MAN-COUNT-LINE.
051300     MOVE 'UNKNOWN-BRANCH BUNDLES:           '
051400         TO WS-MAN-COUNT-TEXT.
051500     MOVE WS-UNKNOWN-BUNDLE-COUNT TO WS-MAN-COUNT.
051600     WRITE GREETDSM-RECORD FROM WS-MAN-COUNT-LINE.
051700     MOVE 'OPEN BRANCHES WITH NOTHING:       '
051800         TO WS-MAN-COUNT-TEXT.
051900     MOVE WS-OPEN-MISSING-COUNT TO WS-MAN-COUNT.
052000     WRITE GREETDSM-RECORD FROM WS-MAN-COUNT-LINE.
052100     MOVE 'EXCEPTION EVENTS LOGGED:          '
052200         TO WS-MAN-COUNT-TEXT.
052300     MOVE WS-EXCEPTION-COUNT TO WS-MAN-COUNT.
052400     WRITE GREETDSM-RECORD FROM WS-MAN-COUNT-LINE.
052500     PERFORM 8600-WRITE-RUN-MARKER
052600         THRU 8600-EXIT.
052700     CLOSE GREETEXT.
052800     CLOSE GREETDSP.
052900     CLOSE GREETDSM.
053000     CLOSE GREETEXC.
053100     IF WS-UNKNOWN-BUNDLE-COUNT > 0
053200         DISPLAY "GREETDST0006E " WS-UNKNOWN-BUNDLE-COUNT
053300                 " EXTRACT SECTION(S) CARRY AN UNKNOWN BRANCH "
053400                 "CODE - SEE GREETDSM"
053500         IF RETURN-CODE < 8
053600             MOVE 8 TO RETURN-CODE
053700         END-IF
053800     END-IF.
053900     IF WS-OPEN-MISSING-COUNT > 0
054000         DISPLAY "GREETDST0007W " WS-OPEN-MISSING-COUNT
054100                 " OPEN BRANCH(ES) PRODUCED NOTHING - SEE "
054200                 "GREETDSM"
054300         IF RETURN-CODE < 4
054400             MOVE 4 TO RETURN-CODE
054500         END-IF
054600     END-IF.
054700     PERFORM 9100-RECORD-CYCLE-STATUS
054800         THRU 9100-EXIT.
054900*
055000 9000-EXIT.
055100     EXIT.
055200*-----------------------------------------------------------------
055300* 9100-RECORD-CYCLE-STATUS
055400*   APPENDS GREETDST'S COMPLETION ROW FOR THE BUSINESS DATE TO
055500*   GREETCYC, WHICH RELEASES THE JOBS THAT DEPEND ON IT AND
055600*   COUNTS TOWARD THE END-OF-CYCLE ROLL.  IT IS THE STEP'S LAST
055700*   ACT, SO A RUN THAT FAILS BEFORE IT IS SIMPLY RERUN: THE JOB
055800*   HAS NO PROMOTE STEP, GREETDSP AND GREETDSM ARE NEW
055900*   GENERATIONS, AND THE GREETEXC EVENTS RAISED AGAIN ARE
056000*   COUNTED ONCE BY THE MORNING WORKLIST AS A RERUN OF THE
056100*   SOURCE.  FAILING TO RECORD THE ROW IS FATAL.
056200*-----------------------------------------------------------------
056300 9100-RECORD-CYCLE-STATUS.
056400     OPEN EXTEND GREETCYC.
056500     IF NOT WS-GREETCYC-OK
056600         CLOSE GREETCYC
056700         OPEN OUTPUT GREETCYC
056800     END-IF.
056900     IF NOT WS-GREETCYC-OK
057000         DISPLAY "GREETDST0012E UNABLE TO WRITE GREETCYC - "
057100                 "COMPLETION NOT RECORDED - RUN TERMINATED"
057200         MOVE 16 TO RETURN-CODE
057300         STOP RUN
057400     END-IF.
057500     MOVE SPACES            TO CYCLE-STATUS-RECORD.
057600     MOVE WS-RUN-DATE       TO CYC-BUSINESS-DATE.
057700     MOVE WS-RPT-JOB-NAME   TO CYC-JOB-NAME.
057800     SET CYC-STATUS-COMPLETE TO TRUE.
057900     MOVE RETURN-CODE       TO CYC-RETURN-CODE.
058000     ACCEPT CYC-SYSTEM-DATE FROM DATE YYYYMMDD.
058100     ACCEPT CYC-SYSTEM-TIME FROM TIME.
058200     WRITE CYCLE-STATUS-RECORD.
058300     CLOSE GREETCYC.
058400*
058500 9100-EXIT.
058600     EXIT.
