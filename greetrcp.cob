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
002475*   10/15/2026  RT  STALE BATCHES, COUNT MISMATCHES AND RECEIPTS
002480*                   FOR UNLOGGED BATCHES ARE ALSO APPENDED TO THE
002485*                   GREETEXC EXCEPTION EVENT FILE FOR THE MORNING
002490*                   WORKLIST, WITH A RUN MARKER AT END OF RUN.
002492*   10/15/2026  RT  THE COMPLETION ROW IS NOW WRITTEN TO GREETCYN
002494*                   AND APPENDED TO GREETCYC BY THE JOB'S LAST
002496*                   STEP AFTER THE PROMOTES, SO A FAILED PROMOTE
002498*                   IS RESTARTED WITHOUT RELEASING DEPENDENTS.
002500*-----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
004100     SELECT GREETRCR ASSIGN TO GREETRCR
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-GREETRCR-STATUS.
004310     SELECT GREETBDT ASSIGN TO GREETBDT
004320         ORGANIZATION IS SEQUENTIAL
004330         FILE STATUS IS WS-GREETBDT-STATUS.
004340     SELECT GREETCYC ASSIGN TO GREETCYC
004350         ORGANIZATION IS SEQUENTIAL
004360         FILE STATUS IS WS-GREETCYC-STATUS.
004370     SELECT GREETEXC ASSIGN TO GREETEXC
004380         ORGANIZATION IS SEQUENTIAL
004390         FILE STATUS IS WS-GREETEXC-STATUS.
004392     SELECT GREETCYN ASSIGN TO GREETCYN
004394         ORGANIZATION IS SEQUENTIAL
004396         FILE STATUS IS WS-GREETCYN-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  GREETRCR-RECORD                PIC X(132).
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
006653 FD  GREETCYN
006656     RECORDING MODE IS F
006659     LABEL RECORDS ARE STANDARD.
006662*    COMPLETION ROW IN THE CYCLEREC LAYOUT, APPENDED TO GREETCYC
006665*    BY THE JOB'S LAST STEP.
006668 01  GREETCYN-RECORD.
006671     05  CYN-BUSINESS-DATE       PIC 9(08).
006674     05  CYN-JOB-NAME            PIC X(08).
006677     05  CYN-STATUS-CODE         PIC X(01).
006680     05  CYN-RETURN-CODE         PIC 9(04).
006683     05  CYN-SYSTEM-DATE         PIC 9(08).
006686     05  CYN-SYSTEM-TIME         PIC 9(08).
006689     05  FILLER                  PIC X(43).
006692*
006700 WORKING-STORAGE SECTION.
006800*-----------------------------------------------------------------
006900* FILE STATUS SWITCHES
007700         88  WS-GREETXMN-OK                   VALUE '00'.
007800     05  WS-GREETRCR-STATUS      PIC X(02)  VALUE SPACES.
007900         88  WS-GREETRCR-OK                   VALUE '00'.
007910     05  WS-GREETBDT-STATUS      PIC X(02)  VALUE SPACES.
007920         88  WS-GREETBDT-OK                   VALUE '00'.
007930     05  WS-GREETCYC-STATUS      PIC X(02)  VALUE SPACES.
007940         88  WS-GREETCYC-OK                   VALUE '00'.
007950     05  WS-GREETEXC-STATUS      PIC X(02)  VALUE SPACES.
007960         88  WS-GREETEXC-OK                   VALUE '00'.
007970     05  WS-GREETCYN-STATUS      PIC X(02)  VALUE SPACES.
007980         88  WS-GREETCYN-OK                   VALUE '00'.
008000*-----------------------------------------------------------------
008100* PROGRAM SWITCHES
008200*-----------------------------------------------------------------
008900         88  WS-GREETXMT-EOF                  VALUE 'Y'.
009000     05  WS-RECEIPT-FOUND-SW     PIC X(01)  VALUE 'N'.
009100         88  WS-RECEIPT-FOUND                 VALUE 'Y'.
009110     05  WS-GREETCYC-EOF-SW      PIC X(01)  VALUE 'N'.
009120         88  WS-GREETCYC-EOF                  VALUE 'Y'.
009130     05  WS-CYCLE-DONE-SW        PIC X(01)  VALUE 'N'.
009140         88  WS-CYCLE-DONE                    VALUE 'Y'.
009150     05  WS-HELLOJOB-DONE-SW     PIC X(01)  VALUE 'N'.
009160         88  WS-HELLOJOB-DONE                 VALUE 'Y'.
009200*-----------------------------------------------------------------
009300* RUN CONTROL FIELDS
009400*-----------------------------------------------------------------
009900         10  WS-RUN-DATE-MM      PIC 9(02).
010000         10  WS-RUN-DATE-DD      PIC 9(02).
010100     05  WS-RUN-DATE-EDIT        PIC X(10)  VALUE SPACES.
010110     05  WS-CYCLE-WAIT-JOB       PIC X(08)  VALUE SPACES.
010200 77  WS-RECEIPT-COUNT            PIC 9(04)  COMP VALUE ZEROES.
010300 77  WS-RCP-SUB                  PIC 9(04)  COMP VALUE ZEROES.
010400 77  WS-XMT-READ-COUNT           PIC 9(05)  COMP VALUE ZEROES.
010600 77  WS-MISMATCH-COUNT           PIC 9(05)  COMP VALUE ZEROES.
010700 77  WS-STALE-COUNT              PIC 9(05)  COMP VALUE ZEROES.
010800 77  WS-ORPHAN-RECEIPT-COUNT     PIC 9(05)  COMP VALUE ZEROES.
010850 77  WS-EXCEPTION-COUNT          PIC 9(05)  COMP VALUE ZEROES.
010900*-----------------------------------------------------------------
011000* RECEIPT TABLE - LOADED FROM RCPTIN.  WS-RCP-USED-SW MARKS
011100* ENTRIES CONSUMED BY A MATCH SO LEFTOVERS CAN BE REPORTED AS
017800*   TREATED AS EMPTY - THE STALE-BATCH AGING STILL RUNS.
017900*-----------------------------------------------------------------
018000 1000-INITIALIZE.
018010     PERFORM 1050-READ-BUSINESS-DATE
018020         THRU 1050-EXIT.
018030     PERFORM 1060-CHECK-CYCLE-STATUS
018040         THRU 1060-EXIT.
018100     OPEN INPUT RCPTIN.
018200     IF WS-RCPTIN-OK
018300         SET WS-RCPTIN-OPEN TO TRUE
020700         MOVE 16 TO RETURN-CODE
020800         STOP RUN
020900     END-IF.
020910     OPEN EXTEND GREETEXC.
020915     IF NOT WS-GREETEXC-OK
020920         CLOSE GREETEXC
020925         OPEN OUTPUT GREETEXC
020930     END-IF.
020935     IF NOT WS-GREETEXC-OK
020940         DISPLAY "GREETRCP0013E UNABLE TO OPEN GREETEXC - "
020945                 "RUN TERMINATED"
020950         MOVE 16 TO RETURN-CODE
020955         STOP RUN
020960     END-IF.
021000     MOVE SPACES TO WS-RECEIPT-TABLE.
021200     STRING WS-RUN-DATE-MM   DELIMITED BY SIZE
021300            '/'              DELIMITED BY SIZE
021400            WS-RUN-DATE-DD   DELIMITED BY SIZE
022200*
022300 1000-EXIT.
022400     EXIT.
022401*-----------------------------------------------------------------
022402* 1050-READ-BUSINESS-DATE
022403*   TAKES THE RUN DATE FROM THE GREETBDT BUSINESS-DATE CONTROL
022404*   RECORD RATHER THAN THE SYSTEM CLOCK, SO THE RUN WORKS THE
022405*   CYCLE'S BUSINESS DAY EVEN WHEN IT IS HELD PAST MIDNIGHT.  A
022406*   MISSING OR INVALID CONTROL RECORD IS FATAL.
022407*-----------------------------------------------------------------
022408 1050-READ-BUSINESS-DATE.
022409     OPEN INPUT GREETBDT.
022410     IF NOT WS-GREETBDT-OK
022411         DISPLAY "GREETRCP0008E UNABLE TO OPEN GREETBDT - "
022412                 "RUN TERMINATED"
022413         MOVE 16 TO RETURN-CODE
022414         STOP RUN
022415     END-IF.
022416     READ GREETBDT
022417         AT END
022418             MOVE SPACES TO BUSINESS-DATE-RECORD
022419     END-READ.
022420     IF BDT-BUSINESS-DATE IS NOT NUMERIC
022421        OR BDT-BUSINESS-DATE = ZEROES
022422         DISPLAY "GREETRCP0009E NO VALID BUSINESS DATE ON "
022423                 "GREETBDT - RUN TERMINATED"
022424         MOVE 16 TO RETURN-CODE
022425         STOP RUN
022426     END-IF.
022427     MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
022428     CLOSE GREETBDT.
022429*
022430 1050-EXIT.
022431     EXIT.
022432*-----------------------------------------------------------------
022433* 1060-CHECK-CYCLE-STATUS
022434*   REFUSES THE RUN WHEN GREETCYC ALREADY SHOWS GREETRCP COMPLETE
022435*   FOR THE BUSINESS DATE (A SECOND RUN FOR THE SAME DAY), OR
022436*   WHEN IT DOES NOT YET SHOW HELLOJOB COMPLETE (A RUN OUT OF
022437*   ORDER).  AN ABSENT FILE MEANS NOTHING HAS COMPLETED.
022438*-----------------------------------------------------------------
022439 1060-CHECK-CYCLE-STATUS.
022440     OPEN INPUT GREETCYC.
022441     IF WS-GREETCYC-OK
022442         PERFORM 1070-READ-CYCLE-ROW
022443             THRU 1070-EXIT
022444             UNTIL WS-GREETCYC-EOF
022445         CLOSE GREETCYC
022446     END-IF.
022447     IF WS-CYCLE-DONE
022448         DISPLAY "GREETRCP0010E GREETRCP ALREADY COMPLETE FOR "
022449                 "BUSINESS DATE " WS-RUN-DATE " - RUN "
022450                 "TERMINATED"
022451         MOVE 16 TO RETURN-CODE
022452         STOP RUN
022453     END-IF.
022454     IF NOT WS-HELLOJOB-DONE
022455        AND WS-CYCLE-WAIT-JOB = SPACES
022456         MOVE 'HELLOJOB' TO WS-CYCLE-WAIT-JOB
022457     END-IF.
022458     IF WS-CYCLE-WAIT-JOB NOT = SPACES
022459         DISPLAY "GREETRCP0011E " WS-CYCLE-WAIT-JOB
022460                 " NOT YET COMPLETE FOR BUSINESS DATE "
022461                 WS-RUN-DATE " - RUN OUT OF ORDER - TERMINATED"
022462         MOVE 16 TO RETURN-CODE
022463         STOP RUN
022464     END-IF.
022465*
022466 1060-EXIT.
022467     EXIT.
022468*-----------------------------------------------------------------
022469* 1070-READ-CYCLE-ROW
022470*   READS ONE CYCLE-STATUS ROW, NOTING THE COMPLETIONS THAT
022471*   MATTER TO THIS RUN FOR THE BUSINESS DATE.
022472*-----------------------------------------------------------------
022473 1070-READ-CYCLE-ROW.
022474     READ GREETCYC
022475         AT END
022476             SET WS-GREETCYC-EOF TO TRUE
022477             GO TO 1070-EXIT
022478     END-READ.
022479     IF CYC-BUSINESS-DATE NOT = WS-RUN-DATE
022480        OR NOT CYC-STATUS-COMPLETE
022481         GO TO 1070-EXIT
022482     END-IF.
022483     IF CYC-JOB-NAME = WS-RPT-JOB-NAME
022484         SET WS-CYCLE-DONE TO TRUE
022485     END-IF.
022486     IF CYC-JOB-NAME = 'HELLOJOB'
022487         SET WS-HELLOJOB-DONE TO TRUE
022488     END-IF.
022489*
022490 1070-EXIT.
022491     EXIT.
022500*-----------------------------------------------------------------
022600* 2000-LOAD-RECEIPTS
022700*   LOADS THE RCPTIN RECEIPT FILE INTO THE RECEIPT TABLE.
033100         ADD 1 TO WS-MISMATCH-COUNT
033200         MOVE '** COUNT MISMATCH - BATCH EXTRACTED SHORT/LONG'
033300             TO WS-RPT-DETAIL-TAG
033310         MOVE SPACES TO EXCEPTION-RECORD
033315         SET EXC-SEV-HIGH           TO TRUE
033320         SET EXC-TYPE-BATCH-COUNT   TO TRUE
033325         SET EXC-OWNER-TELLER-TEAM  TO TRUE
033330         SET EXC-KEY-BATCH          TO TRUE
033335         MOVE XMT-BATCH-NUMBER TO EXC-KEY
033340         MOVE 'N' TO EXC-AUTO-CLEAR-SW
033345         MOVE 'COUNT MISMATCH - BATCH EXTRACTED SHORT/LONG'
033350             TO EXC-TEXT
033355         PERFORM 8500-WRITE-EXCEPTION-EVENT
033360             THRU 8500-EXIT
033400     END-IF.
033500     WRITE GREETRCR-RECORD FROM WS-RPT-DETAIL-LINE.
033600*
035400         MOVE XMT-RECORD-COUNT TO WS-RPT-DETAIL-SENT
035500         MOVE ZEROES           TO WS-RPT-DETAIL-RCVD
035600         WRITE GREETRCR-RECORD FROM WS-RPT-DETAIL-LINE
035610         MOVE SPACES TO EXCEPTION-RECORD
035615         SET EXC-SEV-MEDIUM         TO TRUE
035620         SET EXC-TYPE-BATCH-STALE   TO TRUE
035625         SET EXC-OWNER-TELLER-TEAM  TO TRUE
035630         SET EXC-KEY-BATCH          TO TRUE
035635         MOVE XMT-BATCH-NUMBER TO EXC-KEY
035640         SET EXC-AUTO-CLEAR         TO TRUE
035645         MOVE 'STILL SENT - NO PICKUP AFTER ONE DAY' TO EXC-TEXT
035650         PERFORM 8500-WRITE-EXCEPTION-EVENT
035655             THRU 8500-EXIT
035700     END-IF.
035800*
035900 3300-EXIT.
038600     MOVE ZEROES TO WS-RPT-DETAIL-SENT.
038700     MOVE WS-RCP-COUNT (WS-RCP-SUB) TO WS-RPT-DETAIL-RCVD.
038800     WRITE GREETRCR-RECORD FROM WS-RPT-DETAIL-LINE.
038810     MOVE SPACES TO EXCEPTION-RECORD.
038815     SET EXC-SEV-HIGH           TO TRUE.
038820     SET EXC-TYPE-RCPT-NO-BATCH TO TRUE.
038825     SET EXC-OWNER-TELLER-TEAM  TO TRUE.
038830     SET EXC-KEY-BATCH          TO TRUE.
038835     MOVE WS-RCP-BATCH (WS-RCP-SUB) TO EXC-KEY.
038840     MOVE 'N' TO EXC-AUTO-CLEAR-SW.
038845     MOVE 'RECEIPT FOR BATCH NEVER LOGGED' TO EXC-TEXT.
038850     PERFORM 8500-WRITE-EXCEPTION-EVENT
038855         THRU 8500-EXIT.
038900*
039000 6100-EXIT.
039100     EXIT.
039200*-----------------------------------------------------------------
039300* 8500-WRITE-EXCEPTION-EVENT
039400*   STAMPS THE EXCEPTION EVENT BUILT BY THE CALLER WITH THE
039500*   PROGRAM AND BUSINESS DATE AND APPENDS IT TO GREETEXC FOR THE
039600*   MORNING WORKLIST.
039700*-----------------------------------------------------------------
039800 8500-WRITE-EXCEPTION-EVENT.
039900     MOVE WS-RPT-JOB-NAME TO EXC-PROGRAM-ID.
040000     MOVE WS-RUN-DATE     TO EXC-BUSINESS-DATE.
040100     MOVE ZEROES          TO EXC-FIRST-DATE
040200                             EXC-DAYS-OPEN.
040300     WRITE EXCEPTION-RECORD.
040400     ADD 1 TO WS-EXCEPTION-COUNT.
040500*
040600 8500-EXIT.
040700     EXIT.
040800*-----------------------------------------------------------------
040900* 8600-WRITE-RUN-MARKER
041000*   APPENDS THE RUNDONE MARKER THAT TELLS THE WORKLIST THIS RUN
041100*   FINISHED, SO ITEMS IT DID NOT RAISE AGAIN MAY BE CLEARED.
041200*-----------------------------------------------------------------
041300 8600-WRITE-RUN-MARKER.
041400     MOVE SPACES TO EXCEPTION-RECORD.
041500     MOVE ZEROES TO EXC-SEVERITY.
041600     SET EXC-TYPE-RUN-DONE TO TRUE.
041700     MOVE 'RUN COMPLETE' TO EXC-TEXT.
041800     PERFORM 8500-WRITE-EXCEPTION-EVENT
041900         THRU 8500-EXIT.
042000*
042100 8600-EXIT.
042200     EXIT.
042300*-----------------------------------------------------------------
042400* 9000-TERMINATE
042500*   WRITES THE CONTROL-TOTAL LINES, CLOSES THE FILES, AND SETS
042600*   THE CONDITION CODE - CC 8 ON A COUNT MISMATCH OR ORPHAN
042700*   RECEIPT, CC 4 ON A BATCH STILL AWAITING PICKUP.
042800*-----------------------------------------------------------------
042900 9000-TERMINATE.
043000     MOVE 'TRANSMISSION ROWS READ:           '
043100         TO WS-RPT-COUNT-TEXT.
043200     MOVE WS-XMT-READ-COUNT TO WS-RPT-COUNT.
043300     WRITE GREETRCR-RECORD FROM WS-RPT-COUNT-LINE.
043400     MOVE 'RECEIPTS RECEIVED:                '
043500         TO WS-RPT-COUNT-TEXT.
043600     MOVE WS-RECEIPT-COUNT TO WS-RPT-COUNT.
043700     WRITE GREETRCR-RECORD FROM WS-RPT-COUNT-LINE.
043800     MOVE 'BATCHES ADVANCED TO EXTRACTED:    '
043900         TO WS-RPT-COUNT-TEXT.
044000     MOVE WS-EXTRACTED-COUNT TO WS-RPT-COUNT.
044100     WRITE GREETRCR-RECORD FROM WS-RPT-COUNT-LINE.
044200     MOVE 'COUNT MISMATCHES:                 '
044300         TO WS-RPT-COUNT-TEXT.
044400     MOVE WS-MISMATCH-COUNT TO WS-RPT-COUNT.
044500     WRITE GREETRCR-RECORD FROM WS-RPT-COUNT-LINE.
044600     MOVE 'BATCHES STILL AWAITING PICKUP:    '
044700         TO WS-RPT-COUNT-TEXT.
044800     MOVE WS-STALE-COUNT TO WS-RPT-COUNT.
044900     WRITE GREETRCR-RECORD FROM WS-RPT-COUNT-LINE.
045000     MOVE 'RECEIPTS FOR UNKNOWN BATCHES:     '
045100         TO WS-RPT-COUNT-TEXT.
045200     MOVE WS-ORPHAN-RECEIPT-COUNT TO WS-RPT-COUNT.
045300     WRITE GREETRCR-RECORD FROM WS-RPT-COUNT-LINE.
045400     MOVE 'EXCEPTION EVENTS LOGGED:          '
045500         TO WS-RPT-COUNT-TEXT.
045600     MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT.
045700     WRITE GREETRCR-RECORD FROM WS-RPT-COUNT-LINE.
045800     PERFORM 8600-WRITE-RUN-MARKER
045900         THRU 8600-EXIT.
046000     CLOSE GREETXMT.
046100     CLOSE GREETXMN.
046200     CLOSE GREETRCR.
046300     CLOSE GREETEXC.
046400     IF WS-MISMATCH-COUNT > 0
046500        OR WS-ORPHAN-RECEIPT-COUNT > 0
046600         DISPLAY "GREETRCP0006E RECEIPT EXCEPTION(S) - SEE "
046700                 "GREETRCR"
046800         IF RETURN-CODE < 8
046900             MOVE 8 TO RETURN-CODE
047000         END-IF
047100     END-IF.
047200     IF WS-STALE-COUNT > 0
047300         DISPLAY "GREETRCP0007W " WS-STALE-COUNT
047400                 " BATCH(ES) STILL AWAITING PICKUP - SEE "
047500                 "GREETRCR"
047600         IF RETURN-CODE < 4
047700             MOVE 4 TO RETURN-CODE
047800         END-IF
047900     END-IF.
048000     PERFORM 9100-RECORD-CYCLE-STATUS
048100         THRU 9100-EXIT.
048200*
048300 9000-EXIT.
048400     EXIT.
048500*-----------------------------------------------------------------
048600* 9100-RECORD-CYCLE-STATUS
048700*   WRITES GREETRCP'S COMPLETION ROW FOR THE BUSINESS DATE TO
048800*   GREETCYN.  THE JOB'S LAST STEP APPENDS IT TO GREETCYC ONLY
048900*   AFTER GREETXMN HAS BEEN PROMOTED OVER GREETXMT, SO THE
049000*   DEPENDENT JOBS ARE NEVER RELEASED ON AN UNPROMOTED LOG.
049100*   A JOB THAT FAILS IN A LATER STEP IS RESTARTED AT THAT STEP.
049200*   A JOB THAT FAILS IN THIS STEP IS RERUN FROM ITS FIRST STEP:
049300*   GREETXMN IS REWRITTEN, GREETRCR IS A NEW GENERATION, AND
049400*   GREETEXC EVENTS RAISED AGAIN ARE COUNTED ONCE BY THE
049500*   MORNING WORKLIST AS A RERUN OF THE SOURCE.  FAILING TO
049600*   WRITE THE ROW IS FATAL.
049700*-----------------------------------------------------------------
049800 9100-RECORD-CYCLE-STATUS.
049900     OPEN OUTPUT GREETCYN.
050000     IF NOT WS-GREETCYN-OK
050100         DISPLAY "GREETRCP0012E UNABLE TO WRITE GREETCYN - "
050200                 "COMPLETION NOT RECORDED - RUN TERMINATED"
050300         MOVE 16 TO RETURN-CODE
050400         STOP RUN
050500     END-IF.
050600     MOVE SPACES            TO GREETCYN-RECORD.
050700     MOVE WS-RUN-DATE       TO CYN-BUSINESS-DATE.
050800     MOVE WS-RPT-JOB-NAME   TO CYN-JOB-NAME.
050900     MOVE 'C'               TO CYN-STATUS-CODE.
051000     MOVE RETURN-CODE       TO CYN-RETURN-CODE.
051100     ACCEPT CYN-SYSTEM-DATE FROM DATE YYYYMMDD.
051200     ACCEPT CYN-SYSTEM-TIME FROM TIME.
051300     WRITE GREETCYN-RECORD.
051400     CLOSE GREETCYN.
051500*
051600 9100-EXIT.
051700     EXIT.
