000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GREETBKO.
000300 AUTHOR.      R TOMASZEWSKI.
000400 INSTALLATION.BRANCH OPERATIONS SUPPORT.
000500 DATE-WRITTEN.10/15/2026.
000600 DATE-COMPILED.10/15/2026.
000700*-----------------------------------------------------------------
000800* REMARKS.  BACKS ONE GREETMNT MAINTENANCE RUN OUT OF THE GREETIN
000900*           RECIPIENT MASTER FROM THE GREETJRN CHANGE JOURNAL.
001000*           THE RUN IS NAMED BY ITS 16-DIGIT RUN ID (PRINTED ON
001100*           THE RUN'S GREETMRP REPORT) IN THE EXEC PARM.
001200*
001300*           THE JOURNAL IS READ ONCE TO COLLECT THE RUN'S ROWS
001400*           AND TO SPOT EVERY RECIPIENT A LATER RUN (MAINTENANCE,
001500*           BRANCH REASSIGNMENT OR ANOTHER BACKOUT) CHANGED AGAIN.
001600*           SUCH A RECIPIENT IS REFUSED - ITS CURRENT RECORD IS
001700*           LEFT ALONE AND REPORTED WITH THE LATER RUN'S ID - AS
001800*           IS ANY RECIPIENT WHOSE MASTER RECORD NO LONGER MATCHES
001900*           THE RUN'S LAST AFTER IMAGE.  THE REMAINING ROWS ARE
002000*           REVERSED IN REVERSE ORDER: AN ADD IS DELETED, A CHANGE
002100*           IS REWRITTEN WITH ITS BEFORE IMAGE, AND A DELETE IS
002200*           WRITTEN BACK FROM ITS BEFORE IMAGE.  EVERY REVERSAL IS
002300*           ITSELF JOURNALED UNDER THIS RUN'S OWN RUN ID, WITH
002400*           JRN-BACKOUT-RUN-ID NAMING THE RUN BACKED OUT.
002500*
002600*           THE WHOLE BACKOUT IS REFUSED (CC 8, NOTHING CHANGED)
002700*           WHEN THE RUN IS NOT ON THE JOURNAL, WAS NOT A GREETMNT
002800*           RUN, OR HAS ALREADY BEEN BACKED OUT.  CC 4 MEANS SOME
002900*           RECIPIENTS WERE REFUSED - SEE THE GREETBKR REPORT.
003000*           THE SEQUENTIAL BACKUP COPY OF GREETIN IS CUT BY THE
003100*           JOB'S UNLOAD STEP, NOT BY THIS PROGRAM.
003200*-----------------------------------------------------------------
003300* MODIFICATION HISTORY.
003400*   10/15/2026  RT  INITIAL VERSION.
003500*-----------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.  IBM-370.
003900 OBJECT-COMPUTER.  IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT GREETJRN ASSIGN TO GREETJRN
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-GREETJRN-STATUS.
004500     SELECT GREETIN ASSIGN TO GREETIN
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS GR-RECIPIENT-ID
004900         ALTERNATE RECORD KEY IS GR-BRANCH-CODE
005000             WITH DUPLICATES
005100         FILE STATUS IS WS-GREETIN-STATUS.
005200     SELECT GREETBKR ASSIGN TO GREETBKR
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-GREETBKR-STATUS.
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  GREETJRN
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 COPY JRNLREC.
006200*
006300 FD  GREETIN
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 COPY GREETREC.
006700*
006800 FD  GREETBKR
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 01  GREETBKR-RECORD                PIC X(132).
007200*
007300 WORKING-STORAGE SECTION.
007400*-----------------------------------------------------------------
007500* FILE STATUS SWITCHES.  STATUS '02' ON THE MASTER IS A
007600* SUCCESSFUL WRITE/REWRITE THAT DUPLICATED AN ALTERNATE KEY
007700* VALUE - EXPECTED, SINCE MANY RECIPIENTS SHARE A BRANCH.
007800*-----------------------------------------------------------------
007900 01  WS-FILE-STATUSES.
008000     05  WS-GREETJRN-STATUS      PIC X(02)  VALUE SPACES.
008100         88  WS-GREETJRN-OK                   VALUE '00'.
008200     05  WS-GREETIN-STATUS       PIC X(02)  VALUE SPACES.
008300         88  WS-GREETIN-OK                    VALUE '00' '02'.
008400     05  WS-GREETBKR-STATUS      PIC X(02)  VALUE SPACES.
008500         88  WS-GREETBKR-OK                   VALUE '00'.
008600*-----------------------------------------------------------------
008700* PROGRAM SWITCHES
008800*-----------------------------------------------------------------
008900 01  WS-SWITCHES.
009000     05  WS-GREETJRN-EOF-SW      PIC X(01)  VALUE 'N'.
009100         88  WS-GREETJRN-EOF                  VALUE 'Y'.
009200     05  WS-RUN-FOUND-SW         PIC X(01)  VALUE 'N'.
009300         88  WS-RUN-FOUND                     VALUE 'Y'.
009400     05  WS-NOT-MAINT-RUN-SW     PIC X(01)  VALUE 'N'.
009500         88  WS-NOT-MAINT-RUN                 VALUE 'Y'.
009600     05  WS-BACKED-OUT-SW        PIC X(01)  VALUE 'N'.
009700         88  WS-ALREADY-BACKED-OUT            VALUE 'Y'.
009800     05  WS-BACKOUT-REFUSED-SW   PIC X(01)  VALUE 'N'.
009900         88  WS-BACKOUT-REFUSED               VALUE 'Y'.
010000     05  WS-MASTER-FOUND-SW      PIC X(01)  VALUE 'N'.
010100         88  WS-MASTER-FOUND                  VALUE 'Y'.
010200*-----------------------------------------------------------------
010300* RUN CONTROL FIELDS.  WS-RUN-ID IS THIS BACKOUT'S OWN RUN ID;
010400* WS-TARGET-RUN-ID IS THE MAINTENANCE RUN BEING BACKED OUT.
010500*-----------------------------------------------------------------
010600 01  WS-RUN-FIELDS.
010700     05  WS-RUN-DATE             PIC 9(08)  VALUE ZEROES.
010800     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
010900         10  WS-RUN-DATE-CCYY    PIC 9(04).
011000         10  WS-RUN-DATE-MM      PIC 9(02).
011100         10  WS-RUN-DATE-DD      PIC 9(02).
011200     05  WS-RUN-DATE-EDIT        PIC X(10)  VALUE SPACES.
011300     05  WS-RUN-TIME             PIC 9(08)  VALUE ZEROES.
011400     05  WS-RUN-ID.
011500         10  WS-RUN-ID-DATE      PIC 9(08)  VALUE ZEROES.
011600         10  WS-RUN-ID-TIME      PIC 9(08)  VALUE ZEROES.
011700     05  WS-TARGET-RUN-ID        PIC X(16)  VALUE SPACES.
011800     05  WS-TARGET-PROGRAM-ID    PIC X(08)  VALUE SPACES.
011900     05  WS-REFUSE-RECIPIENT-ID  PIC X(06)  VALUE SPACES.
012000     05  WS-REFUSE-REASON        PIC X(40)  VALUE SPACES.
012100     05  WS-JRN-ACTION           PIC X(06)  VALUE SPACES.
012200     05  WS-JRN-BEFORE-IMAGE     PIC X(80)  VALUE SPACES.
012300 77  WS-PARM-LENGTH              PIC 9(04)  VALUE ZEROES.
012400 77  WS-BKO-SUB                  PIC 9(05)  COMP VALUE ZEROES.
012500 77  WS-MARK-SUB                 PIC 9(05)  COMP VALUE ZEROES.
012600 77  WS-BKO-ENTRY-COUNT          PIC 9(05)  COMP VALUE ZEROES.
012700 77  WS-JOURNAL-READ-COUNT       PIC 9(05)  COMP VALUE ZEROES.
012800 77  WS-REVERSED-COUNT           PIC 9(05)  COMP VALUE ZEROES.
012900 77  WS-REFUSED-COUNT            PIC 9(05)  COMP VALUE ZEROES.
013000 77  WS-JOURNAL-COUNT            PIC 9(05)  COMP VALUE ZEROES.
013100*-----------------------------------------------------------------
013200* THE BACKED-OUT RUN'S JOURNAL ROWS, IN THE ORDER THEY WERE
013300* WRITTEN.  SIZED FOR 2000 ROWS - A LARGER RUN IS FATAL RATHER
013400* THAN BACKED OUT IN PART.  AN ENTRY IS REFUSED WHEN ITS
013500* RECIPIENT MAY NOT BE TOUCHED, AND VERIFIED ONCE ITS
013600* RECIPIENT'S CURRENT MASTER RECORD HAS BEEN CHECKED.
013700*-----------------------------------------------------------------
013800 01  WS-BACKOUT-TABLE.
013900     05  WS-BKO-ENTRY OCCURS 2000 TIMES.
014000         10  WS-BKO-SEQUENCE          PIC 9(06).
014100         10  WS-BKO-ACTION            PIC X(06).
014200             88  WS-BKO-ACTION-ADD           VALUE 'ADD   '.
014300             88  WS-BKO-ACTION-CHANGE        VALUE 'CHANGE'.
014400             88  WS-BKO-ACTION-DELETE        VALUE 'DELETE'.
014500         10  WS-BKO-RECIPIENT-ID      PIC X(06).
014600         10  WS-BKO-BEFORE-IMAGE      PIC X(80).
014700         10  WS-BKO-AFTER-IMAGE       PIC X(80).
014800         10  WS-BKO-REFUSED-SW        PIC X(01).
014900             88  WS-BKO-REFUSED              VALUE 'Y'.
015000         10  WS-BKO-VERIFIED-SW       PIC X(01).
015100             88  WS-BKO-VERIFIED             VALUE 'Y'.
015200         10  WS-BKO-REASON            PIC X(40).
015300*-----------------------------------------------------------------
015400* REPORT LAYOUT FIELDS
015500*-----------------------------------------------------------------
015600 01  WS-REPORT-LINES.
015700     05  WS-RPT-HEADER-1.
015800         10  FILLER              PIC X(10) VALUE 'JOB NAME: '.
015900         10  WS-RPT-JOB-NAME     PIC X(08) VALUE 'GREETBKO'.
016000         10  FILLER              PIC X(10) VALUE SPACES.
016100         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
016200         10  WS-RPT-RUN-DATE     PIC X(10) VALUE SPACES.
016300         10  FILLER              PIC X(10) VALUE SPACES.
016400         10  FILLER              PIC X(08) VALUE 'RUN ID: '.
016500         10  WS-RPT-RUN-ID       PIC X(16) VALUE SPACES.
016600         10  FILLER              PIC X(50) VALUE SPACES.
016700     05  WS-RPT-HEADER-2.
016800         10  FILLER              PIC X(36)
016900             VALUE 'MAINTENANCE RUN BACKOUT REPORT      '.
017000         10  FILLER              PIC X(16)
017100             VALUE 'RUN BACKED OUT: '.
017200         10  WS-RPT-TARGET-RUN-ID
017300                                 PIC X(16) VALUE SPACES.
017400         10  FILLER              PIC X(64) VALUE SPACES.
017500     05  WS-RPT-ACTION-LINE.
017600         10  WS-RPT-STATUS       PIC X(09) VALUE SPACES.
017700         10  FILLER              PIC X(06) VALUE '  SEQ '.
017800         10  WS-RPT-SEQUENCE     PIC 9(06) VALUE ZEROES.
017900         10  FILLER              PIC X(10) VALUE '  ACTION: '.
018000         10  WS-RPT-ACTION       PIC X(06) VALUE SPACES.
018100         10  FILLER              PIC X(06) VALUE '  ID: '.
018200         10  WS-RPT-ACTION-ID    PIC X(06) VALUE SPACES.
018300         10  FILLER              PIC X(02) VALUE SPACES.
018400         10  WS-RPT-REASON       PIC X(40) VALUE SPACES.
018500         10  FILLER              PIC X(41) VALUE SPACES.
018600     05  WS-RPT-IMAGE-LINE.
018700         10  FILLER              PIC X(02) VALUE SPACES.
018800         10  WS-RPT-IMAGE-TAG    PIC X(10) VALUE SPACES.
018900         10  WS-RPT-IMAGE        PIC X(80) VALUE SPACES.
019000         10  FILLER              PIC X(40) VALUE SPACES.
019100     05  WS-RPT-MESSAGE-LINE.
019200         10  WS-RPT-MESSAGE      PIC X(60) VALUE SPACES.
019300         10  FILLER              PIC X(72) VALUE SPACES.
019400     05  WS-RPT-COUNT-LINE.
019500         10  WS-RPT-COUNT-TEXT   PIC X(28) VALUE SPACES.
019600         10  WS-RPT-COUNT        PIC ZZZZ9.
019700         10  FILLER              PIC X(99) VALUE SPACES.
019800*
019900 LINKAGE SECTION.
020000 01  LK-PARM-AREA.
020100     05  LK-PARM-LENGTH          PIC S9(04) COMP.
020200     05  LK-PARM-TEXT            PIC X(16).
020300*
020400 PROCEDURE DIVISION USING LK-PARM-AREA.
020500*-----------------------------------------------------------------
020600* 0000-MAINLINE
020700*   CONTROLS THE OVERALL FLOW OF THE BACKOUT RUN.  NOTHING IS
020800*   OPENED FOR UPDATE UNTIL THE JOURNAL SCAN HAS SHOWN THE RUN
020900*   MAY BE BACKED OUT.
021000*-----------------------------------------------------------------
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE
021300         THRU 1000-EXIT.
021400     PERFORM 2000-SCAN-JOURNAL
021500         THRU 2000-EXIT.
021600     IF NOT WS-BACKOUT-REFUSED
021700         PERFORM 3000-VERIFY-MASTER
021800             THRU 3000-EXIT
021900         PERFORM 4000-BACK-OUT-RUN
022000             THRU 4000-EXIT
022100     END-IF.
022200     PERFORM 9000-TERMINATE
022300         THRU 9000-EXIT.
022400     STOP RUN.
022500*
022600 0000-MAINLINE-EXIT.
022700     EXIT.
022800*-----------------------------------------------------------------
022900* 1000-INITIALIZE
023000*   TAKES THE RUN TO BE BACKED OUT FROM THE EXEC PARM, OPENS THE
023100*   REPORT AND THE JOURNAL FOR THE SCAN, AND WRITES THE REPORT
023200*   HEADINGS.  A MISSING OR MALFORMED PARM, OR ANY FILE FAILING
023300*   TO OPEN, IS FATAL TO THE RUN.
023400*-----------------------------------------------------------------
023500 1000-INITIALIZE.
023600     PERFORM 1100-VALIDATE-PARM
023700         THRU 1100-EXIT.
023800     OPEN OUTPUT GREETBKR.
023900     IF NOT WS-GREETBKR-OK
024000         DISPLAY "GREETBKO0001E UNABLE TO OPEN GREETBKR - "
024100                 "RUN TERMINATED"
024200         MOVE 16 TO RETURN-CODE
024300         STOP RUN
024400     END-IF.
024500     OPEN INPUT  GREETJRN.
024600     IF NOT WS-GREETJRN-OK
024700         DISPLAY "GREETBKO0002E UNABLE TO OPEN GREETJRN - "
024800                 "RUN TERMINATED"
024900         MOVE 16 TO RETURN-CODE
025000         STOP RUN
025100     END-IF.
025200     MOVE SPACES TO WS-BACKOUT-TABLE.
025300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025400     ACCEPT WS-RUN-TIME FROM TIME.
025500     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE.
025600     MOVE WS-RUN-TIME TO WS-RUN-ID-TIME.
025700     STRING WS-RUN-DATE-MM   DELIMITED BY SIZE
025800            '/'              DELIMITED BY SIZE
025900            WS-RUN-DATE-DD   DELIMITED BY SIZE
026000            '/'              DELIMITED BY SIZE
026100            WS-RUN-DATE-CCYY DELIMITED BY SIZE
026200            INTO WS-RUN-DATE-EDIT
026300     END-STRING.
026400     MOVE WS-RUN-DATE-EDIT TO WS-RPT-RUN-DATE.
026500     MOVE WS-RUN-ID        TO WS-RPT-RUN-ID.
026600     MOVE WS-TARGET-RUN-ID TO WS-RPT-TARGET-RUN-ID.
026700     WRITE GREETBKR-RECORD FROM WS-RPT-HEADER-1.
026800     WRITE GREETBKR-RECORD FROM WS-RPT-HEADER-2.
026900     DISPLAY "GREETBKO0003I BACKOUT RUN ID " WS-RUN-ID
027000             " BACKING OUT RUN " WS-TARGET-RUN-ID.
027100*
027200 1000-EXIT.
027300     EXIT.
027400*-----------------------------------------------------------------
027500* 1100-VALIDATE-PARM
027600*   THE EXEC PARM MUST CARRY THE 16-DIGIT RUN ID OF THE
027700*   MAINTENANCE RUN TO BE BACKED OUT.  THERE IS NO DEFAULT.
027800*-----------------------------------------------------------------
027900 1100-VALIDATE-PARM.
028000     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH.
028100     IF WS-PARM-LENGTH NOT = 16
028200         DISPLAY "GREETBKO0004E PARM MUST BE THE 16-DIGIT RUN ID "
028300                 "TO BACK OUT - RUN TERMINATED"
028400         MOVE 16 TO RETURN-CODE
028500         STOP RUN
028600     END-IF.
028700     IF LK-PARM-TEXT IS NOT NUMERIC
028800         DISPLAY "GREETBKO0004E PARM MUST BE THE 16-DIGIT RUN ID "
028900                 "TO BACK OUT - RUN TERMINATED"
029000         MOVE 16 TO RETURN-CODE
029100         STOP RUN
029200     END-IF.
029300     MOVE LK-PARM-TEXT TO WS-TARGET-RUN-ID.
029400*
029500 1100-EXIT.
029600     EXIT.
029700*-----------------------------------------------------------------
029800* 2000-SCAN-JOURNAL
029900*   READS THE WHOLE JOURNAL, COLLECTING THE TARGET RUN'S ROWS AND
030000*   REFUSING EVERY RECIPIENT A LATER ROW TOUCHES.  THEN DECIDES
030100*   WHETHER THE RUN MAY BE BACKED OUT AT ALL.
030200*-----------------------------------------------------------------
030300 2000-SCAN-JOURNAL.
030400     PERFORM 2100-SCAN-JOURNAL-ROW
030500         THRU 2100-EXIT
030600         UNTIL WS-GREETJRN-EOF.
030700     CLOSE GREETJRN.
030800     IF NOT WS-RUN-FOUND
030900         MOVE 'RUN NOT FOUND ON THE GREETJRN JOURNAL'
031000             TO WS-RPT-MESSAGE
031100         DISPLAY "GREETBKO0005E RUN " WS-TARGET-RUN-ID
031200                 " NOT FOUND ON GREETJRN - NOTHING BACKED OUT"
031300         SET WS-BACKOUT-REFUSED TO TRUE
031400         GO TO 2000-EXIT
031500     END-IF.
031600     IF WS-NOT-MAINT-RUN
031700         MOVE 'RUN WAS NOT A GREETMNT MAINTENANCE RUN'
031800             TO WS-RPT-MESSAGE
031900         DISPLAY "GREETBKO0006E RUN " WS-TARGET-RUN-ID
032000                 " WAS MADE BY " WS-TARGET-PROGRAM-ID
032100                 " - ONLY GREETMNT RUNS ARE BACKED OUT"
032200         SET WS-BACKOUT-REFUSED TO TRUE
032300         GO TO 2000-EXIT
032400     END-IF.
032500     IF WS-ALREADY-BACKED-OUT
032600         MOVE 'RUN HAS ALREADY BEEN BACKED OUT'
032700             TO WS-RPT-MESSAGE
032800         DISPLAY "GREETBKO0007E RUN " WS-TARGET-RUN-ID
032900                 " HAS ALREADY BEEN BACKED OUT - "
033000                 "NOTHING BACKED OUT"
033100         SET WS-BACKOUT-REFUSED TO TRUE
033200         GO TO 2000-EXIT
033300     END-IF.
033400*
033500 2000-EXIT.
033600     EXIT.
033700*-----------------------------------------------------------------
033800* 2100-SCAN-JOURNAL-ROW
033900*   CLASSIFIES ONE JOURNAL ROW.  THE JOURNAL IS WRITTEN IN THE
034000*   ORDER CHANGES WERE MADE, SO ANY ROW OF ANOTHER RUN READ AFTER
034100*   THE TARGET RUN'S FIRST ROW IS A LATER CHANGE.
034200*-----------------------------------------------------------------
034300 2100-SCAN-JOURNAL-ROW.
034400     READ GREETJRN
034500         AT END
034600             SET WS-GREETJRN-EOF TO TRUE
034700             GO TO 2100-EXIT
034800     END-READ.
034900     ADD 1 TO WS-JOURNAL-READ-COUNT.
035000     IF JRN-BACKOUT-RUN-ID = WS-TARGET-RUN-ID
035100         SET WS-ALREADY-BACKED-OUT TO TRUE
035200     END-IF.
035300     IF JRN-RUN-ID = WS-TARGET-RUN-ID
035400         PERFORM 2200-LOAD-RUN-ROW
035500             THRU 2200-EXIT
035600         GO TO 2100-EXIT
035700     END-IF.
035800     IF WS-RUN-FOUND
035900         MOVE JRN-RECIPIENT-ID TO WS-REFUSE-RECIPIENT-ID
036000         MOVE SPACES           TO WS-REFUSE-REASON
036100         STRING 'CHANGED AGAIN BY RUN ' DELIMITED BY SIZE
036200                JRN-RUN-ID              DELIMITED BY SIZE
036300                INTO WS-REFUSE-REASON
036400         END-STRING
036500         PERFORM 2300-REFUSE-RECIPIENT
036600             THRU 2300-EXIT
036700     END-IF.
036800*
036900 2100-EXIT.
037000     EXIT.
037100*-----------------------------------------------------------------
037200* 2200-LOAD-RUN-ROW
037300*   ADDS ONE OF THE TARGET RUN'S ROWS TO THE BACKOUT TABLE.  A
037400*   RUN LARGER THAN THE TABLE IS FATAL - IT MUST NOT BE BACKED
037500*   OUT IN PART.
037600*-----------------------------------------------------------------
037700 2200-LOAD-RUN-ROW.
037800     SET WS-RUN-FOUND TO TRUE.
037900     MOVE JRN-PROGRAM-ID TO WS-TARGET-PROGRAM-ID.
038000     IF JRN-PROGRAM-ID NOT = 'GREETMNT'
038100         SET WS-NOT-MAINT-RUN TO TRUE
038200         GO TO 2200-EXIT
038300     END-IF.
038400     IF WS-BKO-ENTRY-COUNT = 2000
038500         DISPLAY "GREETBKO0008E RUN " WS-TARGET-RUN-ID
038600                 " EXCEEDS THE 2000-ROW BACKOUT TABLE - "
038700                 "RUN TERMINATED"
038800         MOVE 16 TO RETURN-CODE
038900         STOP RUN
039000     END-IF.
039100     ADD 1 TO WS-BKO-ENTRY-COUNT.
039200     MOVE WS-BKO-ENTRY-COUNT TO WS-BKO-SUB.
039300     MOVE JRN-SEQUENCE     TO WS-BKO-SEQUENCE (WS-BKO-SUB).
039400     MOVE JRN-ACTION-CODE  TO WS-BKO-ACTION (WS-BKO-SUB).
039500     MOVE JRN-RECIPIENT-ID TO WS-BKO-RECIPIENT-ID (WS-BKO-SUB).
039600     MOVE JRN-BEFORE-IMAGE TO WS-BKO-BEFORE-IMAGE (WS-BKO-SUB).
039700     MOVE JRN-AFTER-IMAGE  TO WS-BKO-AFTER-IMAGE (WS-BKO-SUB).
039800     MOVE 'N'              TO WS-BKO-REFUSED-SW (WS-BKO-SUB).
039900     MOVE 'N'              TO WS-BKO-VERIFIED-SW (WS-BKO-SUB).
040000*
040100 2200-EXIT.
040200     EXIT.
040300*-----------------------------------------------------------------
040400* 2300-REFUSE-RECIPIENT
040500*   REFUSES EVERY TABLE ENTRY FOR WS-REFUSE-RECIPIENT-ID, KEEPING
040600*   THE FIRST REASON RECORDED AGAINST AN ENTRY.
040700*-----------------------------------------------------------------
040800 2300-REFUSE-RECIPIENT.
040900     PERFORM 2310-REFUSE-ONE-ENTRY
041000         THRU 2310-EXIT
041100         VARYING WS-MARK-SUB FROM 1 BY 1
041200         UNTIL WS-MARK-SUB > WS-BKO-ENTRY-COUNT.
041300*
041400 2300-EXIT.
041500     EXIT.
041600*-----------------------------------------------------------------
041700* 2310-REFUSE-ONE-ENTRY
041800*   REFUSES ONE TABLE ENTRY WHEN IT BELONGS TO THE RECIPIENT.
041900*-----------------------------------------------------------------
042000 2310-REFUSE-ONE-ENTRY.
042100     IF WS-BKO-RECIPIENT-ID (WS-MARK-SUB) NOT =
042200        WS-REFUSE-RECIPIENT-ID
042300         GO TO 2310-EXIT
042400     END-IF.
042500     IF WS-BKO-REFUSED (WS-MARK-SUB)
042600         GO TO 2310-EXIT
042700     END-IF.
042800     MOVE 'Y'              TO WS-BKO-REFUSED-SW (WS-MARK-SUB).
042900     MOVE WS-REFUSE-REASON TO WS-BKO-REASON (WS-MARK-SUB).
043000*
043100 2310-EXIT.
043200     EXIT.
043300*-----------------------------------------------------------------
043400* 3000-VERIFY-MASTER
043500*   OPENS THE MASTER FOR UPDATE AND, BEFORE ANYTHING IS CHANGED,
043600*   CHECKS EACH REMAINING RECIPIENT'S CURRENT RECORD AGAINST THE
043700*   RUN'S LAST AFTER IMAGE FOR IT.  THE TABLE IS WALKED FROM THE
043800*   END, SO THE FIRST ENTRY MET FOR A RECIPIENT IS ITS LAST.
043900*-----------------------------------------------------------------
044000 3000-VERIFY-MASTER.
044100     OPEN I-O    GREETIN.
044200     IF NOT WS-GREETIN-OK
044300         DISPLAY "GREETBKO0009E UNABLE TO OPEN GREETIN - "
044400                 "RUN TERMINATED"
044500         MOVE 16 TO RETURN-CODE
044600         STOP RUN
044700     END-IF.
044800     PERFORM 3100-VERIFY-ONE-RECIPIENT
044900         THRU 3100-EXIT
045000         VARYING WS-BKO-SUB FROM WS-BKO-ENTRY-COUNT BY -1
045100         UNTIL WS-BKO-SUB < 1.
045200*
045300 3000-EXIT.
045400     EXIT.
045500*-----------------------------------------------------------------
045600* 3100-VERIFY-ONE-RECIPIENT
045700*   THE MASTER MUST STILL HOLD EXACTLY THE AFTER IMAGE (OR, AFTER
045800*   A DELETE, NO RECORD).  A DIFFERENCE MEANS AN UNJOURNALED
045900*   CHANGE, AND THE RECIPIENT IS REFUSED.  EITHER WAY ALL OF THE
046000*   RECIPIENT'S ENTRIES ARE MARKED VERIFIED.
046100*-----------------------------------------------------------------
046200 3100-VERIFY-ONE-RECIPIENT.
046300     IF WS-BKO-REFUSED (WS-BKO-SUB)
046400        OR WS-BKO-VERIFIED (WS-BKO-SUB)
046500         GO TO 3100-EXIT
046600     END-IF.
046700     PERFORM 3200-READ-MASTER-RECORD
046800         THRU 3200-EXIT.
046900     MOVE WS-BKO-RECIPIENT-ID (WS-BKO-SUB)
047000         TO WS-REFUSE-RECIPIENT-ID.
047100     MOVE 'MASTER NO LONGER MATCHES THE JOURNAL'
047200         TO WS-REFUSE-REASON.
047300     IF WS-BKO-ACTION-DELETE (WS-BKO-SUB)
047400         IF WS-MASTER-FOUND
047500             PERFORM 2300-REFUSE-RECIPIENT
047600                 THRU 2300-EXIT
047700         END-IF
047800     ELSE
047900         IF NOT WS-MASTER-FOUND
048000            OR GREETIN-RECORD NOT =
048100               WS-BKO-AFTER-IMAGE (WS-BKO-SUB)
048200             PERFORM 2300-REFUSE-RECIPIENT
048300                 THRU 2300-EXIT
048400         END-IF
048500     END-IF.
048600     PERFORM 3110-MARK-ONE-VERIFIED
048700         THRU 3110-EXIT
048800         VARYING WS-MARK-SUB FROM 1 BY 1
048900         UNTIL WS-MARK-SUB > WS-BKO-ENTRY-COUNT.
049000*
049100 3100-EXIT.
049200     EXIT.
049300*-----------------------------------------------------------------
049400* 3110-MARK-ONE-VERIFIED
049500*   MARKS ONE TABLE ENTRY VERIFIED WHEN IT BELONGS TO THE
049600*   RECIPIENT JUST CHECKED.
049700*-----------------------------------------------------------------
049800 3110-MARK-ONE-VERIFIED.
049900     IF WS-BKO-RECIPIENT-ID (WS-MARK-SUB) =
050000        WS-REFUSE-RECIPIENT-ID
050100         MOVE 'Y' TO WS-BKO-VERIFIED-SW (WS-MARK-SUB)
050200     END-IF.
050300*
050400 3110-EXIT.
050500     EXIT.
050600*-----------------------------------------------------------------
050700* 3200-READ-MASTER-RECORD
050800*   READS THE MASTER BY THE CURRENT ENTRY'S RECIPIENT ID.  A HIT
050900*   LEAVES THE CURRENT RECORD IN THE RECORD AREA.
051000*-----------------------------------------------------------------
051100 3200-READ-MASTER-RECORD.
051200     MOVE 'N' TO WS-MASTER-FOUND-SW.
051300     MOVE WS-BKO-RECIPIENT-ID (WS-BKO-SUB) TO GR-RECIPIENT-ID.
051400     READ GREETIN
051500         INVALID KEY
051600             CONTINUE
051700         NOT INVALID KEY
051800             SET WS-MASTER-FOUND TO TRUE
051900     END-READ.
052000*
052100 3200-EXIT.
052200     EXIT.
052300*-----------------------------------------------------------------
052400* 4000-BACK-OUT-RUN
052500*   OPENS THE JOURNAL TO EXTEND AND REVERSES THE RUN'S ROWS FROM
052600*   THE LAST TO THE FIRST, SO A RECIPIENT CHANGED SEVERAL TIMES
052700*   IN THE RUN UNWINDS THROUGH EACH OF ITS EARLIER STATES.
052800*-----------------------------------------------------------------
052900 4000-BACK-OUT-RUN.
053000     OPEN EXTEND GREETJRN.
053100     IF NOT WS-GREETJRN-OK
053200         DISPLAY "GREETBKO0010E UNABLE TO OPEN GREETJRN FOR "
053300                 "EXTEND - RUN TERMINATED"
053400         MOVE 16 TO RETURN-CODE
053500         STOP RUN
053600     END-IF.
053700     PERFORM 4100-REVERSE-ONE-ROW
053800         THRU 4100-EXIT
053900         VARYING WS-BKO-SUB FROM WS-BKO-ENTRY-COUNT BY -1
054000         UNTIL WS-BKO-SUB < 1.
054100     CLOSE GREETIN.
054200     CLOSE GREETJRN.
054300*
054400 4000-EXIT.
054500     EXIT.
054600*-----------------------------------------------------------------
054700* 4100-REVERSE-ONE-ROW
054800*   REPORTS A REFUSED ROW, OR UNDOES ONE ROW ON THE MASTER AND
054900*   JOURNALS THE REVERSAL.  THE MASTER WAS VERIFIED AGAINST THE
055000*   JOURNAL BEFORE ANY UPDATE, SO AN I-O FAILURE HERE IS FATAL;
055100*   THE JOB'S UNLOAD STEP HOLDS THE MASTER AS IT WAS.
055200*-----------------------------------------------------------------
055300 4100-REVERSE-ONE-ROW.
055400     MOVE WS-BKO-SEQUENCE (WS-BKO-SUB)     TO WS-RPT-SEQUENCE.
055500     MOVE WS-BKO-ACTION (WS-BKO-SUB)       TO WS-RPT-ACTION.
055600     MOVE WS-BKO-RECIPIENT-ID (WS-BKO-SUB) TO WS-RPT-ACTION-ID.
055700     IF WS-BKO-REFUSED (WS-BKO-SUB)
055800         MOVE 'REFUSED  '                  TO WS-RPT-STATUS
055900         MOVE WS-BKO-REASON (WS-BKO-SUB)   TO WS-RPT-REASON
056000         WRITE GREETBKR-RECORD FROM WS-RPT-ACTION-LINE
056100         ADD 1 TO WS-REFUSED-COUNT
056200         GO TO 4100-EXIT
056300     END-IF.
056400     MOVE 'REVERSED '                      TO WS-RPT-STATUS.
056500     MOVE SPACES                           TO WS-RPT-REASON.
056600     WRITE GREETBKR-RECORD FROM WS-RPT-ACTION-LINE.
056700     MOVE SPACES TO WS-JRN-BEFORE-IMAGE.
056800     IF WS-BKO-ACTION-ADD (WS-BKO-SUB)
056900         PERFORM 4110-UNDO-ADD
057000             THRU 4110-EXIT
057100     END-IF.
057200     IF WS-BKO-ACTION-CHANGE (WS-BKO-SUB)
057300         PERFORM 4120-UNDO-CHANGE
057400             THRU 4120-EXIT
057500     END-IF.
057600     IF WS-BKO-ACTION-DELETE (WS-BKO-SUB)
057700         PERFORM 4130-UNDO-DELETE
057800             THRU 4130-EXIT
057900     END-IF.
058000     MOVE 'WAS:      '     TO WS-RPT-IMAGE-TAG.
058100     MOVE WS-JRN-BEFORE-IMAGE TO WS-RPT-IMAGE.
058200     IF WS-JRN-BEFORE-IMAGE = SPACES
058300         MOVE '(NOT ON MASTER)' TO WS-RPT-IMAGE
058400     END-IF.
058500     WRITE GREETBKR-RECORD FROM WS-RPT-IMAGE-LINE.
058600     MOVE 'RESTORED: ' TO WS-RPT-IMAGE-TAG.
058700     MOVE WS-BKO-BEFORE-IMAGE (WS-BKO-SUB) TO WS-RPT-IMAGE.
058800     IF WS-BKO-ACTION-ADD (WS-BKO-SUB)
058900         MOVE '(DELETED)' TO WS-RPT-IMAGE
059000     END-IF.
059100     WRITE GREETBKR-RECORD FROM WS-RPT-IMAGE-LINE.
059200     PERFORM 4200-WRITE-JOURNAL-ROW
059300         THRU 4200-EXIT.
059400     ADD 1 TO WS-REVERSED-COUNT.
059500*
059600 4100-EXIT.
059700     EXIT.
059800*-----------------------------------------------------------------
059900* 4110-UNDO-ADD
060000*   A RECIPIENT ADDED BY THE RUN IS DELETED.
060100*-----------------------------------------------------------------
060200 4110-UNDO-ADD.
060300     MOVE WS-BKO-AFTER-IMAGE (WS-BKO-SUB) TO WS-JRN-BEFORE-IMAGE.
060400     MOVE 'DELETE' TO WS-JRN-ACTION.
060500     MOVE WS-BKO-RECIPIENT-ID (WS-BKO-SUB) TO GR-RECIPIENT-ID.
060600     DELETE GREETIN
060700         INVALID KEY
060800             PERFORM 4900-MASTER-UPDATE-FAILED
060900                 THRU 4900-EXIT
061000     END-DELETE.
061100*
061200 4110-EXIT.
061300     EXIT.
061400*-----------------------------------------------------------------
061500* 4120-UNDO-CHANGE
061600*   A RECIPIENT CHANGED BY THE RUN IS REWRITTEN WITH ITS BEFORE
061700*   IMAGE.
061800*-----------------------------------------------------------------
061900 4120-UNDO-CHANGE.
062000     MOVE WS-BKO-AFTER-IMAGE (WS-BKO-SUB) TO WS-JRN-BEFORE-IMAGE.
062100     MOVE 'CHANGE' TO WS-JRN-ACTION.
062200     MOVE WS-BKO-BEFORE-IMAGE (WS-BKO-SUB) TO GREETIN-RECORD.
062300     REWRITE GREETIN-RECORD
062400         INVALID KEY
062500             PERFORM 4900-MASTER-UPDATE-FAILED
062600                 THRU 4900-EXIT
062700     END-REWRITE.
062800*
062900 4120-EXIT.
063000     EXIT.
063100*-----------------------------------------------------------------
063200* 4130-UNDO-DELETE
063300*   A RECIPIENT DELETED BY THE RUN IS WRITTEN BACK FROM ITS
063400*   BEFORE IMAGE.
063500*-----------------------------------------------------------------
063600 4130-UNDO-DELETE.
063700     MOVE 'ADD   ' TO WS-JRN-ACTION.
063800     MOVE WS-BKO-BEFORE-IMAGE (WS-BKO-SUB) TO GREETIN-RECORD.
063900     WRITE GREETIN-RECORD
064000         INVALID KEY
064100             PERFORM 4900-MASTER-UPDATE-FAILED
064200                 THRU 4900-EXIT
064300     END-WRITE.
064400*
064500 4130-EXIT.
064600     EXIT.
064700*-----------------------------------------------------------------
064800* 4200-WRITE-JOURNAL-ROW
064900*   JOURNALS ONE REVERSAL UNDER THIS RUN'S RUN ID, NAMING THE RUN
065000*   BACKED OUT, SO THE BACKOUT ITSELF IS A LATER CHANGE TO ANY
065100*   FURTHER BACKOUT AND SHOWS IN THE AS-OF LISTING.  A FAILED
065200*   WRITE IS FATAL.
065300*-----------------------------------------------------------------
065400 4200-WRITE-JOURNAL-ROW.
065500     ADD 1 TO WS-JOURNAL-COUNT.
065600     MOVE SPACES              TO JOURNAL-RECORD.
065700     MOVE WS-RUN-ID           TO JRN-RUN-ID.
065800     MOVE 'GREETBKO'          TO JRN-PROGRAM-ID.
065900     MOVE WS-JOURNAL-COUNT    TO JRN-SEQUENCE.
066000     MOVE WS-JRN-ACTION       TO JRN-ACTION-CODE.
066100     MOVE WS-BKO-RECIPIENT-ID (WS-BKO-SUB) TO JRN-RECIPIENT-ID.
066200     MOVE WS-TARGET-RUN-ID    TO JRN-BACKOUT-RUN-ID.
066300     MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
066400     IF NOT JRN-ACTION-DELETE
066500         MOVE WS-BKO-BEFORE-IMAGE (WS-BKO-SUB) TO JRN-AFTER-IMAGE
066600     END-IF.
066700     WRITE JOURNAL-RECORD.
066800     IF NOT WS-GREETJRN-OK
066900         DISPLAY "GREETBKO0011E WRITE TO GREETJRN FAILED FOR "
067000                 "RECIPIENT " JRN-RECIPIENT-ID " STATUS "
067100                 WS-GREETJRN-STATUS " - RUN TERMINATED"
067200         MOVE 16 TO RETURN-CODE
067300         STOP RUN
067400     END-IF.
067500*
067600 4200-EXIT.
067700     EXIT.
067800*-----------------------------------------------------------------
067900* 4900-MASTER-UPDATE-FAILED
068000*   AN UPDATE AGAINST A RECORD JUST VERIFIED HAS FAILED.  FATAL.
068100*-----------------------------------------------------------------
068200 4900-MASTER-UPDATE-FAILED.
068300     DISPLAY "GREETBKO0012E UPDATE FAILED FOR RECIPIENT "
068400             WS-BKO-RECIPIENT-ID (WS-BKO-SUB) " STATUS "
068500             WS-GREETIN-STATUS " - RUN TERMINATED".
068600     MOVE 16 TO RETURN-CODE.
068700     STOP RUN.
068800*
068900 4900-EXIT.
069000     EXIT.
069100*-----------------------------------------------------------------
069200* 9000-TERMINATE
069300*   WRITES THE REFUSAL MESSAGE OR THE CONTROL-TOTAL LINES, CLOSES
069400*   THE REPORT, AND SETS THE STEP CONDITION CODE - 8 WHEN THE
069500*   WHOLE BACKOUT WAS REFUSED, 4 WHEN SOME RECIPIENTS WERE.
069600*-----------------------------------------------------------------
069700 9000-TERMINATE.
069800     IF WS-BACKOUT-REFUSED
069900         WRITE GREETBKR-RECORD FROM WS-RPT-MESSAGE-LINE
070000         MOVE 'NOTHING BACKED OUT' TO WS-RPT-MESSAGE
070100         WRITE GREETBKR-RECORD FROM WS-RPT-MESSAGE-LINE
070200     END-IF.
070300     MOVE 'JOURNAL ROWS READ:          '
070400         TO WS-RPT-COUNT-TEXT.
070500     MOVE WS-JOURNAL-READ-COUNT TO WS-RPT-COUNT.
070600     WRITE GREETBKR-RECORD FROM WS-RPT-COUNT-LINE.
070700     MOVE 'ROWS IN RUN BACKED OUT:     '
070800         TO WS-RPT-COUNT-TEXT.
070900     MOVE WS-BKO-ENTRY-COUNT TO WS-RPT-COUNT.
071000     WRITE GREETBKR-RECORD FROM WS-RPT-COUNT-LINE.
071100     MOVE 'ROWS REVERSED:              '
071200         TO WS-RPT-COUNT-TEXT.
071300     MOVE WS-REVERSED-COUNT TO WS-RPT-COUNT.
071400     WRITE GREETBKR-RECORD FROM WS-RPT-COUNT-LINE.
071500     MOVE 'ROWS REFUSED:               '
071600         TO WS-RPT-COUNT-TEXT.
071700     MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT.
071800     WRITE GREETBKR-RECORD FROM WS-RPT-COUNT-LINE.
071900     CLOSE GREETBKR.
072000     IF WS-BACKOUT-REFUSED
072100         MOVE 8 TO RETURN-CODE
072200         GO TO 9000-EXIT
072300     END-IF.
072400     IF WS-REFUSED-COUNT > 0
072500         DISPLAY "GREETBKO0013W " WS-REFUSED-COUNT
072600                 " ROW(S) REFUSED - SEE GREETBKR"
072700         IF RETURN-CODE < 4
072800             MOVE 4 TO RETURN-CODE
072900         END-IF
073000     END-IF.
073100*
073200 9000-EXIT.
073300     EXIT.
