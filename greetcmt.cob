000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GREETCMT.
000300 AUTHOR.      R TOMASZEWSKI.
000400 INSTALLATION.BRANCH OPERATIONS SUPPORT.
000500 DATE-WRITTEN.10/15/2026.
000600 DATE-COMPILED.10/15/2026.
000700*-----------------------------------------------------------------
000800* REMARKS.  BATCH MAINTENANCE FOR THE GREETCTL RUN-PARAMETER
000900*           RECORD THAT DRIVES EVERY HELLO RUN.  READS COUNT,
001000*           RERUN AND RESET TRANSACTIONS FROM GREETCTT AND
001100*           VALIDATES THEM WITH THE RULES HELLO APPLIES IN
001200*           2000-VALIDATE-COUNT AND 2100-VALIDATE-SELECTION, PLUS
001300*           A CHECK THAT A BRANCH OR REGION SELECT VALUE IS ON THE
001400*           BRANCHMF REFERENCE MASTER.  THE UPDATED RECORD IS
001500*           WRITTEN TO GREETCTN WITH THE GREETCMR MAINTENANCE
001600*           REPORT (BEFORE/AFTER VALUES AND COUNTS).  REJECTED
001700*           TRANSACTIONS GO TO THE GREETCME EXCEPTIONS LISTING AND
001800*           THE STEP ENDS WITH CC 8, WHICH HOLDS THE JOB'S PROMOTE
001900*           OF GREETCTN OVER GREETCTL - NO PART OF A RUN WITH A
002000*           REJECT IS APPLIED.
002100*
002200*           THE STANDING CONFIGURATION IS FULL MODE, NO SELECT
002300*           VALUE, NO FORCE AND THE STANDING GREETING COUNT.  A
002400*           RERUN TRANSACTION IS A ONE-SHOT OVERRIDE: BEFORE ANY
002500*           TRANSACTION IS APPLIED, A PENDING OVERRIDE IS LOOKED
002600*           FOR ON THE GREETAUD AUDIT TRAIL, AND ONCE A SUCCESSFUL
002700*           NON-STANDARD RUN CARRYING ITS CHANGE NUMBER, MODE,
002800*           SELECT VALUE AND FORCE INDICATOR IS THERE THE STANDING
002900*           CONFIGURATION IS PUT BACK.  HELLOJOB RUNS THIS PROGRAM
003000*           WITH NO TRANSACTIONS STRAIGHT AFTER THE GREETING STEP,
003100*           SO A FORCED OR SINGLE-BRANCH RERUN NEVER SURVIVES INTO
003200*           THE NEXT NIGHT'S RUN.  A MODE OR FORCE INDICATOR SET
003300*           BY HAND ON GREETCTL IS TREATED THE SAME WAY (CC 4).
003400*
003500*           EVERY CHANGE, INCLUDING AN AUTOMATIC REVERSION, TAKES
003600*           THE NEXT GC-CHANGE-NUMBER AND IS APPENDED TO THE
003700*           GREETCLG CHANGE LOG WITH THE REQUESTER, THE DATE AND
003800*           TIME APPLIED, AND THE VALUES BEFORE AND AFTER.  LOG
003900*           ROWS ARE HELD IN CORE AND WRITTEN ONLY WHEN THE RUN
004000*           HAS NO REJECT, SO THE LOG NEVER SHOWS A CHANGE WHOSE
004100*           PROMOTE WAS HELD.
004200*-----------------------------------------------------------------
004300* MODIFICATION HISTORY.
004400*   10/15/2026  RT  INITIAL VERSION.
004500*-----------------------------------------------------------------
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.  IBM-370.
004900 OBJECT-COMPUTER.  IBM-370.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT GREETCTT ASSIGN TO GREETCTT
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-GREETCTT-STATUS.
005500     SELECT GREETCTL ASSIGN TO GREETCTL
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-GREETCTL-STATUS.
005800     SELECT BRANCHMF ASSIGN TO BRANCHMF
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-BRANCHMF-STATUS.
006100     SELECT GREETAUD ASSIGN TO GREETAUD
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-GREETAUD-STATUS.
006400     SELECT GREETCTN ASSIGN TO GREETCTN
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-GREETCTN-STATUS.
006700     SELECT GREETCLG ASSIGN TO GREETCLG
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-GREETCLG-STATUS.
007000     SELECT GREETCMR ASSIGN TO GREETCMR
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-GREETCMR-STATUS.
007300     SELECT GREETCME ASSIGN TO GREETCME
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-GREETCME-STATUS.
007600*
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  GREETCTT
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 COPY CTLTRN.
008300*
008400 FD  GREETCTL
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 COPY GREETCTL.
008800*
008900 FD  BRANCHMF
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200 COPY BRNCHREC.
009300*
009400 FD  GREETAUD
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700 COPY AUDITREC.
009800*
009900 FD  GREETCTN
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200 01  GREETCTN-RECORD                PIC X(80).
010300*
010400 FD  GREETCLG
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700 COPY CTLLOG.
010800*
010900 FD  GREETCMR
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD.
011200 01  GREETCMR-RECORD                PIC X(132).
011300*
011400 FD  GREETCME
011500     RECORDING MODE IS F
011600     LABEL RECORDS ARE STANDARD.
011700 01  GREETCME-RECORD                PIC X(132).
011800*
011900 WORKING-STORAGE SECTION.
012000*-----------------------------------------------------------------
012100* FILE STATUS SWITCHES
012200*-----------------------------------------------------------------
012300 01  WS-FILE-STATUSES.
012400     05  WS-GREETCTT-STATUS      PIC X(02)  VALUE SPACES.
012500         88  WS-GREETCTT-OK                   VALUE '00'.
012600     05  WS-GREETCTL-STATUS      PIC X(02)  VALUE SPACES.
012700         88  WS-GREETCTL-OK                   VALUE '00'.
012800     05  WS-BRANCHMF-STATUS      PIC X(02)  VALUE SPACES.
012900         88  WS-BRANCHMF-OK                   VALUE '00'.
013000     05  WS-GREETAUD-STATUS      PIC X(02)  VALUE SPACES.
013100         88  WS-GREETAUD-OK                   VALUE '00'.
013200     05  WS-GREETCTN-STATUS      PIC X(02)  VALUE SPACES.
013300         88  WS-GREETCTN-OK                   VALUE '00'.
013400     05  WS-GREETCLG-STATUS      PIC X(02)  VALUE SPACES.
013500         88  WS-GREETCLG-OK                   VALUE '00'.
013600     05  WS-GREETCMR-STATUS      PIC X(02)  VALUE SPACES.
013700         88  WS-GREETCMR-OK                   VALUE '00'.
013800     05  WS-GREETCME-STATUS      PIC X(02)  VALUE SPACES.
013900         88  WS-GREETCME-OK                   VALUE '00'.
014000*-----------------------------------------------------------------
014100* PROGRAM SWITCHES
014200*-----------------------------------------------------------------
014300 01  WS-SWITCHES.
014400     05  WS-GREETCTT-EOF-SW      PIC X(01)  VALUE 'N'.
014500         88  WS-GREETCTT-EOF                  VALUE 'Y'.
014600     05  WS-BRANCHMF-EOF-SW      PIC X(01)  VALUE 'N'.
014700         88  WS-BRANCHMF-EOF                  VALUE 'Y'.
014800     05  WS-GREETAUD-EOF-SW      PIC X(01)  VALUE 'N'.
014900         88  WS-GREETAUD-EOF                  VALUE 'Y'.
015000     05  WS-BRANCHMF-LOADED-SW   PIC X(01)  VALUE 'N'.
015100         88  WS-BRANCHMF-LOADED               VALUE 'Y'.
015200     05  WS-TRAN-VALID-SW        PIC X(01)  VALUE 'Y'.
015300         88  WS-TRAN-VALID                    VALUE 'Y'.
015400         88  WS-TRAN-INVALID                  VALUE 'N'.
015500     05  WS-SELECT-FOUND-SW      PIC X(01)  VALUE 'N'.
015600         88  WS-SELECT-FOUND                  VALUE 'Y'.
015700     05  WS-OVERRIDE-SPENT-SW    PIC X(01)  VALUE 'N'.
015800         88  WS-OVERRIDE-SPENT                VALUE 'Y'.
015900*-----------------------------------------------------------------
016000* RUN CONTROL FIELDS.  WS-NEW-xxx HOLD THE VALUES A VALIDATED
016100* TRANSACTION WILL APPLY; WS-SPENT-xxx THE GREETAUD RUN THAT
016200* SPENT A PENDING OVERRIDE.
016300*-----------------------------------------------------------------
016400 01  WS-RUN-FIELDS.
016500     05  WS-RUN-DATE             PIC 9(08)  VALUE ZEROES.
016600     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
016700         10  WS-RUN-DATE-CCYY    PIC 9(04).
016800         10  WS-RUN-DATE-MM      PIC 9(02).
016900         10  WS-RUN-DATE-DD      PIC 9(02).
017000     05  WS-RUN-DATE-EDIT        PIC X(10)  VALUE SPACES.
017100     05  WS-RUN-TIME             PIC 9(08)  VALUE ZEROES.
017200     05  WS-REJECT-REASON        PIC X(40)  VALUE SPACES.
017300     05  WS-NEW-COUNT            PIC 9(06)  VALUE ZEROES.
017400     05  WS-NEW-RUN-MODE         PIC X(06)  VALUE SPACES.
017500         88  WS-NEW-MODE-FULL                 VALUE 'FULL  '.
017600         88  WS-NEW-MODE-BRANCH               VALUE 'BRANCH'.
017700         88  WS-NEW-MODE-REGION               VALUE 'REGION'.
017800     05  WS-NEW-FORCE-RUN-SW     PIC X(01)  VALUE SPACES.
017900     05  WS-SPENT-RUN-DATE       PIC 9(08)  VALUE ZEROES.
018000     05  WS-SPENT-RUN-TIME       PIC 9(08)  VALUE ZEROES.
018100     05  WS-CHANGE-ACTION        PIC X(06)  VALUE SPACES.
018200     05  WS-CHANGE-REQUESTER     PIC X(08)  VALUE SPACES.
018300     05  WS-CHANGE-REASON        PIC X(30)  VALUE SPACES.
018400 77  WS-BRN-SUB                  PIC 9(04)  COMP VALUE ZEROES.
018500 77  WS-LOG-SUB                  PIC 9(03)  COMP VALUE ZEROES.
018600 77  WS-BRANCH-ENTRY-COUNT       PIC 9(04)  COMP VALUE ZEROES.
018700 77  WS-LOG-ENTRY-COUNT          PIC 9(03)  COMP VALUE ZEROES.
018800 77  WS-AUDIT-READ-COUNT         PIC 9(07)  COMP VALUE ZEROES.
018900 77  WS-TRAN-READ-COUNT          PIC 9(05)  COMP VALUE ZEROES.
019000 77  WS-TRAN-APPLIED-COUNT       PIC 9(05)  COMP VALUE ZEROES.
019100 77  WS-TRAN-REJECT-COUNT        PIC 9(05)  COMP VALUE ZEROES.
019200 77  WS-REVERT-COUNT             PIC 9(05)  COMP VALUE ZEROES.
019300 77  WS-LOG-WRITE-COUNT          PIC 9(05)  COMP VALUE ZEROES.
019400*-----------------------------------------------------------------
019500* BRANCH AND REGION CODES FROM THE BRANCHMF REFERENCE MASTER, FOR
019600* THE SELECT-VALUE CHECK.  SIZED FOR 1000 BRANCHES, AS IN HELLO.
019700*-----------------------------------------------------------------
019800 01  WS-BRANCH-TABLE.
019900     05  WS-BRN-ENTRY OCCURS 1000 TIMES.
020000         10  WS-BRN-CODE             PIC X(04).
020100         10  WS-BRN-REGION           PIC X(04).
020200*-----------------------------------------------------------------
020300* CHANGE LOG ROWS BUILT DURING THE RUN.  THEY ARE WRITTEN TO
020400* GREETCLG AT THE END OF A RUN WITH NO REJECT; A RUN MAY MAKE AT
020500* MOST 50 CHANGES.
020600*-----------------------------------------------------------------
020700 01  WS-LOG-TABLE.
020800     05  WS-LOG-ENTRY OCCURS 50 TIMES PIC X(140).
020900*-----------------------------------------------------------------
021000* REPORT LAYOUT FIELDS
021100*-----------------------------------------------------------------
021200 01  WS-REPORT-LINES.
021300     05  WS-RPT-HEADER-1.
021400         10  FILLER              PIC X(10) VALUE 'JOB NAME: '.
021500         10  WS-RPT-JOB-NAME     PIC X(08) VALUE 'GREETCMT'.
021600         10  FILLER              PIC X(10) VALUE SPACES.
021700         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
021800         10  WS-RPT-RUN-DATE     PIC X(10) VALUE SPACES.
021900         10  FILLER              PIC X(10) VALUE SPACES.
022000         10  FILLER              PIC X(10) VALUE 'RUN TIME: '.
022100         10  WS-RPT-RUN-TIME     PIC 9(08) VALUE ZEROES.
022200         10  FILLER              PIC X(56) VALUE SPACES.
022300     05  WS-RPT-HEADER-2.
022400         10  FILLER              PIC X(36)
022500             VALUE 'GREETCTL PARAMETER MAINTENANCE      '.
022600         10  FILLER              PIC X(96) VALUE SPACES.
022700     05  WS-RPT-TITLE-LINE.
022800         10  WS-RPT-TITLE        PIC X(40) VALUE SPACES.
022900         10  FILLER              PIC X(92) VALUE SPACES.
023000     05  WS-RPT-ACTION-LINE.
023100         10  FILLER              PIC X(08) VALUE 'ACTION: '.
023200         10  WS-RPT-ACTION       PIC X(06) VALUE SPACES.
023300         10  FILLER              PIC X(16)
023400             VALUE '  REQUESTED BY: '.
023500         10  WS-RPT-REQUESTER    PIC X(08) VALUE SPACES.
023600         10  FILLER              PIC X(13) VALUE '  CHANGE NO: '.
023700         10  WS-RPT-CHANGE-NO    PIC 9(06) VALUE ZEROES.
023800         10  FILLER              PIC X(10) VALUE '  REASON: '.
023900         10  WS-RPT-REASON       PIC X(30) VALUE SPACES.
024000         10  FILLER              PIC X(35) VALUE SPACES.
024100     05  WS-RPT-VALUES-LINE.
024200         10  FILLER              PIC X(02) VALUE SPACES.
024300         10  WS-RPT-VALUES-TAG   PIC X(10) VALUE SPACES.
024400         10  FILLER              PIC X(07) VALUE 'COUNT: '.
024500         10  WS-RPT-COUNT-VALUE  PIC 9(06) VALUE ZEROES.
024600         10  FILLER              PIC X(08) VALUE '  MODE: '.
024700         10  WS-RPT-MODE         PIC X(06) VALUE SPACES.
024800         10  FILLER              PIC X(10) VALUE '  SELECT: '.
024900         10  WS-RPT-SELECT       PIC X(04) VALUE SPACES.
025000         10  FILLER              PIC X(09) VALUE '  FORCE: '.
025100         10  WS-RPT-FORCE        PIC X(01) VALUE SPACES.
025200         10  FILLER              PIC X(12) VALUE '  STANDING: '.
025300         10  WS-RPT-STANDING     PIC 9(06) VALUE ZEROES.
025400         10  FILLER              PIC X(12) VALUE '  OVERRIDE: '.
025500         10  WS-RPT-OVERRIDE     PIC X(01) VALUE SPACES.
025600         10  FILLER              PIC X(38) VALUE SPACES.
025700     05  WS-RPT-SPENT-LINE.
025800         10  FILLER              PIC X(12) VALUE SPACES.
025900         10  FILLER              PIC X(28)
026000             VALUE 'SPENT BY SUCCESSFUL RUN OF: '.
026100         10  WS-RPT-SPENT-DATE   PIC 9(08) VALUE ZEROES.
026200         10  FILLER              PIC X(01) VALUE SPACES.
026300         10  WS-RPT-SPENT-TIME   PIC 9(08) VALUE ZEROES.
026400         10  FILLER              PIC X(75) VALUE SPACES.
026500     05  WS-RPT-COUNT-LINE.
026600         10  WS-RPT-COUNT-TEXT   PIC X(28) VALUE SPACES.
026700         10  WS-RPT-COUNT        PIC ZZZZ9.
026800         10  FILLER              PIC X(99) VALUE SPACES.
026900     05  WS-EXC-HEADER-1.
027000         10  FILLER              PIC X(36)
027100             VALUE 'GREETCTL PARAMETER MAINTENANCE      '.
027200         10  FILLER              PIC X(24)
027300             VALUE 'REJECTED TRANSACTIONS   '.
027400         10  FILLER              PIC X(72) VALUE SPACES.
027500     05  WS-EXC-DETAIL.
027600         10  WS-EXC-REASON       PIC X(40) VALUE SPACES.
027700         10  FILLER              PIC X(02) VALUE SPACES.
027800         10  WS-EXC-IMAGE        PIC X(80) VALUE SPACES.
027900         10  FILLER              PIC X(10) VALUE SPACES.
028000*
028100 PROCEDURE DIVISION.
028200*-----------------------------------------------------------------
028300* 0000-MAINLINE
028400*   CONTROLS THE OVERALL FLOW OF THE MAINTENANCE RUN.
028500*-----------------------------------------------------------------
028600 0000-MAINLINE.
028700     PERFORM 1000-INITIALIZE
028800         THRU 1000-EXIT.
028900     PERFORM 2000-LOAD-BRANCHES
029000         THRU 2000-EXIT.
029100     PERFORM 2500-CHECK-OVERRIDE-SPENT
029200         THRU 2500-EXIT.
029300     PERFORM 3000-PROCESS-TRANSACTION
029400         THRU 3000-EXIT
029500         UNTIL WS-GREETCTT-EOF.
029600     PERFORM 5000-WRITE-NEW-CONTROL
029700         THRU 5000-EXIT.
029800     PERFORM 9000-TERMINATE
029900         THRU 9000-EXIT.
030000     STOP RUN.
030100*
030200 0000-MAINLINE-EXIT.
030300     EXIT.
030400*-----------------------------------------------------------------
030500* 1000-INITIALIZE
030600*   OPENS THE FILES, READS THE CURRENT GREETCTL RECORD, AND
030700*   WRITES THE REPORT AND EXCEPTION LISTING HEADINGS.  THE
030800*   CONTROL RECORD IS KEPT IN ITS FILE AREA FOR THE WHOLE RUN -
030900*   GREETCTL STAYS OPEN UNTIL TERMINATION - AND TRANSACTIONS ARE
031000*   APPLIED TO IT THERE.  A MISSING OR EMPTY GREETCTL, OR ANY
031100*   OUTPUT FILE FAILING TO OPEN, IS FATAL.  BRANCHMF AND
031200*   GREETAUD ARE OPENED LATER AND ARE NOT FATAL.
031300*-----------------------------------------------------------------
031400 1000-INITIALIZE.
031500     OPEN INPUT  GREETCTT.
031600     IF NOT WS-GREETCTT-OK
031700         DISPLAY "GREETCMT0001E UNABLE TO OPEN GREETCTT - "
031800                 "RUN TERMINATED"
031900         MOVE 16 TO RETURN-CODE
032000         STOP RUN
032100     END-IF.
032200     OPEN INPUT  GREETCTL.
032300     IF NOT WS-GREETCTL-OK
032400         DISPLAY "GREETCMT0002E UNABLE TO OPEN GREETCTL - "
032500                 "RUN TERMINATED"
032600         MOVE 16 TO RETURN-CODE
032700         STOP RUN
032800     END-IF.
032900     READ GREETCTL
033000         AT END
033100             DISPLAY "GREETCMT0003E GREETCTL HAS NO CONTROL "
033200                     "RECORD - RUN TERMINATED"
033300             MOVE 16 TO RETURN-CODE
033400             STOP RUN
033500     END-READ.
033600     OPEN OUTPUT GREETCTN.
033700     IF NOT WS-GREETCTN-OK
033800         DISPLAY "GREETCMT0004E UNABLE TO OPEN GREETCTN - "
033900                 "RUN TERMINATED"
034000         MOVE 16 TO RETURN-CODE
034100         STOP RUN
034200     END-IF.
034300     OPEN OUTPUT GREETCMR.
034400     IF NOT WS-GREETCMR-OK
034500         DISPLAY "GREETCMT0005E UNABLE TO OPEN GREETCMR - "
034600                 "RUN TERMINATED"
034700         MOVE 16 TO RETURN-CODE
034800         STOP RUN
034900     END-IF.
035000     OPEN OUTPUT GREETCME.
035100     IF NOT WS-GREETCME-OK
035200         DISPLAY "GREETCMT0006E UNABLE TO OPEN GREETCME - "
035300                 "RUN TERMINATED"
035400         MOVE 16 TO RETURN-CODE
035500         STOP RUN
035600     END-IF.
035700     OPEN EXTEND GREETCLG.
035800     IF NOT WS-GREETCLG-OK
035900         OPEN OUTPUT GREETCLG
036000     END-IF.
036100     IF NOT WS-GREETCLG-OK
036200         DISPLAY "GREETCMT0007E UNABLE TO OPEN GREETCLG - "
036300                 "RUN TERMINATED"
036400         MOVE 16 TO RETURN-CODE
036500         STOP RUN
036600     END-IF.
036700     MOVE SPACES TO WS-BRANCH-TABLE.
036800     MOVE SPACES TO WS-LOG-TABLE.
036900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
037000     ACCEPT WS-RUN-TIME FROM TIME.
037100     STRING WS-RUN-DATE-MM   DELIMITED BY SIZE
037200            '/'              DELIMITED BY SIZE
037300            WS-RUN-DATE-DD   DELIMITED BY SIZE
037400            '/'              DELIMITED BY SIZE
037500            WS-RUN-DATE-CCYY DELIMITED BY SIZE
037600            INTO WS-RUN-DATE-EDIT
037700     END-STRING.
037800     MOVE WS-RUN-DATE-EDIT TO WS-RPT-RUN-DATE.
037900     MOVE WS-RUN-TIME      TO WS-RPT-RUN-TIME.
038000     WRITE GREETCMR-RECORD FROM WS-RPT-HEADER-1.
038100     WRITE GREETCMR-RECORD FROM WS-RPT-HEADER-2.
038200     WRITE GREETCME-RECORD FROM WS-RPT-HEADER-1.
038300     WRITE GREETCME-RECORD FROM WS-EXC-HEADER-1.
038400     PERFORM 1100-NORMALIZE-CONTROL
038500         THRU 1100-EXIT.
038600     MOVE 'CURRENT GREETCTL PARAMETERS' TO WS-RPT-TITLE.
038700     WRITE GREETCMR-RECORD FROM WS-RPT-TITLE-LINE.
038800     MOVE 'CURRENT'          TO WS-RPT-VALUES-TAG.
038900     PERFORM 4300-PRINT-CONTROL-VALUES
039000         THRU 4300-EXIT.
039100     PERFORM 3100-READ-TRANSACTION
039200         THRU 3100-EXIT.
039300*
039400 1000-EXIT.
039500     EXIT.
039600*-----------------------------------------------------------------
039700* 1100-NORMALIZE-CONTROL
039800*   BRINGS A RECORD WRITTEN BEFORE THE MAINTENANCE FIELDS EXISTED
039900*   INTO LINE: NO CHANGE NUMBER READS AS ZERO, NO STANDING COUNT
040000*   TAKES THE CURRENT COUNT, AND A BLANK MODE IS FULL, AS IN
040100*   HELLO.  A MODE, FORCE INDICATOR OR COUNT AWAY FROM THE
040200*   STANDING SET WITHOUT THE OVERRIDE INDICATOR WAS SET BY HAND;
040300*   IT IS MARKED AS A ONE-SHOT OVERRIDE SO IT IS RETIRED LIKE ONE.
040400*-----------------------------------------------------------------
040500 1100-NORMALIZE-CONTROL.
040600     IF GC-CHANGE-NUMBER IS NOT NUMERIC
040700         MOVE ZEROES TO GC-CHANGE-NUMBER
040800     END-IF.
040900     IF GC-STANDING-COUNT IS NOT NUMERIC
041000         IF GC-GREETING-COUNT IS NUMERIC
041100            AND GC-GREETING-COUNT > 0
041200             MOVE GC-GREETING-COUNT TO GC-STANDING-COUNT
041300         ELSE
041400             MOVE 10 TO GC-STANDING-COUNT
041500         END-IF
041600     END-IF.
041700     IF GC-RUN-MODE = SPACES
041800         MOVE 'FULL  ' TO GC-RUN-MODE
041900     END-IF.
042000     IF GC-ONE-SHOT-OVERRIDE
042100         GO TO 1100-EXIT
042200     END-IF.
042300     MOVE SPACES TO GC-OVERRIDE-SW.
042400     IF NOT GC-MODE-FULL
042500        OR GC-FORCE-RUN
042600        OR GC-GREETING-COUNT NOT = GC-STANDING-COUNT
042700         SET GC-ONE-SHOT-OVERRIDE TO TRUE
042800         DISPLAY "GREETCMT0008W GREETCTL CARRIES AN OVERRIDE NOT "
042900                 "MADE BY GREETCMT - TREATED AS ONE-SHOT"
043000         IF RETURN-CODE < 4
043100             MOVE 4 TO RETURN-CODE
043200         END-IF
043300     END-IF.
043400*
043500 1100-EXIT.
043600     EXIT.
043700*-----------------------------------------------------------------
043800* 2000-LOAD-BRANCHES
043900*   LOADS THE BRANCH AND REGION CODES FROM BRANCHMF.  WITHOUT THE
044000*   MASTER (OR WITH ONE LARGER THAN THE TABLE) A BRANCH OR REGION
044100*   RERUN CANNOT BE CHECKED AND IS REJECTED, JUST AS HELLO
044200*   REJECTS A REGION RUN WITHOUT BRANCHMF; OTHER TRANSACTIONS AND
044300*   THE REVERSION STILL PROCEED.
044400*-----------------------------------------------------------------
044500 2000-LOAD-BRANCHES.
044600     OPEN INPUT BRANCHMF.
044700     IF NOT WS-BRANCHMF-OK
044800         DISPLAY "GREETCMT0009W BRANCHMF NOT AVAILABLE - BRANCH "
044900                 "AND REGION RERUNS WILL BE REJECTED"
045000         IF RETURN-CODE < 4
045100             MOVE 4 TO RETURN-CODE
045200         END-IF
045300         GO TO 2000-EXIT
045400     END-IF.
045500     SET WS-BRANCHMF-LOADED TO TRUE.
045600     PERFORM 2100-LOAD-BRANCH-RECORD
045700         THRU 2100-EXIT
045800         UNTIL WS-BRANCHMF-EOF.
045900     CLOSE BRANCHMF.
046000*
046100 2000-EXIT.
046200     EXIT.
046300*-----------------------------------------------------------------
046400* 2100-LOAD-BRANCH-RECORD
046500*   READS ONE BRANCH INTO THE NEXT TABLE ENTRY.
046600*-----------------------------------------------------------------
046700 2100-LOAD-BRANCH-RECORD.
046800     READ BRANCHMF
046900         AT END
047000             SET WS-BRANCHMF-EOF TO TRUE
047100             GO TO 2100-EXIT
047200     END-READ.
047300     IF WS-BRANCH-ENTRY-COUNT = 1000
047400         DISPLAY "GREETCMT0010W BRANCHMF EXCEEDS THE 1000-ENTRY "
047500                 "TABLE - BRANCH AND REGION RERUNS WILL BE "
047600                 "REJECTED"
047700         IF RETURN-CODE < 4
047800             MOVE 4 TO RETURN-CODE
047900         END-IF
048000         MOVE 'N' TO WS-BRANCHMF-LOADED-SW
048100         SET WS-BRANCHMF-EOF TO TRUE
048200         GO TO 2100-EXIT
048300     END-IF.
048400     ADD 1 TO WS-BRANCH-ENTRY-COUNT.
048500     MOVE BR-BRANCH-CODE TO WS-BRN-CODE (WS-BRANCH-ENTRY-COUNT).
048600     MOVE BR-REGION-CODE TO WS-BRN-REGION (WS-BRANCH-ENTRY-COUNT).
048700*
048800 2100-EXIT.
048900     EXIT.
049000*-----------------------------------------------------------------
049100* 2500-CHECK-OVERRIDE-SPENT
049200*   WHEN A ONE-SHOT OVERRIDE IS PENDING, SCANS THE GREETAUD AUDIT
049300*   TRAIL FOR A SUCCESSFUL RUN MADE UNDER IT.  IF ONE IS THERE THE
049400*   STANDING CONFIGURATION IS PUT BACK AND LOGGED AS A REVERSION
049500*   REQUESTED BY GREETCMT.  WITHOUT GREETAUD THE OVERRIDE IS LEFT
049600*   PENDING AND THE STEP WARNS.
049700*-----------------------------------------------------------------
049800 2500-CHECK-OVERRIDE-SPENT.
049900     IF NOT GC-ONE-SHOT-OVERRIDE
050000         GO TO 2500-EXIT
050100     END-IF.
050200     OPEN INPUT GREETAUD.
050300     IF NOT WS-GREETAUD-OK
050400         DISPLAY "GREETCMT0011W GREETAUD NOT AVAILABLE - PENDING "
050500                 "OVERRIDE LEFT IN PLACE"
050600         IF RETURN-CODE < 4
050700             MOVE 4 TO RETURN-CODE
050800         END-IF
050900         GO TO 2500-EXIT
051000     END-IF.
051100     PERFORM 2510-READ-AUDIT-ROW
051200         THRU 2510-EXIT
051300         UNTIL WS-GREETAUD-EOF.
051400     CLOSE GREETAUD.
051500     IF NOT WS-OVERRIDE-SPENT
051600         DISPLAY "GREETCMT0012I ONE-SHOT OVERRIDE "
051700                 GC-CHANGE-NUMBER
051800                 " STILL PENDING - NO SUCCESSFUL RUN YET"
051900         GO TO 2500-EXIT
052000     END-IF.
052100     DISPLAY "GREETCMT0013I ONE-SHOT OVERRIDE " GC-CHANGE-NUMBER
052200             " SPENT BY THE RUN OF " WS-SPENT-RUN-DATE
052300             " - STANDING PARAMETERS RESTORED".
052400     MOVE 'REVERT'    TO WS-CHANGE-ACTION.
052500     MOVE 'GREETCMT'  TO WS-CHANGE-REQUESTER.
052600     MOVE 'ONE-SHOT OVERRIDE SPENT'
052700                      TO WS-CHANGE-REASON.
052800     PERFORM 4000-BEGIN-CHANGE
052900         THRU 4000-EXIT.
053000     PERFORM 4100-RESTORE-STANDING
053100         THRU 4100-EXIT.
053200     MOVE WS-SPENT-RUN-DATE TO CL-AUD-RUN-DATE.
053300     MOVE WS-SPENT-RUN-TIME TO CL-AUD-RUN-TIME.
053400     PERFORM 4200-END-CHANGE
053500         THRU 4200-EXIT.
053600     MOVE WS-SPENT-RUN-DATE TO WS-RPT-SPENT-DATE.
053700     MOVE WS-SPENT-RUN-TIME TO WS-RPT-SPENT-TIME.
053800     WRITE GREETCMR-RECORD FROM WS-RPT-SPENT-LINE.
053900     ADD 1 TO WS-REVERT-COUNT.
054000*
054100 2500-EXIT.
054200     EXIT.
054300*-----------------------------------------------------------------
054400* 2510-READ-AUDIT-ROW
054500*   READS ONE AUDIT ROW AND KEEPS IT AS THE SPENDING RUN WHEN IT
054600*   IS A SUCCESSFUL NON-STANDARD RUN UNDER THE PENDING CHANGE
054700*   NUMBER WITH THE SAME MODE, SELECT VALUE AND FORCE INDICATOR.
054800*   ROWS WRITTEN BEFORE THE CHANGE NUMBER EXISTED NEVER MATCH.
054900*-----------------------------------------------------------------
055000 2510-READ-AUDIT-ROW.
055100     READ GREETAUD
055200         AT END
055300             SET WS-GREETAUD-EOF TO TRUE
055400             GO TO 2510-EXIT
055500     END-READ.
055600     ADD 1 TO WS-AUDIT-READ-COUNT.
055700     IF NOT AUD-STATUS-SUCCESS
055800        OR NOT AUD-PARM-NON-STANDARD
055900        OR AUD-CTL-CHANGE-NO IS NOT NUMERIC
056000         GO TO 2510-EXIT
056100     END-IF.
056200     IF AUD-CTL-CHANGE-NO NOT = GC-CHANGE-NUMBER
056300        OR AUD-RUN-MODE NOT = GC-RUN-MODE
056400        OR AUD-SELECT-VALUE NOT = GC-SELECT-VALUE
056500         GO TO 2510-EXIT
056600     END-IF.
056700     IF AUD-FORCED-RUN AND NOT GC-FORCE-RUN
056800         GO TO 2510-EXIT
056900     END-IF.
057000     IF GC-FORCE-RUN AND NOT AUD-FORCED-RUN
057100         GO TO 2510-EXIT
057200     END-IF.
057300     SET WS-OVERRIDE-SPENT TO TRUE.
057400     MOVE AUD-RUN-DATE TO WS-SPENT-RUN-DATE.
057500     MOVE AUD-RUN-TIME TO WS-SPENT-RUN-TIME.
057600*
057700 2510-EXIT.
057800     EXIT.
057900*-----------------------------------------------------------------
058000* 3000-PROCESS-TRANSACTION
058100*   VALIDATES ONE TRANSACTION, APPLIES OR REJECTS IT, AND READS
058200*   THE NEXT.
058300*-----------------------------------------------------------------
058400 3000-PROCESS-TRANSACTION.
058500     PERFORM 3200-VALIDATE-TRANSACTION
058600         THRU 3200-EXIT.
058700     IF WS-TRAN-VALID
058800         PERFORM 3300-APPLY-TRANSACTION
058900             THRU 3300-EXIT
059000     ELSE
059100         PERFORM 3900-REJECT-TRANSACTION
059200             THRU 3900-EXIT
059300     END-IF.
059400     PERFORM 3100-READ-TRANSACTION
059500         THRU 3100-EXIT.
059600*
059700 3000-EXIT.
059800     EXIT.
059900*-----------------------------------------------------------------
060000* 3100-READ-TRANSACTION
060100*   READS THE NEXT GREETCTT TRANSACTION.
060200*-----------------------------------------------------------------
060300 3100-READ-TRANSACTION.
060400     READ GREETCTT
060500         AT END
060600             SET WS-GREETCTT-EOF TO TRUE
060700         NOT AT END
060800             ADD 1 TO WS-TRAN-READ-COUNT
060900     END-READ.
061000*
061100 3100-EXIT.
061200     EXIT.
061300*-----------------------------------------------------------------
061400* 3200-VALIDATE-TRANSACTION
061500*   CHECKS THE ACTION CODE AND REQUESTER, THEN THE FIELDS THE
061600*   ACTION NEEDS.  THE FIRST FAILURE FOUND IS THE REJECT REASON.
061700*-----------------------------------------------------------------
061800 3200-VALIDATE-TRANSACTION.
061900     SET WS-TRAN-VALID TO TRUE.
062000     MOVE SPACES TO WS-REJECT-REASON.
062100     IF NOT CT-ACTION-COUNT
062200        AND NOT CT-ACTION-RERUN
062300        AND NOT CT-ACTION-RESET
062400         SET WS-TRAN-INVALID TO TRUE
062500         MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
062600         GO TO 3200-EXIT
062700     END-IF.
062800     IF CT-REQUESTED-BY = SPACES
062900         SET WS-TRAN-INVALID TO TRUE
063000         MOVE 'REQUESTED-BY MISSING' TO WS-REJECT-REASON
063100         GO TO 3200-EXIT
063200     END-IF.
063300     IF WS-LOG-ENTRY-COUNT = 50
063400         SET WS-TRAN-INVALID TO TRUE
063500         MOVE 'MORE THAN 50 CHANGES IN ONE RUN'
063600             TO WS-REJECT-REASON
063700         GO TO 3200-EXIT
063800     END-IF.
063900     IF CT-ACTION-COUNT
064000         PERFORM 3210-VALIDATE-COUNT
064100             THRU 3210-EXIT
064200         GO TO 3200-EXIT
064300     END-IF.
064400     IF CT-ACTION-RERUN
064500         PERFORM 3220-VALIDATE-RERUN
064600             THRU 3220-EXIT
064700         GO TO 3200-EXIT
064800     END-IF.
064900     IF NOT GC-ONE-SHOT-OVERRIDE
065000         SET WS-TRAN-INVALID TO TRUE
065100         MOVE 'NO OVERRIDE PENDING TO RESET' TO WS-REJECT-REASON
065200     END-IF.
065300*
065400 3200-EXIT.
065500     EXIT.
065600*-----------------------------------------------------------------
065700* 3210-VALIDATE-COUNT
065800*   A STANDING COUNT MUST BE PRESENT AND PASS HELLO'S COUNT RULE:
065900*   SIX NUMERIC DIGITS, NOT ZERO.
066000*-----------------------------------------------------------------
066100 3210-VALIDATE-COUNT.
066200     IF CT-COUNT = SPACES
066300         SET WS-TRAN-INVALID TO TRUE
066400         MOVE 'GREETING COUNT MISSING' TO WS-REJECT-REASON
066500         GO TO 3210-EXIT
066600     END-IF.
066700     PERFORM 3230-CHECK-COUNT-VALUE
066800         THRU 3230-EXIT.
066900*
067000 3210-EXIT.
067100     EXIT.
067200*-----------------------------------------------------------------
067300* 3220-VALIDATE-RERUN
067400*   A RERUN OVERRIDE PASSES HELLO'S COUNT AND SELECTION RULES - A
067500*   BLANK COUNT MEANS THE STANDING COUNT, A BLANK MODE MEANS FULL,
067600*   BRANCH AND REGION NEED A SELECT VALUE - AND THE SELECT VALUE
067700*   MUST BE A BRANCH OR REGION ON BRANCHMF.  A FULL RUN TAKES NO
067800*   SELECT VALUE, AND AN OVERRIDE THAT CHANGES NOTHING FROM THE
067900*   STANDING SET IS REFUSED.
068000*-----------------------------------------------------------------
068100 3220-VALIDATE-RERUN.
068200     IF CT-COUNT = SPACES
068300         MOVE GC-STANDING-COUNT TO WS-NEW-COUNT
068400     ELSE
068500         PERFORM 3230-CHECK-COUNT-VALUE
068600             THRU 3230-EXIT
068700         IF WS-TRAN-INVALID
068800             GO TO 3220-EXIT
068900         END-IF
069000     END-IF.
069100     MOVE CT-RUN-MODE TO WS-NEW-RUN-MODE.
069200     IF WS-NEW-RUN-MODE = SPACES
069300         MOVE 'FULL  ' TO WS-NEW-RUN-MODE
069400     END-IF.
069500     IF NOT WS-NEW-MODE-FULL
069600        AND NOT WS-NEW-MODE-BRANCH
069700        AND NOT WS-NEW-MODE-REGION
069800         SET WS-TRAN-INVALID TO TRUE
069900         MOVE 'RUN MODE NOT FULL, BRANCH OR REGION'
070000             TO WS-REJECT-REASON
070100         GO TO 3220-EXIT
070200     END-IF.
070300     IF CT-FORCE-RUN-SW NOT = 'Y'
070400        AND CT-FORCE-RUN-SW NOT = 'N'
070500        AND CT-FORCE-RUN-SW NOT = SPACE
070600         SET WS-TRAN-INVALID TO TRUE
070700         MOVE 'FORCE INDICATOR NOT Y, N OR BLANK'
070800             TO WS-REJECT-REASON
070900         GO TO 3220-EXIT
071000     END-IF.
071100     IF CT-FORCE-RUN-SW = 'Y'
071200         MOVE 'Y'   TO WS-NEW-FORCE-RUN-SW
071300     ELSE
071400         MOVE SPACE TO WS-NEW-FORCE-RUN-SW
071500     END-IF.
071600     IF WS-NEW-MODE-FULL
071700         IF CT-SELECT-VALUE NOT = SPACES
071800             SET WS-TRAN-INVALID TO TRUE
071900             MOVE 'SELECT VALUE GIVEN FOR A FULL RUN'
072000                 TO WS-REJECT-REASON
072100             GO TO 3220-EXIT
072200         END-IF
072300         IF WS-NEW-FORCE-RUN-SW = SPACE
072400            AND WS-NEW-COUNT = GC-STANDING-COUNT
072500             SET WS-TRAN-INVALID TO TRUE
072600             MOVE 'RERUN CHANGES NOTHING FROM STANDING SET'
072700                 TO WS-REJECT-REASON
072800         END-IF
072900         GO TO 3220-EXIT
073000     END-IF.
073100     IF CT-SELECT-VALUE = SPACES
073200         SET WS-TRAN-INVALID TO TRUE
073300         MOVE 'SELECT VALUE MISSING FOR BRANCH/REGION'
073400             TO WS-REJECT-REASON
073500         GO TO 3220-EXIT
073600     END-IF.
073700     IF NOT WS-BRANCHMF-LOADED
073800         SET WS-TRAN-INVALID TO TRUE
073900         MOVE 'BRANCHMF NOT AVAILABLE FOR SELECT CHECK'
074000             TO WS-REJECT-REASON
074100         GO TO 3220-EXIT
074200     END-IF.
074300     MOVE 'N' TO WS-SELECT-FOUND-SW.
074400     PERFORM 3240-FIND-SELECT-VALUE
074500         THRU 3240-EXIT
074600         VARYING WS-BRN-SUB FROM 1 BY 1
074700         UNTIL WS-BRN-SUB > WS-BRANCH-ENTRY-COUNT
074800            OR WS-SELECT-FOUND.
074900     IF NOT WS-SELECT-FOUND
075000         SET WS-TRAN-INVALID TO TRUE
075100         IF WS-NEW-MODE-BRANCH
075200             MOVE 'BRANCH NOT ON BRANCHMF' TO WS-REJECT-REASON
075300         ELSE
075400             MOVE 'REGION NOT ON BRANCHMF' TO WS-REJECT-REASON
075500         END-IF
075600     END-IF.
075700*
075800 3220-EXIT.
075900     EXIT.
076000*-----------------------------------------------------------------
076100* 3230-CHECK-COUNT-VALUE
076200*   THE HELLO 2000-VALIDATE-COUNT RULE - THE COUNT MUST BE
076300*   NUMERIC AND AT LEAST 1.  A GOOD COUNT IS LEFT IN WS-NEW-COUNT.
076400*-----------------------------------------------------------------
076500 3230-CHECK-COUNT-VALUE.
076600     IF CT-COUNT IS NOT NUMERIC
076700         SET WS-TRAN-INVALID TO TRUE
076800         MOVE 'GREETING COUNT NOT NUMERIC' TO WS-REJECT-REASON
076900         GO TO 3230-EXIT
077000     END-IF.
077100     MOVE CT-COUNT TO WS-NEW-COUNT.
077200     IF WS-NEW-COUNT < 1
077300         SET WS-TRAN-INVALID TO TRUE
077400         MOVE 'GREETING COUNT MUST BE 1-999999'
077500             TO WS-REJECT-REASON
077600     END-IF.
077700*
077800 3230-EXIT.
077900     EXIT.
078000*-----------------------------------------------------------------
078100* 3240-FIND-SELECT-VALUE
078200*   MATCHES THE SELECT VALUE AGAINST ONE BRANCHMF ENTRY - THE
078300*   BRANCH CODE FOR A BRANCH RUN, THE REGION CODE FOR A REGION
078400*   RUN.
078500*-----------------------------------------------------------------
078600 3240-FIND-SELECT-VALUE.
078700     IF WS-NEW-MODE-BRANCH
078800         IF WS-BRN-CODE (WS-BRN-SUB) = CT-SELECT-VALUE
078900             SET WS-SELECT-FOUND TO TRUE
079000         END-IF
079100     ELSE
079200         IF WS-BRN-REGION (WS-BRN-SUB) = CT-SELECT-VALUE
079300             SET WS-SELECT-FOUND TO TRUE
079400         END-IF
079500     END-IF.
079600*
079700 3240-EXIT.
079800     EXIT.
079900*-----------------------------------------------------------------
080000* 3300-APPLY-TRANSACTION
080100*   APPLIES A VALIDATED TRANSACTION TO THE CONTROL RECORD.  A NEW
080200*   STANDING COUNT TAKES EFFECT AT ONCE ONLY WHEN NO OVERRIDE IS
080300*   PENDING - OTHERWISE THE REVERSION PICKS IT UP.
080400*-----------------------------------------------------------------
080500 3300-APPLY-TRANSACTION.
080600     MOVE CT-ACTION-CODE  TO WS-CHANGE-ACTION.
080700     MOVE CT-REQUESTED-BY TO WS-CHANGE-REQUESTER.
080800     MOVE CT-REASON       TO WS-CHANGE-REASON.
080900     PERFORM 4000-BEGIN-CHANGE
081000         THRU 4000-EXIT.
081100     IF CT-ACTION-COUNT
081200         MOVE WS-NEW-COUNT TO GC-STANDING-COUNT
081300         IF NOT GC-ONE-SHOT-OVERRIDE
081400             MOVE WS-NEW-COUNT TO GC-GREETING-COUNT
081500         END-IF
081600     END-IF.
081700     IF CT-ACTION-RERUN
081800         MOVE WS-NEW-COUNT        TO GC-GREETING-COUNT
081900         MOVE WS-NEW-RUN-MODE     TO GC-RUN-MODE
082000         MOVE CT-SELECT-VALUE     TO GC-SELECT-VALUE
082100         MOVE WS-NEW-FORCE-RUN-SW TO GC-FORCE-RUN-SW
082200         SET GC-ONE-SHOT-OVERRIDE TO TRUE
082300     END-IF.
082400     IF CT-ACTION-RESET
082500         PERFORM 4100-RESTORE-STANDING
082600             THRU 4100-EXIT
082700     END-IF.
082800     PERFORM 4200-END-CHANGE
082900         THRU 4200-EXIT.
083000     ADD 1 TO WS-TRAN-APPLIED-COUNT.
083100*
083200 3300-EXIT.
083300     EXIT.
083400*-----------------------------------------------------------------
083500* 3900-REJECT-TRANSACTION
083600*   LISTS A REJECTED TRANSACTION ON GREETCME WITH ITS REASON.
083700*-----------------------------------------------------------------
083800 3900-REJECT-TRANSACTION.
083900     ADD 1 TO WS-TRAN-REJECT-COUNT.
084000     MOVE WS-REJECT-REASON TO WS-EXC-REASON.
084100     MOVE CTL-TRAN-RECORD  TO WS-EXC-IMAGE.
084200     WRITE GREETCME-RECORD FROM WS-EXC-DETAIL.
084300*
084400 3900-EXIT.
084500     EXIT.
084600*-----------------------------------------------------------------
084700* 4000-BEGIN-CHANGE
084800*   STARTS A CHANGE LOG ROW WITH THE REQUESTER, THE TIME APPLIED
084900*   AND THE PARAMETER VALUES BEFORE THE CHANGE, AND PRINTS THEM.
085000*-----------------------------------------------------------------
085100 4000-BEGIN-CHANGE.
085200     MOVE SPACES                TO CTL-LOG-RECORD.
085300     MOVE WS-RUN-DATE           TO CL-CHANGE-DATE.
085400     MOVE WS-RUN-TIME           TO CL-CHANGE-TIME.
085500     MOVE WS-CHANGE-ACTION      TO CL-ACTION.
085600     MOVE WS-CHANGE-REQUESTER   TO CL-REQUESTED-BY.
085700     MOVE WS-CHANGE-REASON      TO CL-REASON.
085800     MOVE ZEROES                TO CL-AUD-RUN-DATE
085900                                   CL-AUD-RUN-TIME.
086000     MOVE GC-GREETING-COUNT     TO CL-BEF-COUNT.
086100     MOVE GC-RUN-MODE           TO CL-BEF-RUN-MODE.
086200     MOVE GC-SELECT-VALUE       TO CL-BEF-SELECT-VALUE.
086300     MOVE GC-FORCE-RUN-SW       TO CL-BEF-FORCE-RUN-SW.
086400     MOVE GC-STANDING-COUNT     TO CL-BEF-STANDING-COUNT.
086500     MOVE GC-OVERRIDE-SW        TO CL-BEF-OVERRIDE-SW.
086600     PERFORM 4400-NEXT-CHANGE-NUMBER
086700         THRU 4400-EXIT.
086800     MOVE GC-CHANGE-NUMBER      TO CL-CHANGE-NUMBER.
086900     MOVE WS-CHANGE-ACTION      TO WS-RPT-ACTION.
087000     MOVE WS-CHANGE-REQUESTER   TO WS-RPT-REQUESTER.
087100     MOVE GC-CHANGE-NUMBER      TO WS-RPT-CHANGE-NO.
087200     MOVE WS-CHANGE-REASON      TO WS-RPT-REASON.
087300     WRITE GREETCMR-RECORD FROM WS-RPT-ACTION-LINE.
087400     MOVE 'BEFORE'              TO WS-RPT-VALUES-TAG.
087500     MOVE CL-BEF-COUNT          TO WS-RPT-COUNT-VALUE.
087600     MOVE CL-BEF-RUN-MODE       TO WS-RPT-MODE.
087700     MOVE CL-BEF-SELECT-VALUE   TO WS-RPT-SELECT.
087800     MOVE CL-BEF-FORCE-RUN-SW   TO WS-RPT-FORCE.
087900     MOVE CL-BEF-STANDING-COUNT TO WS-RPT-STANDING.
088000     MOVE CL-BEF-OVERRIDE-SW    TO WS-RPT-OVERRIDE.
088100     WRITE GREETCMR-RECORD FROM WS-RPT-VALUES-LINE.
088200*
088300 4000-EXIT.
088400     EXIT.
088500*-----------------------------------------------------------------
088600* 4100-RESTORE-STANDING
088700*   PUTS THE STANDING CONFIGURATION BACK - FULL MODE, NO SELECT
088800*   VALUE, NO FORCE, THE STANDING COUNT, NO OVERRIDE PENDING.
088900*-----------------------------------------------------------------
089000 4100-RESTORE-STANDING.
089100     MOVE GC-STANDING-COUNT TO GC-GREETING-COUNT.
089200     MOVE 'FULL  '          TO GC-RUN-MODE.
089300     MOVE SPACES            TO GC-SELECT-VALUE
089400                               GC-FORCE-RUN-SW
089500                               GC-OVERRIDE-SW.
089600*
089700 4100-EXIT.
089800     EXIT.
089900*-----------------------------------------------------------------
090000* 4200-END-CHANGE
090100*   COMPLETES THE CHANGE LOG ROW WITH THE VALUES AFTER THE CHANGE,
090200*   STAMPS THE CONTROL RECORD, PRINTS THE AFTER VALUES, AND HOLDS
090300*   THE ROW FOR THE END OF THE RUN.
090400*-----------------------------------------------------------------
090500 4200-END-CHANGE.
090600     MOVE WS-RUN-DATE           TO GC-CHANGE-DATE.
090700     MOVE WS-CHANGE-REQUESTER   TO GC-CHANGED-BY.
090800     MOVE GC-GREETING-COUNT     TO CL-AFT-COUNT.
090900     MOVE GC-RUN-MODE           TO CL-AFT-RUN-MODE.
091000     MOVE GC-SELECT-VALUE       TO CL-AFT-SELECT-VALUE.
091100     MOVE GC-FORCE-RUN-SW       TO CL-AFT-FORCE-RUN-SW.
091200     MOVE GC-STANDING-COUNT     TO CL-AFT-STANDING-COUNT.
091300     MOVE GC-OVERRIDE-SW        TO CL-AFT-OVERRIDE-SW.
091400     ADD 1 TO WS-LOG-ENTRY-COUNT.
091500     MOVE CTL-LOG-RECORD
091600         TO WS-LOG-ENTRY (WS-LOG-ENTRY-COUNT).
091700     MOVE 'AFTER'               TO WS-RPT-VALUES-TAG.
091800     PERFORM 4300-PRINT-CONTROL-VALUES
091900         THRU 4300-EXIT.
092000*
092100 4200-EXIT.
092200     EXIT.
092300*-----------------------------------------------------------------
092400* 4300-PRINT-CONTROL-VALUES
092500*   PRINTS THE CONTROL RECORD'S PARAMETER VALUES UNDER THE TAG
092600*   ALREADY SET.
092700*-----------------------------------------------------------------
092800 4300-PRINT-CONTROL-VALUES.
092900     MOVE GC-GREETING-COUNT     TO WS-RPT-COUNT-VALUE.
093000     MOVE GC-RUN-MODE           TO WS-RPT-MODE.
093100     MOVE GC-SELECT-VALUE       TO WS-RPT-SELECT.
093200     MOVE GC-FORCE-RUN-SW       TO WS-RPT-FORCE.
093300     MOVE GC-STANDING-COUNT     TO WS-RPT-STANDING.
093400     MOVE GC-OVERRIDE-SW        TO WS-RPT-OVERRIDE.
093500     WRITE GREETCMR-RECORD FROM WS-RPT-VALUES-LINE.
093600*
093700 4300-EXIT.
093800     EXIT.
093900*-----------------------------------------------------------------
094000* 4400-NEXT-CHANGE-NUMBER
094100*   TAKES THE NEXT CONTROL CHANGE NUMBER, WRAPPING FROM 999999
094200*   BACK TO 1 (ZERO IS LEFT FOR A RECORD NEVER MAINTAINED).
094300*-----------------------------------------------------------------
094400 4400-NEXT-CHANGE-NUMBER.
094500     IF GC-CHANGE-NUMBER = 999999
094600         MOVE 1 TO GC-CHANGE-NUMBER
094700     ELSE
094800         ADD 1 TO GC-CHANGE-NUMBER
094900     END-IF.
095000*
095100 4400-EXIT.
095200     EXIT.
095300*-----------------------------------------------------------------
095400* 5000-WRITE-NEW-CONTROL
095500*   WRITES THE UPDATED CONTROL RECORD TO GREETCTN AND PRINTS IT.
095600*   THE RECORD IS WRITTEN EVEN WHEN NOTHING CHANGED, SO THE
095700*   PROMOTE ALWAYS HAS A COMPLETE RECORD TO COPY.
095800*-----------------------------------------------------------------
095900 5000-WRITE-NEW-CONTROL.
096000     WRITE GREETCTN-RECORD FROM GREETCTL-RECORD.
096100     IF NOT WS-GREETCTN-OK
096200         DISPLAY "GREETCMT0014E WRITE TO GREETCTN FAILED STATUS "
096300                 WS-GREETCTN-STATUS " - RUN TERMINATED"
096400         MOVE 16 TO RETURN-CODE
096500         STOP RUN
096600     END-IF.
096700     MOVE 'NEW GREETCTL PARAMETERS' TO WS-RPT-TITLE.
096800     WRITE GREETCMR-RECORD FROM WS-RPT-TITLE-LINE.
096900     MOVE 'NEW'              TO WS-RPT-VALUES-TAG.
097000     PERFORM 4300-PRINT-CONTROL-VALUES
097100         THRU 4300-EXIT.
097200*
097300 5000-EXIT.
097400     EXIT.
097500*-----------------------------------------------------------------
097600* 9000-TERMINATE
097700*   WRITES THE HELD CHANGE LOG ROWS WHEN NO TRANSACTION WAS
097800*   REJECTED, WRITES THE CONTROL-TOTAL LINES, CLOSES THE FILES,
097900*   AND SETS THE STEP CONDITION CODE - 8 WHEN ANY TRANSACTION WAS
098000*   REJECTED SO THE PROMOTE OF GREETCTN IS HELD.
098100*-----------------------------------------------------------------
098200 9000-TERMINATE.
098300     IF WS-TRAN-REJECT-COUNT = 0
098400         PERFORM 9100-WRITE-LOG-ENTRY
098500             THRU 9100-EXIT
098600             VARYING WS-LOG-SUB FROM 1 BY 1
098700             UNTIL WS-LOG-SUB > WS-LOG-ENTRY-COUNT
098800     END-IF.
098900     MOVE 'TRANSACTIONS READ:          '
099000         TO WS-RPT-COUNT-TEXT.
099100     MOVE WS-TRAN-READ-COUNT TO WS-RPT-COUNT.
099200     WRITE GREETCMR-RECORD FROM WS-RPT-COUNT-LINE.
099300     MOVE 'TRANSACTIONS APPLIED:       '
099400         TO WS-RPT-COUNT-TEXT.
099500     MOVE WS-TRAN-APPLIED-COUNT TO WS-RPT-COUNT.
099600     WRITE GREETCMR-RECORD FROM WS-RPT-COUNT-LINE.
099700     MOVE 'TRANSACTIONS REJECTED:      '
099800         TO WS-RPT-COUNT-TEXT.
099900     MOVE WS-TRAN-REJECT-COUNT TO WS-RPT-COUNT.
100000     WRITE GREETCMR-RECORD FROM WS-RPT-COUNT-LINE.
100100     MOVE 'OVERRIDES REVERTED:         '
100200         TO WS-RPT-COUNT-TEXT.
100300     MOVE WS-REVERT-COUNT TO WS-RPT-COUNT.
100400     WRITE GREETCMR-RECORD FROM WS-RPT-COUNT-LINE.
100500     MOVE 'CHANGE LOG ROWS WRITTEN:    '
100600         TO WS-RPT-COUNT-TEXT.
100700     MOVE WS-LOG-WRITE-COUNT TO WS-RPT-COUNT.
100800     WRITE GREETCMR-RECORD FROM WS-RPT-COUNT-LINE.
100900     MOVE 'TRANSACTIONS REJECTED:      '
101000         TO WS-RPT-COUNT-TEXT.
101100     MOVE WS-TRAN-REJECT-COUNT TO WS-RPT-COUNT.
101200     WRITE GREETCME-RECORD FROM WS-RPT-COUNT-LINE.
101300     CLOSE GREETCTT.
101400     CLOSE GREETCTL.
101500     CLOSE GREETCTN.
101600     CLOSE GREETCLG.
101700     CLOSE GREETCMR.
101800     CLOSE GREETCME.
101900     IF WS-TRAN-REJECT-COUNT > 0
102000         DISPLAY "GREETCMT0015W " WS-TRAN-REJECT-COUNT
102100                 " TRANSACTION(S) REJECTED - SEE GREETCME; NO "
102200                 "CHANGE LOGGED OR PROMOTED"
102300         IF RETURN-CODE < 8
102400             MOVE 8 TO RETURN-CODE
102500         END-IF
102600     END-IF.
102700*
102800 9000-EXIT.
102900     EXIT.
103000*-----------------------------------------------------------------
103100* 9100-WRITE-LOG-ENTRY
103200*   APPENDS ONE HELD CHANGE LOG ROW TO GREETCLG.  A FAILED WRITE
103300*   IS FATAL, WHICH HOLDS THE PROMOTE.
103400*-----------------------------------------------------------------
103500 9100-WRITE-LOG-ENTRY.
103600     WRITE CTL-LOG-RECORD FROM WS-LOG-ENTRY (WS-LOG-SUB).
103700     IF NOT WS-GREETCLG-OK
103800         DISPLAY "GREETCMT0016E WRITE TO GREETCLG FAILED STATUS "
103900                 WS-GREETCLG-STATUS " - RUN TERMINATED"
104000         MOVE 16 TO RETURN-CODE
104100         STOP RUN
104200     END-IF.
104300     ADD 1 TO WS-LOG-WRITE-COUNT.
104400*
104500 9100-EXIT.
104600     EXIT.
