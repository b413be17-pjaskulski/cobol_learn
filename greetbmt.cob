000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GREETBMT.
000300 AUTHOR.      R TOMASZEWSKI.
000400 INSTALLATION.BRANCH OPERATIONS SUPPORT.
000500 DATE-WRITTEN.10/15/2026.
000600 DATE-COMPILED.10/15/2026.
000700*-----------------------------------------------------------------
000800* REMARKS.  BATCH MAINTENANCE FOR THE BRANCHMF BRANCH REFERENCE
000900*           MASTER.  READS ADD/CHANGE/CLOSE/MERGE TRANSACTIONS
001000*           FROM GREETBTR, APPLIES THEM AGAINST AN IN-CORE COPY
001100*           OF THE CURRENT MASTER, AND WRITES THE UPDATED MASTER
001200*           TO BRANCHNW TOGETHER WITH THE GREETBMR MAINTENANCE
001300*           REPORT (BEFORE/AFTER IMAGES AND COUNTS).  MALFORMED
001400*           OR CONFLICTING TRANSACTIONS ARE REJECTED TO THE
001500*           GREETBME EXCEPTIONS LISTING AND THE STEP ENDS WITH A
001600*           NON-ZERO CONDITION CODE, WHICH HOLDS THE JOB'S
001700*           PROMOTE OF BRANCHNW OVER BRANCHMF.
001800*
001900*           A CLOSE IS REFUSED WHILE THE BRANCH STILL HAS
002000*           RECIPIENTS ON THE GREETIN MASTER, UNLESS THE
002100*           TRANSACTION NAMES A SUCCESSOR BRANCH.  WITH A
002200*           SUCCESSOR (ALWAYS REQUIRED ON A MERGE) THE BRANCH'S
002300*           RECIPIENTS ARE FOUND THROUGH THE GR-BRANCH-CODE
002400*           ALTERNATE KEY AND REWRITTEN IN PLACE TO THE SUCCESSOR,
002500*           SO THE NEXT GREETING RUN DOES NOT PUSH A WHOLE BRANCH
002600*           INTO UNKNOWN-BRANCH EXCEPTIONS.  THE SUCCESSOR MUST BE
002700*           A BRANCH ALREADY ON THE LIVE MASTER (NOT ONE ADDED IN
002800*           THE SAME RUN), SO A REASSIGNED RECIPIENT NEVER POINTS
002900*           AT A BRANCH THE LIVE MASTER DOES NOT CARRY, EVEN WHEN
003000*           THE PROMOTE IS HELD.  THE SEQUENTIAL BACKUP COPY OF
003100*           GREETIN IS CUT BY THE JOB'S UNLOAD STEP.
003101*
003102*           EACH REASSIGNMENT IS APPENDED TO THE GREETJRN CHANGE
003103*           JOURNAL WITH THE RECIPIENT'S BEFORE AND AFTER IMAGES
003104*           UNDER THIS RUN'S RUN ID, SO A LATER BACKOUT OF A
003105*           GREETMNT RUN SEES THE CHANGE AND THE AS-OF LISTING
003106*           REFLECTS IT.
003200*-----------------------------------------------------------------
003300* MODIFICATION HISTORY.
003400*   10/15/2026  RT  INITIAL VERSION.
003410*   10/15/2026  RT  RECIPIENT REASSIGNMENTS JOURNALED TO GREETJRN
003420*                   WITH BEFORE/AFTER IMAGES UNDER A RUN ID.
003430*   10/15/2026  RT  BRANCH TABLE RAISED TO 1000 ENTRIES.
003500*-----------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.  IBM-370.
003900 OBJECT-COMPUTER.  IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT GREETBTR ASSIGN TO GREETBTR
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-GREETBTR-STATUS.
004500     SELECT BRANCHMF ASSIGN TO BRANCHMF
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-BRANCHMF-STATUS.
004800     SELECT GREETIN ASSIGN TO GREETIN
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS GR-RECIPIENT-ID
005200         ALTERNATE RECORD KEY IS GR-BRANCH-CODE
005300             WITH DUPLICATES
005400         FILE STATUS IS WS-GREETIN-STATUS.
005500     SELECT BRANCHNW ASSIGN TO BRANCHNW
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-BRANCHNW-STATUS.
005800     SELECT GREETBMR ASSIGN TO GREETBMR
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-GREETBMR-STATUS.
006100     SELECT GREETBME ASSIGN TO GREETBME
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-GREETBME-STATUS.
006310     SELECT GREETJRN ASSIGN TO GREETJRN
006320         ORGANIZATION IS SEQUENTIAL
006330         FILE STATUS IS WS-GREETJRN-STATUS.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  GREETBTR
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 COPY BRNCHTRN.
007100*
007200 FD  BRANCHMF
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 COPY BRNCHREC.
007600*
007700 FD  GREETIN
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 COPY GREETREC.
008100*
008200 FD  BRANCHNW
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 01  BRANCHNW-RECORD                PIC X(160).
008600*
008700 FD  GREETBMR
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 01  GREETBMR-RECORD                PIC X(132).
009100*
009200 FD  GREETBME
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  GREETBME-RECORD                PIC X(132).
009600*
009610 FD  GREETJRN
009620     RECORDING MODE IS F
009630     LABEL RECORDS ARE STANDARD.
009640 COPY JRNLREC.
009650*
009700 WORKING-STORAGE SECTION.
009800*-----------------------------------------------------------------
009900* FILE STATUS SWITCHES.  STATUS '02' ON THE RECIPIENT MASTER IS A
010000* SUCCESSFUL READ/REWRITE ON A DUPLICATED ALTERNATE KEY VALUE -
010100* EXPECTED, SINCE MANY RECIPIENTS SHARE A BRANCH.
010200*-----------------------------------------------------------------
010300 01  WS-FILE-STATUSES.
010400     05  WS-GREETBTR-STATUS      PIC X(02)  VALUE SPACES.
010500         88  WS-GREETBTR-OK                   VALUE '00'.
010600     05  WS-BRANCHMF-STATUS      PIC X(02)  VALUE SPACES.
010700         88  WS-BRANCHMF-OK                   VALUE '00'.
010800     05  WS-GREETIN-STATUS       PIC X(02)  VALUE SPACES.
010900         88  WS-GREETIN-OK                    VALUE '00' '02'.
011000     05  WS-BRANCHNW-STATUS      PIC X(02)  VALUE SPACES.
011100         88  WS-BRANCHNW-OK                   VALUE '00'.
011200     05  WS-GREETBMR-STATUS      PIC X(02)  VALUE SPACES.
011300         88  WS-GREETBMR-OK                   VALUE '00'.
011400     05  WS-GREETBME-STATUS      PIC X(02)  VALUE SPACES.
011500         88  WS-GREETBME-OK                   VALUE '00'.
011510     05  WS-GREETJRN-STATUS      PIC X(02)  VALUE SPACES.
011520         88  WS-GREETJRN-OK                   VALUE '00'.
011600*-----------------------------------------------------------------
011700* PROGRAM SWITCHES
011800*-----------------------------------------------------------------
011900 01  WS-SWITCHES.
012000     05  WS-GREETBTR-EOF-SW      PIC X(01)  VALUE 'N'.
012100         88  WS-GREETBTR-EOF                  VALUE 'Y'.
012200     05  WS-BRANCHMF-EOF-SW      PIC X(01)  VALUE 'N'.
012300         88  WS-BRANCHMF-EOF                  VALUE 'Y'.
012400     05  WS-TRAN-VALID-SW        PIC X(01)  VALUE 'Y'.
012500         88  WS-TRAN-VALID                    VALUE 'Y'.
012600         88  WS-TRAN-INVALID                  VALUE 'N'.
012700     05  WS-MASTER-FOUND-SW      PIC X(01)  VALUE 'N'.
012800         88  WS-MASTER-FOUND                  VALUE 'Y'.
012900     05  WS-SUCCESSOR-FOUND-SW   PIC X(01)  VALUE 'N'.
013000         88  WS-SUCCESSOR-FOUND               VALUE 'Y'.
013100     05  WS-DAYS-VALID-SW        PIC X(01)  VALUE 'Y'.
013200         88  WS-DAYS-VALID                    VALUE 'Y'.
013300         88  WS-DAYS-INVALID                  VALUE 'N'.
013400     05  WS-RECIP-END-SW         PIC X(01)  VALUE 'N'.
013500         88  WS-RECIP-END                     VALUE 'Y'.
013600*-----------------------------------------------------------------
013700* RUN CONTROL FIELDS
013800*-----------------------------------------------------------------
013900 01  WS-RUN-FIELDS.
014000     05  WS-RUN-DATE             PIC 9(08)  VALUE ZEROES.
014100     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
014200         10  WS-RUN-DATE-CCYY    PIC 9(04).
014300         10  WS-RUN-DATE-MM      PIC 9(02).
014400         10  WS-RUN-DATE-DD      PIC 9(02).
014500     05  WS-RUN-DATE-EDIT        PIC X(10)  VALUE SPACES.
014600     05  WS-REJECT-REASON        PIC X(40)  VALUE SPACES.
014700     05  WS-OLD-BRANCH-CODE      PIC X(04)  VALUE SPACES.
014800     05  WS-NEW-BRANCH-CODE      PIC X(04)  VALUE SPACES.
014810     05  WS-RUN-TIME             PIC 9(08)  VALUE ZEROES.
014820     05  WS-RUN-ID.
014830         10  WS-RUN-ID-DATE      PIC 9(08)  VALUE ZEROES.
014840         10  WS-RUN-ID-TIME      PIC 9(08)  VALUE ZEROES.
014850     05  WS-RECIP-BEFORE-IMAGE   PIC X(80)  VALUE SPACES.
014900 77  WS-TRAN-SUB                 PIC 9(04)  COMP VALUE ZEROES.
015000 77  WS-SUCC-SUB                 PIC 9(04)  COMP VALUE ZEROES.
015100 77  WS-DAY-SUB                  PIC 9(02)  COMP VALUE ZEROES.
015200 77  WS-BRANCH-ENTRY-COUNT       PIC 9(04)  COMP VALUE ZEROES.
015300 77  WS-OLD-MASTER-COUNT         PIC 9(05)  COMP VALUE ZEROES.
015400 77  WS-NEW-MASTER-COUNT         PIC 9(05)  COMP VALUE ZEROES.
015500 77  WS-TRAN-READ-COUNT          PIC 9(05)  COMP VALUE ZEROES.
015600 77  WS-TRAN-APPLIED-COUNT       PIC 9(05)  COMP VALUE ZEROES.
015700 77  WS-TRAN-REJECT-COUNT        PIC 9(05)  COMP VALUE ZEROES.
015800 77  WS-ADD-COUNT                PIC 9(05)  COMP VALUE ZEROES.
015900 77  WS-CHANGE-COUNT             PIC 9(05)  COMP VALUE ZEROES.
016000 77  WS-CLOSE-COUNT              PIC 9(05)  COMP VALUE ZEROES.
016100 77  WS-MERGE-COUNT              PIC 9(05)  COMP VALUE ZEROES.
016200 77  WS-RECIP-COUNT              PIC 9(05)  COMP VALUE ZEROES.
016300 77  WS-REASSIGN-COUNT           PIC 9(05)  COMP VALUE ZEROES.
016310 77  WS-JOURNAL-COUNT            PIC 9(05)  COMP VALUE ZEROES.
016400*-----------------------------------------------------------------
016500* IN-CORE COPY OF THE BRANCH MASTER.  THE WHOLE MASTER IS LOADED
016600* AT INITIALIZATION, TRANSACTIONS ARE APPLIED AGAINST THE TABLE,
016700* AND THE ENTRIES STILL ACTIVE ARE WRITTEN BACK OUT AT THE END OF
016800* THE RUN.  WS-BRN-ORIGIN MARKS BRANCHES ADDED IN THIS RUN, WHICH
016900* MAY NOT YET BE NAMED AS A SUCCESSOR.  SIZED FOR 1000 BRANCHES.
017000*-----------------------------------------------------------------
017100 01  WS-BRANCH-TABLE.
017200     05  WS-BRN-ENTRY OCCURS 1000 TIMES
017300             INDEXED BY WS-BRN-IDX.
017400         10  WS-BRN-RECORD            PIC X(160).
017500         10  WS-BRN-RECORD-X REDEFINES WS-BRN-RECORD.
017600             15  WS-BRN-CODE              PIC X(04).
017700             15  WS-BRN-NAME              PIC X(25).
017800             15  WS-BRN-REGION            PIC X(04).
017900             15  WS-BRN-OPEN-DAYS         PIC X(07).
018000             15  WS-BRN-HOLIDAY-CALENDAR  PIC X(96).
018100             15  FILLER                   PIC X(24).
018200         10  WS-BRN-ORIGIN            PIC X(01).
018300             88  WS-BRN-FROM-MASTER          VALUE 'M'.
018400             88  WS-BRN-ADDED                VALUE 'A'.
018500         10  WS-BRN-STATE             PIC X(01).
018600             88  WS-BRN-ACTIVE               VALUE 'A'.
018700             88  WS-BRN-REMOVED              VALUE 'R'.
018800*-----------------------------------------------------------------
018900* REPORT LAYOUT FIELDS
019000*-----------------------------------------------------------------
019100 01  WS-REPORT-LINES.
019200     05  WS-RPT-HEADER-1.
019300         10  FILLER              PIC X(10) VALUE 'JOB NAME: '.
019400         10  WS-RPT-JOB-NAME     PIC X(08) VALUE 'GREETBMT'.
019500         10  FILLER              PIC X(10) VALUE SPACES.
019600         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
019700         10  WS-RPT-RUN-DATE     PIC X(10) VALUE SPACES.
019800         10  FILLER              PIC X(10) VALUE SPACES.
019810         10  FILLER              PIC X(08) VALUE 'RUN ID: '.
019820         10  WS-RPT-RUN-ID       PIC X(16) VALUE SPACES.
019830         10  FILLER              PIC X(50) VALUE SPACES.
019900     05  WS-RPT-HEADER-2.
020000         10  FILLER              PIC X(36)
020100             VALUE 'BRANCH MASTER MAINTENANCE REPORT    '.
020200         10  FILLER              PIC X(96) VALUE SPACES.
020300     05  WS-RPT-ACTION-LINE.
020400         10  FILLER              PIC X(08) VALUE 'ACTION: '.
020500         10  WS-RPT-ACTION       PIC X(06) VALUE SPACES.
020600         10  FILLER              PIC X(10) VALUE '  BRANCH: '.
020700         10  WS-RPT-ACTION-CODE  PIC X(04) VALUE SPACES.
020800         10  FILLER              PIC X(13) VALUE '  SUCCESSOR: '.
020900         10  WS-RPT-ACTION-SUCC  PIC X(04) VALUE SPACES.
021000         10  FILLER              PIC X(87) VALUE SPACES.
021100     05  WS-RPT-IMAGE-LINE.
021200         10  FILLER              PIC X(02) VALUE SPACES.
021300         10  WS-RPT-IMAGE-TAG    PIC X(08) VALUE SPACES.
021400         10  WS-RPT-IMAGE        PIC X(80) VALUE SPACES.
021500         10  FILLER              PIC X(42) VALUE SPACES.
021600     05  WS-RPT-RECIP-LINE.
021700         10  FILLER              PIC X(04) VALUE SPACES.
021800         10  FILLER              PIC X(12) VALUE 'REASSIGNED: '.
021900         10  WS-RPT-RECIP-ID     PIC X(06) VALUE SPACES.
022000         10  FILLER              PIC X(01) VALUE SPACES.
022100         10  WS-RPT-RECIP-NAME   PIC X(30) VALUE SPACES.
022200         10  FILLER              PIC X(06) VALUE ' FROM '.
022300         10  WS-RPT-RECIP-FROM   PIC X(04) VALUE SPACES.
022400         10  FILLER              PIC X(04) VALUE ' TO '.
022500         10  WS-RPT-RECIP-TO     PIC X(04) VALUE SPACES.
022600         10  FILLER              PIC X(61) VALUE SPACES.
022700     05  WS-RPT-COUNT-LINE.
022800         10  WS-RPT-COUNT-TEXT   PIC X(28) VALUE SPACES.
022900         10  WS-RPT-COUNT        PIC ZZZZ9.
023000         10  FILLER              PIC X(99) VALUE SPACES.
023100     05  WS-EXC-HEADER-1.
023200         10  FILLER              PIC X(36)
023300             VALUE 'BRANCH MASTER MAINTENANCE           '.
023400         10  FILLER              PIC X(24)
023500             VALUE 'REJECTED TRANSACTIONS   '.
023600         10  FILLER              PIC X(72) VALUE SPACES.
023700     05  WS-EXC-DETAIL.
023800         10  WS-EXC-REASON       PIC X(40) VALUE SPACES.
023900         10  FILLER              PIC X(02) VALUE SPACES.
024000         10  WS-EXC-IMAGE        PIC X(80) VALUE SPACES.
024100         10  FILLER              PIC X(10) VALUE SPACES.
024200*
024300 PROCEDURE DIVISION.
024400*-----------------------------------------------------------------
024500* 0000-MAINLINE
024600*   CONTROLS THE OVERALL FLOW OF THE MAINTENANCE RUN.
024700*-----------------------------------------------------------------
024800 0000-MAINLINE.
024900     PERFORM 1000-INITIALIZE
025000         THRU 1000-EXIT.
025100     PERFORM 2000-LOAD-MASTER
025200         THRU 2000-EXIT.
025300     PERFORM 3000-PROCESS-TRANSACTION
025400         THRU 3000-EXIT
025500         UNTIL WS-GREETBTR-EOF.
025600     PERFORM 5000-WRITE-NEW-MASTER
025700         THRU 5000-EXIT.
025800     PERFORM 9000-TERMINATE
025900         THRU 9000-EXIT.
026000     STOP RUN.
026100*
026200 0000-MAINLINE-EXIT.
026300     EXIT.
026400*-----------------------------------------------------------------
026500* 1000-INITIALIZE
026600*   OPENS ALL FILES AND WRITES THE REPORT AND EXCEPTION LISTING
026700*   HEADINGS.  THE RECIPIENT MASTER OPENS I-O SO REASSIGNMENTS
026800*   APPLY IN PLACE, AND THE JOURNAL OPENS TO EXTEND.  ANY FILE
026810*   FAILING TO OPEN IS FATAL TO THE RUN.
026900*-----------------------------------------------------------------
027000 1000-INITIALIZE.
027100     OPEN INPUT  GREETBTR.
027200     IF NOT WS-GREETBTR-OK
027300         DISPLAY "GREETBMT0001E UNABLE TO OPEN GREETBTR - "
027400                 "RUN TERMINATED"
027500         MOVE 16 TO RETURN-CODE
027600         STOP RUN
027700     END-IF.
027800     OPEN INPUT  BRANCHMF.
027900     IF NOT WS-BRANCHMF-OK
028000         DISPLAY "GREETBMT0002E UNABLE TO OPEN BRANCHMF - "
028100                 "RUN TERMINATED"
028200         MOVE 16 TO RETURN-CODE
028300         STOP RUN
028400     END-IF.
028500     OPEN I-O    GREETIN.
028600     IF NOT WS-GREETIN-OK
028700         DISPLAY "GREETBMT0003E UNABLE TO OPEN GREETIN - "
028800                 "RUN TERMINATED"
028900         MOVE 16 TO RETURN-CODE
029000         STOP RUN
029100     END-IF.
029200     OPEN OUTPUT BRANCHNW.
029300     IF NOT WS-BRANCHNW-OK
029400         DISPLAY "GREETBMT0004E UNABLE TO OPEN BRANCHNW - "
029500                 "RUN TERMINATED"
029600         MOVE 16 TO RETURN-CODE
029700         STOP RUN
029800     END-IF.
029900     OPEN OUTPUT GREETBMR.
030000     IF NOT WS-GREETBMR-OK
030100         DISPLAY "GREETBMT0005E UNABLE TO OPEN GREETBMR - "
030200                 "RUN TERMINATED"
030300         MOVE 16 TO RETURN-CODE
030400         STOP RUN
030500     END-IF.
030600     OPEN OUTPUT GREETBME.
030700     IF NOT WS-GREETBME-OK
030800         DISPLAY "GREETBMT0006E UNABLE TO OPEN GREETBME - "
030900                 "RUN TERMINATED"
031000         MOVE 16 TO RETURN-CODE
031100         STOP RUN
031200     END-IF.
031205     OPEN EXTEND GREETJRN.
031210     IF NOT WS-GREETJRN-OK
031215         OPEN OUTPUT GREETJRN
031220     END-IF.
031225     IF NOT WS-GREETJRN-OK
031230         DISPLAY "GREETBMT0010E UNABLE TO OPEN GREETJRN - "
031235                 "RUN TERMINATED"
031240         MOVE 16 TO RETURN-CODE
031245         STOP RUN
031250     END-IF.
031300     MOVE SPACES TO WS-BRANCH-TABLE.
031400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
031500     STRING WS-RUN-DATE-MM   DELIMITED BY SIZE
031600            '/'              DELIMITED BY SIZE
031700            WS-RUN-DATE-DD   DELIMITED BY SIZE
031800            '/'              DELIMITED BY SIZE
031900            WS-RUN-DATE-CCYY DELIMITED BY SIZE
032000            INTO WS-RUN-DATE-EDIT
032100     END-STRING.
032200     MOVE WS-RUN-DATE-EDIT TO WS-RPT-RUN-DATE.
032210     ACCEPT WS-RUN-TIME FROM TIME.
032220     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE.
032230     MOVE WS-RUN-TIME TO WS-RUN-ID-TIME.
032240     MOVE WS-RUN-ID   TO WS-RPT-RUN-ID.
032250     DISPLAY "GREETBMT0012I MAINTENANCE RUN ID " WS-RUN-ID.
032300     WRITE GREETBMR-RECORD FROM WS-RPT-HEADER-1.
032400     WRITE GREETBMR-RECORD FROM WS-RPT-HEADER-2.
032500     WRITE GREETBME-RECORD FROM WS-RPT-HEADER-1.
032600     WRITE GREETBME-RECORD FROM WS-EXC-HEADER-1.
032700     PERFORM 3100-READ-TRANSACTION
032800         THRU 3100-EXIT.
032900*
033000 1000-EXIT.
033100     EXIT.
033200*-----------------------------------------------------------------
033300* 2000-LOAD-MASTER
033400*   LOADS THE CURRENT BRANCH MASTER INTO THE IN-CORE TABLE.  A
033500*   MASTER LARGER THAN THE TABLE IS FATAL - THE RUN MUST NOT
033600*   CONTINUE WITH A TRUNCATED PICTURE OF THE MASTER.
033700*-----------------------------------------------------------------
033800 2000-LOAD-MASTER.
033900     PERFORM 2100-LOAD-MASTER-RECORD
034000         THRU 2100-EXIT
034100         UNTIL WS-BRANCHMF-EOF.
034200     CLOSE BRANCHMF.
034300     MOVE WS-BRANCH-ENTRY-COUNT TO WS-OLD-MASTER-COUNT.
034400*
034500 2000-EXIT.
034600     EXIT.
034700*-----------------------------------------------------------------
034800* 2100-LOAD-MASTER-RECORD
034900*   READS ONE BRANCH INTO THE NEXT TABLE ENTRY.
035000*-----------------------------------------------------------------
035100 2100-LOAD-MASTER-RECORD.
035200     READ BRANCHMF
035300         AT END
035400             SET WS-BRANCHMF-EOF TO TRUE
035500             GO TO 2100-EXIT
035600     END-READ.
035700     IF WS-BRANCH-ENTRY-COUNT = 1000
035800         DISPLAY "GREETBMT0007E BRANCH MASTER EXCEEDS THE "
035900                 "1000-ENTRY TABLE - RUN TERMINATED"
036000         MOVE 16 TO RETURN-CODE
036100         STOP RUN
036200     END-IF.
036300     ADD 1 TO WS-BRANCH-ENTRY-COUNT.
036400     SET WS-BRN-IDX TO WS-BRANCH-ENTRY-COUNT.
036500     MOVE BRANCH-RECORD TO WS-BRN-RECORD (WS-BRN-IDX).
036600     SET WS-BRN-FROM-MASTER (WS-BRN-IDX) TO TRUE.
036700     SET WS-BRN-ACTIVE (WS-BRN-IDX) TO TRUE.
036800*
036900 2100-EXIT.
037000     EXIT.
037100*-----------------------------------------------------------------
037200* 3000-PROCESS-TRANSACTION
037300*   VALIDATES AND APPLIES ONE MAINTENANCE TRANSACTION, THEN
037400*   READS THE NEXT ONE.
037500*-----------------------------------------------------------------
037600 3000-PROCESS-TRANSACTION.
037700     PERFORM 3200-VALIDATE-TRANSACTION
037800         THRU 3200-EXIT.
037900     IF WS-TRAN-VALID
038000         PERFORM 3300-APPLY-TRANSACTION
038100             THRU 3300-EXIT
038200     ELSE
038300         PERFORM 3900-REJECT-TRANSACTION
038400             THRU 3900-EXIT
038500     END-IF.
038600     PERFORM 3100-READ-TRANSACTION
038700         THRU 3100-EXIT.
038800*
038900 3000-EXIT.
039000     EXIT.
039100*-----------------------------------------------------------------
039200* 3100-READ-TRANSACTION
039300*   READS ONE MAINTENANCE TRANSACTION FROM GREETBTR.
039400*-----------------------------------------------------------------
039500 3100-READ-TRANSACTION.
039600     READ GREETBTR
039700         AT END
039800             SET WS-GREETBTR-EOF TO TRUE
039900         NOT AT END
040000             ADD 1 TO WS-TRAN-READ-COUNT
040100     END-READ.
040200*
040300 3100-EXIT.
040400     EXIT.
040500*-----------------------------------------------------------------
040600* 3200-VALIDATE-TRANSACTION
040700*   EDITS ONE TRANSACTION BEFORE IT IS LET NEAR THE MASTER.
040800*   THE FIRST FAILING EDIT SETS THE REASON CARRIED TO THE
040900*   EXCEPTIONS LISTING.
041000*-----------------------------------------------------------------
041100 3200-VALIDATE-TRANSACTION.
041200     SET WS-TRAN-VALID TO TRUE.
041300     MOVE SPACES TO WS-REJECT-REASON.
041400     IF NOT BT-ACTION-ADD
041500        AND NOT BT-ACTION-CHANGE
041600        AND NOT BT-ACTION-CLOSE
041700        AND NOT BT-ACTION-MERGE
041800         SET WS-TRAN-INVALID TO TRUE
041900         MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
042000         GO TO 3200-EXIT
042100     END-IF.
042200     IF BT-BRANCH-CODE = SPACES
042300         SET WS-TRAN-INVALID TO TRUE
042400         MOVE 'BRANCH CODE MISSING' TO WS-REJECT-REASON
042500         GO TO 3200-EXIT
042600     END-IF.
042700     PERFORM 3250-FIND-MASTER-ENTRY
042800         THRU 3250-EXIT.
042900     IF BT-ACTION-ADD
043000         PERFORM 3220-VALIDATE-ADD
043100             THRU 3220-EXIT
043200         GO TO 3200-EXIT
043300     END-IF.
043400     IF NOT WS-MASTER-FOUND
043500         SET WS-TRAN-INVALID TO TRUE
043600         MOVE 'BRANCH NOT ON MASTER' TO WS-REJECT-REASON
043700         GO TO 3200-EXIT
043800     END-IF.
043900     IF BT-ACTION-CHANGE
044000         PERFORM 3230-VALIDATE-CHANGE
044100             THRU 3230-EXIT
044200     ELSE
044300         PERFORM 3240-VALIDATE-CLOSE
044400             THRU 3240-EXIT
044500     END-IF.
044600*
044700 3200-EXIT.
044800     EXIT.
044900*-----------------------------------------------------------------
045000* 3220-VALIDATE-ADD
045100*   EDITS SPECIFIC TO AN ADD - THE CODE MUST BE NEW, THE NAME AND
045200*   REGION PRESENT, AND EVERY OPEN-DAY FLAG 'Y' OR 'N'.
045300*-----------------------------------------------------------------
045400 3220-VALIDATE-ADD.
045500     IF WS-MASTER-FOUND
045600         SET WS-TRAN-INVALID TO TRUE
045700         MOVE 'BRANCH ALREADY ON MASTER' TO WS-REJECT-REASON
045800         GO TO 3220-EXIT
045900     END-IF.
046000     IF BT-BRANCH-NAME = SPACES
046100         SET WS-TRAN-INVALID TO TRUE
046200         MOVE 'BRANCH NAME MISSING' TO WS-REJECT-REASON
046300         GO TO 3220-EXIT
046400     END-IF.
046500     IF BT-REGION-CODE = SPACES
046600         SET WS-TRAN-INVALID TO TRUE
046700         MOVE 'REGION CODE MISSING' TO WS-REJECT-REASON
046800         GO TO 3220-EXIT
046900     END-IF.
047000     PERFORM 3270-VALIDATE-OPEN-DAYS
047100         THRU 3270-EXIT.
047200     IF WS-DAYS-INVALID
047300         SET WS-TRAN-INVALID TO TRUE
047400         MOVE 'OPEN-DAY FLAGS MUST ALL BE Y OR N'
047500             TO WS-REJECT-REASON
047600         GO TO 3220-EXIT
047700     END-IF.
047800     IF WS-BRANCH-ENTRY-COUNT = 1000
047900         SET WS-TRAN-INVALID TO TRUE
048000         MOVE 'BRANCH TABLE FULL - ADD NOT APPLIED'
048100             TO WS-REJECT-REASON
048200     END-IF.
048300*
048400 3220-EXIT.
048500     EXIT.
048600*-----------------------------------------------------------------
048700* 3230-VALIDATE-CHANGE
048800*   EDITS SPECIFIC TO A CHANGE - AT LEAST ONE FIELD MUST BE
048900*   PRESENT, AND OPEN-DAY FLAGS, WHEN SUPPLIED, MUST BE SUPPLIED
049000*   FOR ALL SEVEN DAYS.
049100*-----------------------------------------------------------------
049200 3230-VALIDATE-CHANGE.
049300     IF BT-BRANCH-NAME = SPACES
049400        AND BT-REGION-CODE = SPACES
049500        AND BT-OPEN-DAYS = SPACES
049600         SET WS-TRAN-INVALID TO TRUE
049700         MOVE 'NO CHANGE FIELDS PRESENT' TO WS-REJECT-REASON
049800         GO TO 3230-EXIT
049900     END-IF.
050000     IF BT-OPEN-DAYS NOT = SPACES
050100         PERFORM 3270-VALIDATE-OPEN-DAYS
050200             THRU 3270-EXIT
050300         IF WS-DAYS-INVALID
050400             SET WS-TRAN-INVALID TO TRUE
050500             MOVE 'OPEN-DAY FLAGS MUST ALL BE Y OR N'
050600                 TO WS-REJECT-REASON
050700         END-IF
050800     END-IF.
050900*
051000 3230-EXIT.
051100     EXIT.
051200*-----------------------------------------------------------------
051300* 3240-VALIDATE-CLOSE
051400*   EDITS SPECIFIC TO A CLOSE OR MERGE.  A NAMED SUCCESSOR MUST
051500*   BE A DIFFERENT, ACTIVE BRANCH FROM THE LIVE MASTER; A MERGE
051600*   MUST NAME ONE.  A CLOSE WITHOUT A SUCCESSOR IS REFUSED WHILE
051700*   ANY RECIPIENT ON GREETIN STILL CARRIES THE BRANCH CODE.
051800*-----------------------------------------------------------------
051900 3240-VALIDATE-CLOSE.
052000     IF BT-SUCCESSOR-CODE = SPACES
052100         IF BT-ACTION-MERGE
052200             SET WS-TRAN-INVALID TO TRUE
052300             MOVE 'MERGE NEEDS A SUCCESSOR BRANCH'
052400                 TO WS-REJECT-REASON
052500             GO TO 3240-EXIT
052600         END-IF
052700         MOVE BT-BRANCH-CODE TO WS-OLD-BRANCH-CODE
052800         PERFORM 4000-COUNT-RECIPIENTS
052900             THRU 4000-EXIT
053000         IF WS-RECIP-COUNT > 0
053100             SET WS-TRAN-INVALID TO TRUE
053200             MOVE 'RECIPIENTS ON GREETIN - NO SUCCESSOR'
053300                 TO WS-REJECT-REASON
053400         END-IF
053500         GO TO 3240-EXIT
053600     END-IF.
053700     IF BT-SUCCESSOR-CODE = BT-BRANCH-CODE
053800         SET WS-TRAN-INVALID TO TRUE
053900         MOVE 'SUCCESSOR IS THE BRANCH ITSELF' TO WS-REJECT-REASON
054000         GO TO 3240-EXIT
054100     END-IF.
054200     PERFORM 3260-FIND-SUCCESSOR-ENTRY
054300         THRU 3260-EXIT.
054400     IF NOT WS-SUCCESSOR-FOUND
054500         SET WS-TRAN-INVALID TO TRUE
054600         MOVE 'SUCCESSOR BRANCH NOT ON MASTER' TO WS-REJECT-REASON
054700         GO TO 3240-EXIT
054800     END-IF.
054900     IF WS-BRN-ADDED (WS-SUCC-SUB)
055000         SET WS-TRAN-INVALID TO TRUE
055100         MOVE 'SUCCESSOR NOT YET ON THE LIVE MASTER'
055200             TO WS-REJECT-REASON
055300     END-IF.
055400*
055500 3240-EXIT.
055600     EXIT.
055700*-----------------------------------------------------------------
055800* 3250-FIND-MASTER-ENTRY
055900*   SEARCHES THE TABLE FOR THE ACTIVE ENTRY CARRYING THE
056000*   TRANSACTION'S BRANCH CODE.  A HIT LEAVES ITS POSITION IN
056100*   WS-TRAN-SUB.
056200*-----------------------------------------------------------------
056300 3250-FIND-MASTER-ENTRY.
056400     MOVE 'N' TO WS-MASTER-FOUND-SW.
056500     MOVE ZEROES TO WS-TRAN-SUB.
056600     SET WS-BRN-IDX TO 1.
056700     SEARCH WS-BRN-ENTRY
056800         AT END
056900             CONTINUE
057000         WHEN WS-BRN-CODE (WS-BRN-IDX) = BT-BRANCH-CODE
057100              AND WS-BRN-ACTIVE (WS-BRN-IDX)
057200             SET WS-MASTER-FOUND TO TRUE
057300             SET WS-TRAN-SUB TO WS-BRN-IDX
057400     END-SEARCH.
057500*
057600 3250-EXIT.
057700     EXIT.
057800*-----------------------------------------------------------------
057900* 3260-FIND-SUCCESSOR-ENTRY
058000*   SEARCHES THE TABLE FOR THE ACTIVE ENTRY CARRYING THE
058100*   TRANSACTION'S SUCCESSOR CODE.  A HIT LEAVES ITS POSITION IN
058200*   WS-SUCC-SUB.
058300*-----------------------------------------------------------------
058400 3260-FIND-SUCCESSOR-ENTRY.
058500     MOVE 'N' TO WS-SUCCESSOR-FOUND-SW.
058600     MOVE ZEROES TO WS-SUCC-SUB.
058700     SET WS-BRN-IDX TO 1.
058800     SEARCH WS-BRN-ENTRY
058900         AT END
059000             CONTINUE
059100         WHEN WS-BRN-CODE (WS-BRN-IDX) = BT-SUCCESSOR-CODE
059200              AND WS-BRN-ACTIVE (WS-BRN-IDX)
059300             SET WS-SUCCESSOR-FOUND TO TRUE
059400             SET WS-SUCC-SUB TO WS-BRN-IDX
059500     END-SEARCH.
059600*
059700 3260-EXIT.
059800     EXIT.
059900*-----------------------------------------------------------------
060000* 3270-VALIDATE-OPEN-DAYS
060100*   CONFIRMS EVERY ONE OF THE SEVEN TRANSACTION OPEN-DAY FLAGS IS
060200*   'Y' OR 'N'.
060300*-----------------------------------------------------------------
060400 3270-VALIDATE-OPEN-DAYS.
060500     SET WS-DAYS-VALID TO TRUE.
060600     PERFORM 3280-VALIDATE-ONE-DAY
060700         THRU 3280-EXIT
060800         VARYING WS-DAY-SUB FROM 1 BY 1
060900         UNTIL WS-DAY-SUB > 7.
061000*
061100 3270-EXIT.
061200     EXIT.
061300*-----------------------------------------------------------------
061400* 3280-VALIDATE-ONE-DAY
061500*   CHECKS ONE OPEN-DAY FLAG.
061600*-----------------------------------------------------------------
061700 3280-VALIDATE-ONE-DAY.
061800     IF BT-OPEN-DAY (WS-DAY-SUB) NOT = 'Y'
061900        AND BT-OPEN-DAY (WS-DAY-SUB) NOT = 'N'
062000         SET WS-DAYS-INVALID TO TRUE
062100     END-IF.
062200*
062300 3280-EXIT.
062400     EXIT.
062500*-----------------------------------------------------------------
062600* 3300-APPLY-TRANSACTION
062700*   APPLIES ONE VALIDATED TRANSACTION TO THE BRANCH TABLE AND
062800*   REPORTS ITS BEFORE AND AFTER IMAGES.  A CHANGE OVERLAYS ONLY
062900*   THE FIELDS PRESENT ON THE TRANSACTION.  A CLOSE OR MERGE WITH
063000*   A SUCCESSOR REASSIGNS THE BRANCH'S RECIPIENTS BEFORE THE
063100*   BRANCH IS REMOVED.
063200*-----------------------------------------------------------------
063300 3300-APPLY-TRANSACTION.
063400     MOVE BT-ACTION-CODE    TO WS-RPT-ACTION.
063500     MOVE BT-BRANCH-CODE    TO WS-RPT-ACTION-CODE.
063600     MOVE BT-SUCCESSOR-CODE TO WS-RPT-ACTION-SUCC.
063700     WRITE GREETBMR-RECORD FROM WS-RPT-ACTION-LINE.
063800     IF BT-ACTION-ADD
063900         PERFORM 3310-ADD-MASTER-ENTRY
064000             THRU 3310-EXIT
064100         GO TO 3300-EXIT
064200     END-IF.
064300     MOVE 'BEFORE: ' TO WS-RPT-IMAGE-TAG.
064400     MOVE WS-BRN-RECORD (WS-TRAN-SUB) TO WS-RPT-IMAGE.
064500     WRITE GREETBMR-RECORD FROM WS-RPT-IMAGE-LINE.
064600     IF BT-ACTION-CHANGE
064700         PERFORM 3320-CHANGE-MASTER-ENTRY
064800             THRU 3320-EXIT
064900     ELSE
065000         PERFORM 3330-CLOSE-MASTER-ENTRY
065100             THRU 3330-EXIT
065200     END-IF.
065300     ADD 1 TO WS-TRAN-APPLIED-COUNT.
065400*
065500 3300-EXIT.
065600     EXIT.
065700*-----------------------------------------------------------------
065800* 3310-ADD-MASTER-ENTRY
065900*   BUILDS ONE NEW BRANCH ENTRY.  THE HOLIDAY CALENDAR STARTS
066000*   EMPTY (ZERO) UNTIL THE NEXT GREETHOL ROLLOVER FILLS IT.
066100*-----------------------------------------------------------------
066200 3310-ADD-MASTER-ENTRY.
066300     MOVE 'BEFORE: '        TO WS-RPT-IMAGE-TAG.
066400     MOVE '(NOT ON MASTER)' TO WS-RPT-IMAGE.
066500     WRITE GREETBMR-RECORD FROM WS-RPT-IMAGE-LINE.
066600     ADD 1 TO WS-BRANCH-ENTRY-COUNT.
066700     MOVE WS-BRANCH-ENTRY-COUNT TO WS-TRAN-SUB.
066800     MOVE SPACES         TO WS-BRN-RECORD (WS-TRAN-SUB).
066900     MOVE BT-BRANCH-CODE TO WS-BRN-CODE (WS-TRAN-SUB).
067000     MOVE BT-BRANCH-NAME TO WS-BRN-NAME (WS-TRAN-SUB).
067100     MOVE BT-REGION-CODE TO WS-BRN-REGION (WS-TRAN-SUB).
067200     MOVE BT-OPEN-DAYS   TO WS-BRN-OPEN-DAYS (WS-TRAN-SUB).
067300     MOVE ZEROES TO WS-BRN-HOLIDAY-CALENDAR (WS-TRAN-SUB).
067400     SET WS-BRN-ADDED (WS-TRAN-SUB)  TO TRUE.
067500     SET WS-BRN-ACTIVE (WS-TRAN-SUB) TO TRUE.
067600     MOVE 'AFTER:  ' TO WS-RPT-IMAGE-TAG.
067700     MOVE WS-BRN-RECORD (WS-TRAN-SUB) TO WS-RPT-IMAGE.
067800     WRITE GREETBMR-RECORD FROM WS-RPT-IMAGE-LINE.
067900     ADD 1 TO WS-TRAN-APPLIED-COUNT.
068000     ADD 1 TO WS-ADD-COUNT.
068100*
068200 3310-EXIT.
068300     EXIT.
068400*-----------------------------------------------------------------
068500* 3320-CHANGE-MASTER-ENTRY
068600*   OVERLAYS THE NON-BLANK TRANSACTION FIELDS ONTO THE ENTRY.
068700*-----------------------------------------------------------------
068800 3320-CHANGE-MASTER-ENTRY.
068900     IF BT-BRANCH-NAME NOT = SPACES
069000         MOVE BT-BRANCH-NAME TO WS-BRN-NAME (WS-TRAN-SUB)
069100     END-IF.
069200     IF BT-REGION-CODE NOT = SPACES
069300         MOVE BT-REGION-CODE TO WS-BRN-REGION (WS-TRAN-SUB)
069400     END-IF.
069500     IF BT-OPEN-DAYS NOT = SPACES
069600         MOVE BT-OPEN-DAYS TO WS-BRN-OPEN-DAYS (WS-TRAN-SUB)
069700     END-IF.
069800     MOVE 'AFTER:  ' TO WS-RPT-IMAGE-TAG.
069900     MOVE WS-BRN-RECORD (WS-TRAN-SUB) TO WS-RPT-IMAGE.
070000     WRITE GREETBMR-RECORD FROM WS-RPT-IMAGE-LINE.
070100     ADD 1 TO WS-CHANGE-COUNT.
070200*
070300 3320-EXIT.
070400     EXIT.
070500*-----------------------------------------------------------------
070600* 3330-CLOSE-MASTER-ENTRY
070700*   REASSIGNS THE BRANCH'S RECIPIENTS TO THE SUCCESSOR (WHEN ONE
070800*   IS NAMED) AND MARKS THE ENTRY REMOVED SO IT IS LEFT OFF THE
070900*   NEW MASTER.
071000*-----------------------------------------------------------------
071100 3330-CLOSE-MASTER-ENTRY.
071200     IF BT-SUCCESSOR-CODE NOT = SPACES
071300         MOVE BT-BRANCH-CODE    TO WS-OLD-BRANCH-CODE
071400         MOVE BT-SUCCESSOR-CODE TO WS-NEW-BRANCH-CODE
071500         PERFORM 4100-REASSIGN-RECIPIENTS
071600             THRU 4100-EXIT
071700     END-IF.
071800     SET WS-BRN-REMOVED (WS-TRAN-SUB) TO TRUE.
071900     MOVE 'AFTER:  '         TO WS-RPT-IMAGE-TAG.
072000     MOVE '(REMOVED FROM MASTER)' TO WS-RPT-IMAGE.
072100     WRITE GREETBMR-RECORD FROM WS-RPT-IMAGE-LINE.
072200     IF BT-ACTION-MERGE
072300         ADD 1 TO WS-MERGE-COUNT
072400     ELSE
072500         ADD 1 TO WS-CLOSE-COUNT
072600     END-IF.
072700*
072800 3330-EXIT.
072900     EXIT.
073000*-----------------------------------------------------------------
073100* 3900-REJECT-TRANSACTION
073200*   WRITES ONE REJECTED TRANSACTION AND ITS REASON TO THE
073300*   GREETBME EXCEPTIONS LISTING.
073400*-----------------------------------------------------------------
073500 3900-REJECT-TRANSACTION.
073600     MOVE WS-REJECT-REASON    TO WS-EXC-REASON.
073700     MOVE BRANCH-TRAN-RECORD  TO WS-EXC-IMAGE.
073800     WRITE GREETBME-RECORD FROM WS-EXC-DETAIL.
073900     ADD 1 TO WS-TRAN-REJECT-COUNT.
074000*
074100 3900-EXIT.
074200     EXIT.
074300*-----------------------------------------------------------------
074400* 4000-COUNT-RECIPIENTS
074500*   COUNTS THE GREETIN RECIPIENTS CARRYING WS-OLD-BRANCH-CODE BY
074600*   POSITIONING ON THE GR-BRANCH-CODE ALTERNATE KEY AND READING
074700*   FORWARD UNTIL THE BRANCH CODE CHANGES.
074800*-----------------------------------------------------------------
074900 4000-COUNT-RECIPIENTS.
075000     MOVE ZEROES TO WS-RECIP-COUNT.
075100     MOVE 'N' TO WS-RECIP-END-SW.
075200     MOVE WS-OLD-BRANCH-CODE TO GR-BRANCH-CODE.
075300     START GREETIN KEY = GR-BRANCH-CODE
075400         INVALID KEY
075500             GO TO 4000-EXIT
075600     END-START.
075700     PERFORM 4010-COUNT-ONE-RECIPIENT
075800         THRU 4010-EXIT
075900         UNTIL WS-RECIP-END.
076000*
076100 4000-EXIT.
076200     EXIT.
076300*-----------------------------------------------------------------
076400* 4010-COUNT-ONE-RECIPIENT
076500*   READS THE NEXT RECIPIENT IN BRANCH-KEY ORDER AND COUNTS IT
076600*   WHILE IT STILL BELONGS TO THE BRANCH.
076700*-----------------------------------------------------------------
076800 4010-COUNT-ONE-RECIPIENT.
076900     READ GREETIN NEXT
077000         AT END
077100             SET WS-RECIP-END TO TRUE
077200             GO TO 4010-EXIT
077300     END-READ.
077400     IF GR-BRANCH-CODE NOT = WS-OLD-BRANCH-CODE
077500         SET WS-RECIP-END TO TRUE
077600         GO TO 4010-EXIT
077700     END-IF.
077800     ADD 1 TO WS-RECIP-COUNT.
077900*
078000 4010-EXIT.
078100     EXIT.
078200*-----------------------------------------------------------------
078300* 4100-REASSIGN-RECIPIENTS
078400*   MOVES EVERY GREETIN RECIPIENT FROM WS-OLD-BRANCH-CODE TO
078500*   WS-NEW-BRANCH-CODE, ONE RECIPIENT AT A TIME, REPORTING EACH.
078600*-----------------------------------------------------------------
078700 4100-REASSIGN-RECIPIENTS.
078800     MOVE 'N' TO WS-RECIP-END-SW.
078900     PERFORM 4110-REASSIGN-ONE-RECIPIENT
079000         THRU 4110-EXIT
079100         UNTIL WS-RECIP-END.
079200*
079300 4100-EXIT.
079400     EXIT.
079500*-----------------------------------------------------------------
079600* 4110-REASSIGN-ONE-RECIPIENT
079700*   REPOSITIONS ON THE OLD BRANCH CODE FOR EVERY RECIPIENT, SINCE
079800*   REWRITING THE ALTERNATE KEY MOVES THE RECORD OUT OF THE
079900*   BRANCH'S KEY RANGE AND DISTURBS A READ-NEXT SEQUENCE.  A
080000*   FAILED REWRITE IS FATAL: THE RECIPIENTS ALREADY MOVED CARRY
080100*   THE SUCCESSOR, WHICH IS ON THE LIVE MASTER, AND THE CONDITION
080200*   CODE HOLDS THE PROMOTE SO THE CLOSE CAN SIMPLY BE RERUN.
080210*   EVERY REWRITE IS JOURNALED, AND A FAILED JOURNAL WRITE IS
080220*   FATAL FOR THE SAME REASON.
080300*-----------------------------------------------------------------
080400 4110-REASSIGN-ONE-RECIPIENT.
080500     MOVE WS-OLD-BRANCH-CODE TO GR-BRANCH-CODE.
080600     START GREETIN KEY = GR-BRANCH-CODE
080700         INVALID KEY
080800             SET WS-RECIP-END TO TRUE
080900             GO TO 4110-EXIT
081000     END-START.
081100     READ GREETIN NEXT
081200         AT END
081300             SET WS-RECIP-END TO TRUE
081400             GO TO 4110-EXIT
081500     END-READ.
081600     IF GR-BRANCH-CODE NOT = WS-OLD-BRANCH-CODE
081700         SET WS-RECIP-END TO TRUE
081800         GO TO 4110-EXIT
081900     END-IF.
081910     MOVE GREETIN-RECORD     TO WS-RECIP-BEFORE-IMAGE.
082000     MOVE WS-NEW-BRANCH-CODE TO GR-BRANCH-CODE.
082100     REWRITE GREETIN-RECORD
082200         INVALID KEY
082300             DISPLAY "GREETBMT0008E REWRITE FAILED FOR RECIPIENT "
082400                     GR-RECIPIENT-ID " STATUS " WS-GREETIN-STATUS
082500                     " - RUN TERMINATED"
082600             MOVE 16 TO RETURN-CODE
082700             STOP RUN
082800     END-REWRITE.
082810     PERFORM 4120-JOURNAL-REASSIGNMENT
082820         THRU 4120-EXIT.
082900     MOVE GR-RECIPIENT-ID    TO WS-RPT-RECIP-ID.
083000     MOVE GR-RECIPIENT-NAME  TO WS-RPT-RECIP-NAME.
083100     MOVE WS-OLD-BRANCH-CODE TO WS-RPT-RECIP-FROM.
083200     MOVE WS-NEW-BRANCH-CODE TO WS-RPT-RECIP-TO.
083300     WRITE GREETBMR-RECORD FROM WS-RPT-RECIP-LINE.
083400     ADD 1 TO WS-REASSIGN-COUNT.
083500*
083600 4110-EXIT.
083700     EXIT.
083703*-----------------------------------------------------------------
083706* 4120-JOURNAL-REASSIGNMENT
083709*   APPENDS THE REASSIGNMENT JUST REWRITTEN TO THE GREETJRN
083712*   CHANGE JOURNAL AS A CHANGE WITH ITS BEFORE AND AFTER IMAGES.
083715*-----------------------------------------------------------------
083718 4120-JOURNAL-REASSIGNMENT.
083721     ADD 1 TO WS-JOURNAL-COUNT.
083724     MOVE SPACES                TO JOURNAL-RECORD.
083727     MOVE WS-RUN-ID             TO JRN-RUN-ID.
083730     MOVE 'GREETBMT'            TO JRN-PROGRAM-ID.
083733     MOVE WS-JOURNAL-COUNT      TO JRN-SEQUENCE.
083736     SET JRN-ACTION-CHANGE      TO TRUE.
083739     MOVE GR-RECIPIENT-ID       TO JRN-RECIPIENT-ID.
083742     MOVE WS-RECIP-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
083745     MOVE GREETIN-RECORD        TO JRN-AFTER-IMAGE.
083748     WRITE JOURNAL-RECORD.
083751     IF NOT WS-GREETJRN-OK
083754         DISPLAY "GREETBMT0011E WRITE TO GREETJRN FAILED FOR "
083757                 "RECIPIENT " GR-RECIPIENT-ID " STATUS "
083760                 WS-GREETJRN-STATUS " - RUN TERMINATED"
083763         MOVE 16 TO RETURN-CODE
083766         STOP RUN
083769     END-IF.
083772*
083775 4120-EXIT.
083778     EXIT.
083800*-----------------------------------------------------------------
083900* 5000-WRITE-NEW-MASTER
084000*   WRITES EVERY ACTIVE TABLE ENTRY TO THE BRANCHNW NEW MASTER.
084100*-----------------------------------------------------------------
084200 5000-WRITE-NEW-MASTER.
084300     PERFORM 5100-WRITE-MASTER-ENTRY
084400         THRU 5100-EXIT
084500         VARYING WS-BRN-IDX FROM 1 BY 1
084600         UNTIL WS-BRN-IDX > WS-BRANCH-ENTRY-COUNT.
084700*
084800 5000-EXIT.
084900     EXIT.
085000*-----------------------------------------------------------------
085100* 5100-WRITE-MASTER-ENTRY
085200*   WRITES ONE BRANCH ENTRY TO BRANCHNW UNLESS IT WAS REMOVED.
085300*-----------------------------------------------------------------
085400 5100-WRITE-MASTER-ENTRY.
085500     IF WS-BRN-REMOVED (WS-BRN-IDX)
085600         GO TO 5100-EXIT
085700     END-IF.
085800     WRITE BRANCHNW-RECORD FROM WS-BRN-RECORD (WS-BRN-IDX).
085900     ADD 1 TO WS-NEW-MASTER-COUNT.
086000*
086100 5100-EXIT.
086200     EXIT.
086300*-----------------------------------------------------------------
086400* 9000-TERMINATE
086500*   WRITES THE CONTROL-TOTAL LINES, CLOSES THE FILES, AND SETS
086600*   THE STEP CONDITION CODE - NON-ZERO WHEN ANY TRANSACTION WAS
086700*   REJECTED SO THE PROMOTE OF THE NEW MASTER IS HELD.
086800*-----------------------------------------------------------------
086900 9000-TERMINATE.
087000     MOVE 'OLD MASTER BRANCHES:        '
087100         TO WS-RPT-COUNT-TEXT.
087200     MOVE WS-OLD-MASTER-COUNT TO WS-RPT-COUNT.
087300     WRITE GREETBMR-RECORD FROM WS-RPT-COUNT-LINE.
087400     MOVE 'NEW MASTER BRANCHES:        '
087500         TO WS-RPT-COUNT-TEXT.
087600     MOVE WS-NEW-MASTER-COUNT TO WS-RPT-COUNT.
087700     WRITE GREETBMR-RECORD FROM WS-RPT-COUNT-LINE.
087800     MOVE 'TRANSACTIONS READ:          '
087900         TO WS-RPT-COUNT-TEXT.
088000     MOVE WS-TRAN-READ-COUNT TO WS-RPT-COUNT.
088100     WRITE GREETBMR-RECORD FROM WS-RPT-COUNT-LINE.
088200     MOVE 'TRANSACTIONS APPLIED:       '
088300         TO WS-RPT-COUNT-TEXT.
088400     MOVE WS-TRAN-APPLIED-COUNT TO WS-RPT-COUNT.
088500     WRITE GREETBMR-RECORD FROM WS-RPT-COUNT-LINE.
088600     MOVE 'TRANSACTIONS REJECTED:      '
088700         TO WS-RPT-COUNT-TEXT.
088800     MOVE WS-TRAN-REJECT-COUNT TO WS-RPT-COUNT.
088900     WRITE GREETBMR-RECORD FROM WS-RPT-COUNT-LINE.
089000     MOVE 'BRANCHES ADDED:             '
089100         TO WS-RPT-COUNT-TEXT.
089200     MOVE WS-ADD-COUNT TO WS-RPT-COUNT.
089300     WRITE GREETBMR-RECORD FROM WS-RPT-COUNT-LINE.
089400     MOVE 'BRANCHES CHANGED:           '
089500         TO WS-RPT-COUNT-TEXT.
089600     MOVE WS-CHANGE-COUNT TO WS-RPT-COUNT.
089700     WRITE GREETBMR-RECORD FROM WS-RPT-COUNT-LINE.
089800     MOVE 'BRANCHES CLOSED:            '
089900         TO WS-RPT-COUNT-TEXT.
090000     MOVE WS-CLOSE-COUNT TO WS-RPT-COUNT.
090100     WRITE GREETBMR-RECORD FROM WS-RPT-COUNT-LINE.
090200     MOVE 'BRANCHES MERGED:            '
090300         TO WS-RPT-COUNT-TEXT.
090400     MOVE WS-MERGE-COUNT TO WS-RPT-COUNT.
090500     WRITE GREETBMR-RECORD FROM WS-RPT-COUNT-LINE.
090600     MOVE 'RECIPIENTS REASSIGNED:      '
090700         TO WS-RPT-COUNT-TEXT.
090800     MOVE WS-REASSIGN-COUNT TO WS-RPT-COUNT.
090900     WRITE GREETBMR-RECORD FROM WS-RPT-COUNT-LINE.
090910     MOVE 'JOURNAL ROWS WRITTEN:       '
090920         TO WS-RPT-COUNT-TEXT.
090930     MOVE WS-JOURNAL-COUNT TO WS-RPT-COUNT.
090940     WRITE GREETBMR-RECORD FROM WS-RPT-COUNT-LINE.
091000     MOVE WS-TRAN-REJECT-COUNT TO WS-RPT-COUNT.
091100     WRITE GREETBME-RECORD FROM WS-RPT-COUNT-LINE.
091200     CLOSE GREETBTR.
091300     CLOSE GREETIN.
091400     CLOSE BRANCHNW.
091500     CLOSE GREETBMR.
091600     CLOSE GREETBME.
091610     CLOSE GREETJRN.
091700     IF WS-TRAN-REJECT-COUNT > 0
091800         DISPLAY "GREETBMT0009W " WS-TRAN-REJECT-COUNT
091900                 " TRANSACTION(S) REJECTED - SEE GREETBME"
092000         IF RETURN-CODE < 8
092100             MOVE 8 TO RETURN-CODE
092200         END-IF
092300     END-IF.
092400*
092500 9000-EXIT.
092600     EXIT.
