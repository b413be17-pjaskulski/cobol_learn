002600*-----------------------------------------------------------------
002700* MODIFICATION HISTORY.
002800*   09/02/2026  RT  INITIAL VERSION.
002810*   10/15/2026  RT  RUN DATE NOW COMES FROM THE GREETBDT
002820*                   BUSINESS-DATE CONTROL RECORD INSTEAD OF THE
002830*                   SYSTEM CLOCK.  THE RUN IS REFUSED WHEN
002840*                   GREETCYC ALREADY SHOWS IT COMPLETE FOR THE
002850*                   BUSINESS DATE OR A PREDECESSOR JOB HAS NOT
002860*                   YET COMPLETED, AND ITS OWN COMPLETION IS
002870*                   APPENDED TO GREETCYC AT THE END.
002875*   10/15/2026  RT  DROP-DEAD ROWS AND UNMATCHED REPAIRS ARE ALSO
002880*                   APPENDED TO THE GREETEXC EXCEPTION EVENT FILE
002885*                   FOR THE MORNING WORKLIST, WITH A RUN MARKER AT
002890*                   END OF RUN.
002892*   10/15/2026  RT  THE COMPLETION ROW IS NOW WRITTEN TO GREETCYN
002894*                   AND APPENDED TO GREETCYC BY THE JOB'S LAST
002896*                   STEP AFTER THE PROMOTES, SO A FAILED PROMOTE
002898*                   IS RESTARTED WITHOUT RELEASING DEPENDENTS.
002900*-----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
005100     SELECT GREETSDR ASSIGN TO GREETSDR
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-GREETSDR-STATUS.
005310     SELECT GREETBDT ASSIGN TO GREETBDT
005320         ORGANIZATION IS SEQUENTIAL
005330         FILE STATUS IS WS-GREETBDT-STATUS.
005340     SELECT GREETCYC ASSIGN TO GREETCYC
005350         ORGANIZATION IS SEQUENTIAL
005360         FILE STATUS IS WS-GREETCYC-STATUS.
005370     SELECT GREETEXC ASSIGN TO GREETEXC
005380         ORGANIZATION IS SEQUENTIAL
005390         FILE STATUS IS WS-GREETEXC-STATUS.
005392     SELECT GREETCYN ASSIGN TO GREETCYN
005394         ORGANIZATION IS SEQUENTIAL
005396         FILE STATUS IS WS-GREETCYN-STATUS.
005400*
005500 DATA DIVISION.
005600 FILE SECTION.
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900 01  GREETSDR-RECORD                PIC X(132).
008905*
008910 FD  GREETBDT
008915     RECORDING MODE IS F
008920     LABEL RECORDS ARE STANDARD.
008925 COPY BUSDTREC.
008930*
008935 FD  GREETCYC
008940     RECORDING MODE IS F
008945     LABEL RECORDS ARE STANDARD.
008950 COPY CYCLEREC.
008955*
008960 FD  GREETEXC
008965     RECORDING MODE IS F
008970     LABEL RECORDS ARE STANDARD.
008975 COPY EXCPREC.
008976*
008977 FD  GREETCYN
008978     RECORDING MODE IS F
008979     LABEL RECORDS ARE STANDARD.
008980*    COMPLETION ROW IN THE CYCLEREC LAYOUT, APPENDED TO GREETCYC
008981*    BY THE JOB'S LAST STEP.
008982 01  GREETCYN-RECORD.
008983     05  CYN-BUSINESS-DATE       PIC 9(08).
008984     05  CYN-JOB-NAME            PIC X(08).
008985     05  CYN-STATUS-CODE         PIC X(01).
008986     05  CYN-RETURN-CODE         PIC 9(04).
008987     05  CYN-SYSTEM-DATE         PIC 9(08).
008988     05  CYN-SYSTEM-TIME         PIC 9(08).
008989     05  FILLER                  PIC X(43).
009000*
009100 WORKING-STORAGE SECTION.
009200*-----------------------------------------------------------------
010500         88  WS-GREETSNW-OK                   VALUE '00'.
010600     05  WS-GREETSDR-STATUS      PIC X(02)  VALUE SPACES.
010700         88  WS-GREETSDR-OK                   VALUE '00'.
010710     05  WS-GREETBDT-STATUS      PIC X(02)  VALUE SPACES.
010720         88  WS-GREETBDT-OK                   VALUE '00'.
010730     05  WS-GREETCYC-STATUS      PIC X(02)  VALUE SPACES.
010740         88  WS-GREETCYC-OK                   VALUE '00'.
010750     05  WS-GREETEXC-STATUS      PIC X(02)  VALUE SPACES.
010760         88  WS-GREETEXC-OK                   VALUE '00'.
010770     05  WS-GREETCYN-STATUS      PIC X(02)  VALUE SPACES.
010780         88  WS-GREETCYN-OK                   VALUE '00'.
010800*-----------------------------------------------------------------
010900* PROGRAM SWITCHES
011000*-----------------------------------------------------------------
012300         88  WS-SUSRPR-OPEN                   VALUE 'Y'.
012400     05  WS-REPAIR-MATCHED-SW    PIC X(01)  VALUE 'N'.
012500         88  WS-REPAIR-MATCHED                VALUE 'Y'.
012510     05  WS-GREETCYC-EOF-SW      PIC X(01)  VALUE 'N'.
012520         88  WS-GREETCYC-EOF                  VALUE 'Y'.
012530     05  WS-CYCLE-DONE-SW        PIC X(01)  VALUE 'N'.
012540         88  WS-CYCLE-DONE                    VALUE 'Y'.
012550     05  WS-HELLOJOB-DONE-SW     PIC X(01)  VALUE 'N'.
012560         88  WS-HELLOJOB-DONE                 VALUE 'Y'.
012600*-----------------------------------------------------------------
012700* RUN CONTROL FIELDS
012800*-----------------------------------------------------------------
013300         10  WS-RUN-DATE-MM      PIC 9(02).
013400         10  WS-RUN-DATE-DD      PIC 9(02).
013500     05  WS-RUN-DATE-EDIT        PIC X(10)  VALUE SPACES.
013510     05  WS-CYCLE-WAIT-JOB       PIC X(08)  VALUE SPACES.
013600*-----------------------------------------------------------------
013700* WORK AREA FOR BUILDING ONE CARRY-FORWARD SUSPENSE ROW - SAME
013800* LAYOUT AS SUSPREC.CPY.
015200 77  WS-REPAIR-ORPHAN-COUNT      PIC 9(05)  COMP VALUE ZEROES.
015300 77  WS-CARRY-FORWARD-COUNT      PIC 9(05)  COMP VALUE ZEROES.
015400 77  WS-OVERDUE-COUNT            PIC 9(05)  COMP VALUE ZEROES.
015450 77  WS-EXCEPTION-COUNT          PIC 9(05)  COMP VALUE ZEROES.
015500*-----------------------------------------------------------------
015600* SUSPENSE POOL - THE PRIOR GREETSPD ROWS (AGED BY ONE RUN)
015700* PLUS TODAY'S GREETSUS REJECTS AT AGE ZERO.  WS-SUS-ID GIVES
023200*   TREATED AS EMPTY.
023300*-----------------------------------------------------------------
023400 1000-INITIALIZE.
023410     PERFORM 1050-READ-BUSINESS-DATE
023420         THRU 1050-EXIT.
023430     PERFORM 1060-CHECK-CYCLE-STATUS
023440         THRU 1060-EXIT.
023500     OPEN INPUT GREETSUS.
023600     IF WS-GREETSUS-OK
023700         SET WS-GREETSUS-OPEN TO TRUE
027700         MOVE 16 TO RETURN-CODE
027800         STOP RUN
027900     END-IF.
027910     OPEN EXTEND GREETEXC.
027915     IF NOT WS-GREETEXC-OK
027920         CLOSE GREETEXC
027925         OPEN OUTPUT GREETEXC
027930     END-IF.
027935     IF NOT WS-GREETEXC-OK
027940         DISPLAY "GREETSRC0015E UNABLE TO OPEN GREETEXC - "
027945                 "RUN TERMINATED"
027950         MOVE 16 TO RETURN-CODE
027955         STOP RUN
027960     END-IF.
028000     MOVE SPACES TO WS-POOL-TABLE.
028200     STRING WS-RUN-DATE-MM   DELIMITED BY SIZE
028300            '/'              DELIMITED BY SIZE
028400            WS-RUN-DATE-DD   DELIMITED BY SIZE
029200*
029300 1000-EXIT.
029400     EXIT.
029401*-----------------------------------------------------------------
029402* 1050-READ-BUSINESS-DATE
029403*   TAKES THE RUN DATE FROM THE GREETBDT BUSINESS-DATE CONTROL
029404*   RECORD RATHER THAN THE SYSTEM CLOCK, SO THE RUN WORKS THE
029405*   CYCLE'S BUSINESS DAY EVEN WHEN IT IS HELD PAST MIDNIGHT.  A
029406*   MISSING OR INVALID CONTROL RECORD IS FATAL.
029407*-----------------------------------------------------------------
029408 1050-READ-BUSINESS-DATE.
029409     OPEN INPUT GREETBDT.
029410     IF NOT WS-GREETBDT-OK
029411         DISPLAY "GREETSRC0010E UNABLE TO OPEN GREETBDT - "
029412                 "RUN TERMINATED"
029413         MOVE 16 TO RETURN-CODE
029414         STOP RUN
029415     END-IF.
029416     READ GREETBDT
029417         AT END
029418             MOVE SPACES TO BUSINESS-DATE-RECORD
029419     END-READ.
029420     IF BDT-BUSINESS-DATE IS NOT NUMERIC
029421        OR BDT-BUSINESS-DATE = ZEROES
029422         DISPLAY "GREETSRC0011E NO VALID BUSINESS DATE ON "
029423                 "GREETBDT - RUN TERMINATED"
029424         MOVE 16 TO RETURN-CODE
029425         STOP RUN
029426     END-IF.
029427     MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
029428     CLOSE GREETBDT.
029429*
029430 1050-EXIT.
029431     EXIT.
029432*-----------------------------------------------------------------
029433* 1060-CHECK-CYCLE-STATUS
029434*   REFUSES THE RUN WHEN GREETCYC ALREADY SHOWS GREETSRC COMPLETE
029435*   FOR THE BUSINESS DATE (A SECOND RUN FOR THE SAME DAY), OR
029436*   WHEN IT DOES NOT YET SHOW HELLOJOB COMPLETE (A RUN OUT OF
029437*   ORDER).  AN ABSENT FILE MEANS NOTHING HAS COMPLETED.
029438*-----------------------------------------------------------------
029439 1060-CHECK-CYCLE-STATUS.
029440     OPEN INPUT GREETCYC.
029441     IF WS-GREETCYC-OK
029442         PERFORM 1070-READ-CYCLE-ROW
029443             THRU 1070-EXIT
029444             UNTIL WS-GREETCYC-EOF
029445         CLOSE GREETCYC
029446     END-IF.
029447     IF WS-CYCLE-DONE
029448         DISPLAY "GREETSRC0012E GREETSRC ALREADY COMPLETE FOR "
029449                 "BUSINESS DATE " WS-RUN-DATE " - RUN "
029450                 "TERMINATED"
029451         MOVE 16 TO RETURN-CODE
029452         STOP RUN
029453     END-IF.
029454     IF NOT WS-HELLOJOB-DONE
029455        AND WS-CYCLE-WAIT-JOB = SPACES
029456         MOVE 'HELLOJOB' TO WS-CYCLE-WAIT-JOB
029457     END-IF.
029458     IF WS-CYCLE-WAIT-JOB NOT = SPACES
029459         DISPLAY "GREETSRC0013E " WS-CYCLE-WAIT-JOB
029460                 " NOT YET COMPLETE FOR BUSINESS DATE "
029461                 WS-RUN-DATE " - RUN OUT OF ORDER - TERMINATED"
029462         MOVE 16 TO RETURN-CODE
029463         STOP RUN
029464     END-IF.
029465*
029466 1060-EXIT.
029467     EXIT.
029468*-----------------------------------------------------------------
029469* 1070-READ-CYCLE-ROW
029470*   READS ONE CYCLE-STATUS ROW, NOTING THE COMPLETIONS THAT
029471*   MATTER TO THIS RUN FOR THE BUSINESS DATE.
029472*-----------------------------------------------------------------
029473 1070-READ-CYCLE-ROW.
029474     READ GREETCYC
029475         AT END
029476             SET WS-GREETCYC-EOF TO TRUE
029477             GO TO 1070-EXIT
029478     END-READ.
029479     IF CYC-BUSINESS-DATE NOT = WS-RUN-DATE
029480        OR NOT CYC-STATUS-COMPLETE
029481         GO TO 1070-EXIT
029482     END-IF.
029483     IF CYC-JOB-NAME = WS-RPT-JOB-NAME
029484         SET WS-CYCLE-DONE TO TRUE
029485     END-IF.
029486     IF CYC-JOB-NAME = 'HELLOJOB'
029487         SET WS-HELLOJOB-DONE TO TRUE
029488     END-IF.
029489*
029490 1070-EXIT.
029491     EXIT.
029500*-----------------------------------------------------------------
029600* 2000-LOAD-PRIOR-POOL
029700*   LOADS THE PRIOR GREETSPD SUSPENSE POOL, AGING EACH ROW BY
040900         MOVE ZEROES        TO WS-RPT-DETAIL-AGE
041000         MOVE REPAIR-RECORD TO WS-RPT-DETAIL-IMAGE
041100         WRITE GREETSDR-RECORD FROM WS-RPT-DETAIL-LINE
041110         MOVE SPACES TO EXCEPTION-RECORD
041115         SET EXC-SEV-MEDIUM           TO TRUE
041120         SET EXC-TYPE-REPAIR-NO-MATCH TO TRUE
041125         SET EXC-OWNER-BRANCH-ADMIN   TO TRUE
041130         SET EXC-KEY-RECIPIENT        TO TRUE
041135         MOVE SRT-MATCH-ID TO EXC-KEY
041140         MOVE 'N' TO EXC-AUTO-CLEAR-SW
041145         MOVE 'REPAIR MATCHES NO SUSPENSE ROW' TO EXC-TEXT
041150         PERFORM 8500-WRITE-EXCEPTION-EVENT
041155             THRU 8500-EXIT
041200     END-IF.
041300*
041400 4000-EXIT.
050400         MOVE WS-SUS-IMAGE (WS-POOL-SUB)
050500             TO WS-RPT-DETAIL-IMAGE
050600         WRITE GREETSDR-RECORD FROM WS-RPT-DETAIL-LINE
050610         MOVE SPACES TO EXCEPTION-RECORD
050615         SET EXC-SEV-MEDIUM         TO TRUE
050620         SET EXC-TYPE-SUSP-DEAD     TO TRUE
050625         SET EXC-OWNER-BRANCH-ADMIN TO TRUE
050630         SET EXC-KEY-RECIPIENT      TO TRUE
050635         MOVE WS-SUS-ID (WS-POOL-SUB) TO EXC-KEY
050640         SET EXC-AUTO-CLEAR         TO TRUE
050645         STRING WS-SUS-REASON (WS-POOL-SUB)  DELIMITED BY SIZE
050650                ' UNREPAIRED PAST THE DROP-DEAD AGE'
050655                                             DELIMITED BY SIZE
050660                INTO EXC-TEXT
050665         END-STRING
050670         PERFORM 8500-WRITE-EXCEPTION-EVENT
050675             THRU 8500-EXIT
050700     END-IF.
050800*
050900 5100-EXIT.
051000     EXIT.
051100*-----------------------------------------------------------------
051200* 8500-WRITE-EXCEPTION-EVENT
051300*   STAMPS THE EXCEPTION EVENT BUILT BY THE CALLER WITH THE
051400*   PROGRAM AND BUSINESS DATE AND APPENDS IT TO GREETEXC FOR THE
051500*   MORNING WORKLIST.
051600*-----------------------------------------------------------------
051700 8500-WRITE-EXCEPTION-EVENT.
051800     MOVE WS-RPT-JOB-NAME TO EXC-PROGRAM-ID.
051900     MOVE WS-RUN-DATE     TO EXC-BUSINESS-DATE.
052000     MOVE ZEROES          TO EXC-FIRST-DATE
052100                             EXC-DAYS-OPEN.
052200     WRITE EXCEPTION-RECORD.
052300     ADD 1 TO WS-EXCEPTION-COUNT.
052400*
052500 8500-EXIT.
052600     EXIT.
052700*-----------------------------------------------------------------
052800* 8600-WRITE-RUN-MARKER
052900*   APPENDS THE RUNDONE MARKER THAT TELLS THE WORKLIST THIS RUN
053000*   FINISHED, SO ITEMS IT DID NOT RAISE AGAIN MAY BE CLEARED.
053100*-----------------------------------------------------------------
053200 8600-WRITE-RUN-MARKER.
053300     MOVE SPACES TO EXCEPTION-RECORD.
053400     MOVE ZEROES TO EXC-SEVERITY.
053500     SET EXC-TYPE-RUN-DONE TO TRUE.
053600     MOVE 'RUN COMPLETE' TO EXC-TEXT.
053700     PERFORM 8500-WRITE-EXCEPTION-EVENT
053800         THRU 8500-EXIT.
053900*
054000 8600-EXIT.
054100     EXIT.
054200*-----------------------------------------------------------------
054300* 9000-TERMINATE
054400*   WRITES THE CONTROL-TOTAL LINES, CLOSES THE FILES, AND SETS
054500*   THE CONDITION CODE - CC 4 WHEN ANY ROW IS PAST THE
054600*   DROP-DEAD AGE OR A REPAIR MATCHED NOTHING.
054700*-----------------------------------------------------------------
054800 9000-TERMINATE.
054900     MOVE 'PRIOR SUSPENSE ROWS CARRIED IN:   '
055000         TO WS-RPT-COUNT-TEXT.
055100     MOVE WS-PRIOR-POOL-COUNT TO WS-RPT-COUNT.
055200     WRITE GREETSDR-RECORD FROM WS-RPT-COUNT-LINE.
055300     MOVE 'NEW REJECTS POOLED TODAY:         '
055400         TO WS-RPT-COUNT-TEXT.
055500     MOVE WS-NEW-REJECT-COUNT TO WS-RPT-COUNT.
055600     WRITE GREETSDR-RECORD FROM WS-RPT-COUNT-LINE.
055700     MOVE 'REPAIRS READ:                     '
055800         TO WS-RPT-COUNT-TEXT.
055900     MOVE WS-REPAIR-READ-COUNT TO WS-RPT-COUNT.
056000     WRITE GREETSDR-RECORD FROM WS-RPT-COUNT-LINE.
056100     MOVE 'REPAIRS APPLIED AND RECYCLED:     '
056200         TO WS-RPT-COUNT-TEXT.
056300     MOVE WS-REPAIR-APPLIED-COUNT TO WS-RPT-COUNT.
056400     WRITE GREETSDR-RECORD FROM WS-RPT-COUNT-LINE.
056500     MOVE 'REPAIRS MATCHING NOTHING:         '
056600         TO WS-RPT-COUNT-TEXT.
056700     MOVE WS-REPAIR-ORPHAN-COUNT TO WS-RPT-COUNT.
056800     WRITE GREETSDR-RECORD FROM WS-RPT-COUNT-LINE.
056900     MOVE 'ROWS CARRIED FORWARD:             '
057000         TO WS-RPT-COUNT-TEXT.
057100     MOVE WS-CARRY-FORWARD-COUNT TO WS-RPT-COUNT.
057200     WRITE GREETSDR-RECORD FROM WS-RPT-COUNT-LINE.
057300     MOVE 'ROWS PAST THE DROP-DEAD AGE:      '
057400         TO WS-RPT-COUNT-TEXT.
057500     MOVE WS-OVERDUE-COUNT TO WS-RPT-COUNT.
057600     WRITE GREETSDR-RECORD FROM WS-RPT-COUNT-LINE.
057700     MOVE 'EXCEPTION EVENTS LOGGED:          '
057800         TO WS-RPT-COUNT-TEXT.
057900     MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT.
058000     WRITE GREETSDR-RECORD FROM WS-RPT-COUNT-LINE.
058100     PERFORM 8600-WRITE-RUN-MARKER
058200         THRU 8600-EXIT.
058300     IF WS-SUSRPR-OPEN
058400         CLOSE SUSRPR
058500     END-IF.
058600     CLOSE GREETRCY.
058700     CLOSE GREETSNW.
058800     CLOSE GREETSDR.
058900     CLOSE GREETEXC.
059000     IF WS-OVERDUE-COUNT > 0
059100         DISPLAY "GREETSRC0008W " WS-OVERDUE-COUNT
059200                 " SUSPENSE ROW(S) PAST THE DROP-DEAD AGE - "
059300                 "SEE GREETSDR"
059400         IF RETURN-CODE < 4
059500             MOVE 4 TO RETURN-CODE
059600         END-IF
059700     END-IF.
059800     IF WS-REPAIR-ORPHAN-COUNT > 0
059900         DISPLAY "GREETSRC0009W " WS-REPAIR-ORPHAN-COUNT
060000                 " REPAIR(S) MATCHED NO SUSPENSE ROW - "
060100                 "SEE GREETSDR"
060200         IF RETURN-CODE < 4
060300             MOVE 4 TO RETURN-CODE
060400         END-IF
060500     END-IF.
060600     PERFORM 9100-RECORD-CYCLE-STATUS
060700         THRU 9100-EXIT.
060800*
060900 9000-EXIT.
061000     EXIT.
061100*-----------------------------------------------------------------
061200* 9100-RECORD-CYCLE-STATUS
061300*   WRITES GREETSRC'S COMPLETION ROW FOR THE BUSINESS DATE TO
061400*   GREETCYN.  THE JOB'S LAST STEP APPENDS IT TO GREETCYC ONLY
061500*   AFTER GREETSNW HAS BEEN PROMOTED OVER GREETSPD, SO THE
061600*   DEPENDENT JOBS ARE NEVER RELEASED ON AN UNPROMOTED POOL.
061700*   A JOB THAT FAILS IN A LATER STEP IS RESTARTED AT THAT STEP.
061800*   A JOB THAT FAILS IN THIS STEP IS RERUN FROM ITS FIRST STEP:
061900*   GREETSNW IS REWRITTEN, GREETSDR IS A NEW GENERATION, AND
062000*   GREETEXC EVENTS RAISED AGAIN ARE COUNTED ONCE BY THE
062100*   MORNING WORKLIST AS A RERUN OF THE SOURCE.  FAILING TO
062200*   WRITE THE ROW IS FATAL.
062300*-----------------------------------------------------------------
062400 9100-RECORD-CYCLE-STATUS.
062500     OPEN OUTPUT GREETCYN.
062600     IF NOT WS-GREETCYN-OK
062700         DISPLAY "GREETSRC0014E UNABLE TO WRITE GREETCYN - "
062800                 "COMPLETION NOT RECORDED - RUN TERMINATED"
062900         MOVE 16 TO RETURN-CODE
063000         STOP RUN
063100     END-IF.
063200     MOVE SPACES            TO GREETCYN-RECORD.
063300     MOVE WS-RUN-DATE       TO CYN-BUSINESS-DATE.
063400     MOVE WS-RPT-JOB-NAME   TO CYN-JOB-NAME.
063500     MOVE 'C'               TO CYN-STATUS-CODE.
063600     MOVE RETURN-CODE       TO CYN-RETURN-CODE.
063700     ACCEPT CYN-SYSTEM-DATE FROM DATE YYYYMMDD.
063800     ACCEPT CYN-SYSTEM-TIME FROM TIME.
063900     WRITE GREETCYN-RECORD.
064000     CLOSE GREETCYN.
064100*
064200 9100-EXIT.
064300     EXIT.
