000900*           JOB.  READS THE ACCUMULATED GREETAUD AUDIT TRAIL
001000*           AND PRODUCES A MONTHLY ROLLUP OF RUN COUNT, TOTAL
001100*           GREETINGS ISSUED, AND REJECTED/BAD-PARAMETER RUNS
001200*           ON THE GREETMSR CONTROL-TOTAL REPORT, FOLLOWED BY
001210*           A LISTING OF THE RUNS MADE UNDER A NON-STANDARD
001220*           PARAMETER SET.
001300*-----------------------------------------------------------------
001400* MODIFICATION HISTORY.
001500*   08/08/2026  RT  INITIAL VERSION.
001530*                   ARE EXCLUDED FROM THE ROLLUP - A BLOCKED
001540*                   SUBMISSION IS NOT A RUN AND MUST NOT
001550*                   APPEAR AS A ZERO-GREETING SUCCESS.
001560*   10/15/2026  RT  MONTHLY AND GRAND GREETING TOTALS WIDENED
001570*                   FOR SIX-DIGIT RUN COUNTS.
001571*   10/15/2026  RT  RUNS MADE UNDER A NON-STANDARD GREETCTL
001572*                   PARAMETER SET (ONE-SHOT OVERRIDE, BRANCH OR
001573*                   REGION MODE, FORCED RERUN, OR AN OFF-STANDARD
001574*                   COUNT) ARE COUNTED IN A NON-STD COLUMN AND
001575*                   LISTED RUN BY RUN AFTER THE GRAND TOTALS.
001600*-----------------------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
005630     05  WS-MONTH-ENTRY-VALID-SW PIC X(01)  VALUE 'Y'.
005640         88  WS-MONTH-ENTRY-VALID             VALUE 'Y'.
005650         88  WS-MONTH-ENTRY-INVALID           VALUE 'N'.
005660     05  WS-NONSTD-LISTED-SW     PIC X(01)  VALUE 'N'.
005670         88  WS-NONSTD-LISTED                 VALUE 'Y'.
005700*-----------------------------------------------------------------
005800* RUN FIELDS
005900*-----------------------------------------------------------------
006700     05  WS-CURRENT-MONTH-KEY    PIC 9(06)  VALUE ZEROES.
006800     05  WS-MONTH-COUNT          PIC 9(02)  VALUE ZEROES.
006900     05  WS-GRAND-RUN-COUNT      PIC 9(05)  VALUE ZEROES.
007000     05  WS-GRAND-GREETING-TOTAL PIC 9(09)  VALUE ZEROES.
007100     05  WS-GRAND-REJECT-COUNT   PIC 9(05)  VALUE ZEROES.
007110     05  WS-GRAND-NONSTD-COUNT   PIC 9(05)  VALUE ZEROES.
007200*-----------------------------------------------------------------
007300* MONTHLY ROLLUP TABLE - ONE ENTRY PER CALENDAR MONTH (CCYYMM)
007400* FOUND ON THE AUDIT FILE.  SIZED FOR THREE YEARS OF HISTORY.
007800             INDEXED BY WS-MONTH-IDX.
007900         10  WS-MONTH-KEY             PIC 9(06) VALUE ZEROES.
008000         10  WS-MONTH-RUN-COUNT       PIC 9(04) VALUE ZEROES.
008100         10  WS-MONTH-GREETING-TOTAL  PIC 9(08) VALUE ZEROES.
008200         10  WS-MONTH-REJECT-COUNT    PIC 9(04) VALUE ZEROES.
008210         10  WS-MONTH-NONSTD-COUNT    PIC 9(04) VALUE ZEROES.
008300*-----------------------------------------------------------------
008400* REPORT LAYOUT FIELDS
008500*-----------------------------------------------------------------
010310             VALUE 'GREETINGS ISSUED'.
010400         10  FILLER              PIC X(05) VALUE SPACES.
010500         10  FILLER              PIC X(08) VALUE 'REJECTED'.
010600         10  FILLER              PIC X(05) VALUE SPACES.
010610         10  FILLER              PIC X(08) VALUE 'NON-STD'.
010620         10  FILLER              PIC X(64) VALUE SPACES.
010700     05  WS-RPT-DETAIL.
010800         10  WS-RPT-MONTH        PIC X(08) VALUE SPACES.
010900         10  FILLER              PIC X(05) VALUE SPACES.
011000         10  WS-RPT-RUNS         PIC ZZZ9.
011100         10  FILLER              PIC X(06) VALUE SPACES.
011200         10  WS-RPT-GREETINGS    PIC ZZ,ZZZ,ZZ9.
011300         10  FILLER              PIC X(10) VALUE SPACES.
011400         10  WS-RPT-REJECTED     PIC ZZZ9.
011500         10  FILLER              PIC X(13) VALUE SPACES.
011510         10  WS-RPT-NONSTD       PIC ZZZ9.
011520         10  FILLER              PIC X(68) VALUE SPACES.
011600     05  WS-RPT-TRAILER.
011700         10  FILLER              PIC X(16)
011710             VALUE 'GRAND TOTALS -  '.
012300         10  FILLER              PIC X(02) VALUE SPACES.
012400         10  FILLER              PIC X(10) VALUE 'REJECTED: '.
012500         10  WS-RPT-GT-REJECTED  PIC ZZZZ9.
012600         10  FILLER              PIC X(02) VALUE SPACES.
012602         10  FILLER              PIC X(09) VALUE 'NON-STD: '.
012604         10  WS-RPT-GT-NONSTD    PIC ZZZZ9.
012606         10  FILLER              PIC X(50) VALUE SPACES.
012608     05  WS-RPT-NS-HEADER-1.
012610         10  FILLER              PIC X(44)
012612             VALUE 'RUNS MADE UNDER A NON-STANDARD PARAMETER SET'.
012614         10  FILLER              PIC X(88) VALUE SPACES.
012616     05  WS-RPT-NS-HEADER-2.
012618         10  FILLER              PIC X(10) VALUE 'RUN DATE'.
012620         10  FILLER              PIC X(10) VALUE 'RUN TIME'.
012622         10  FILLER              PIC X(10) VALUE 'STATUS'.
012624         10  FILLER              PIC X(08) VALUE 'MODE'.
012626         10  FILLER              PIC X(08) VALUE 'SELECT'.
012628         10  FILLER              PIC X(08) VALUE 'FORCED'.
012630         10  FILLER              PIC X(11) VALUE 'GREETED'.
012632         10  FILLER              PIC X(06) VALUE 'CHANGE'.
012634         10  FILLER              PIC X(61) VALUE SPACES.
012636     05  WS-RPT-NS-DETAIL.
012638         10  WS-RPT-NS-RUN-DATE  PIC 9(08).
012640         10  FILLER              PIC X(02) VALUE SPACES.
012642         10  WS-RPT-NS-RUN-TIME  PIC 9(08).
012644         10  FILLER              PIC X(02) VALUE SPACES.
012646         10  WS-RPT-NS-STATUS    PIC X(08).
012648         10  FILLER              PIC X(02) VALUE SPACES.
012650         10  WS-RPT-NS-MODE      PIC X(06).
012652         10  FILLER              PIC X(02) VALUE SPACES.
012654         10  WS-RPT-NS-SELECT    PIC X(04).
012656         10  FILLER              PIC X(04) VALUE SPACES.
012658         10  WS-RPT-NS-FORCED    PIC X(06).
012660         10  FILLER              PIC X(02) VALUE SPACES.
012662         10  WS-RPT-NS-GREETINGS PIC ZZZ,ZZ9.
012664         10  FILLER              PIC X(04) VALUE SPACES.
012666         10  WS-RPT-NS-CHANGE-NO PIC X(06).
012668         10  FILLER              PIC X(61) VALUE SPACES.
012670     05  WS-RPT-NS-NONE.
012672         10  FILLER              PIC X(06) VALUE '  NONE'.
012674         10  FILLER              PIC X(126) VALUE SPACES.
012700*
012800 PROCEDURE DIVISION.
012900*-----------------------------------------------------------------
019900*   DERIVES THE CALENDAR MONTH OF THE AUDIT RECORD AND ROLLS
020000*   ITS COUNTS INTO THE MATCHING MONTH-TABLE ENTRY.  A ROW
020010*   FROM A BLOCKED DUPLICATE SUBMISSION IS NOT A RUN AND IS
020020*   LEFT OUT OF THE ROLLUP ALTOGETHER.  A RUN MADE UNDER A
020030*   NON-STANDARD PARAMETER SET IS ALSO COUNTED AS NON-STD.
020100*-----------------------------------------------------------------
020200 2200-UPDATE-MONTH-ENTRY.
020210     IF AUD-STATUS-DUP-BLOCKED
020800         IF AUD-STATUS-REJECTED
020900             ADD 1 TO WS-MONTH-REJECT-COUNT (WS-MONTH-IDX)
020950         END-IF
020960         IF AUD-PARM-NON-STANDARD
020970             ADD 1 TO WS-MONTH-NONSTD-COUNT (WS-MONTH-IDX)
020980         END-IF
021000     END-IF.
021100*
021200 2200-EXIT.
026810         TO WS-RPT-GREETINGS.
026900     MOVE WS-MONTH-REJECT-COUNT (WS-MONTH-IDX)
026910         TO WS-RPT-REJECTED.
026920     MOVE WS-MONTH-NONSTD-COUNT (WS-MONTH-IDX)
026930         TO WS-RPT-NONSTD.
027000     WRITE GREETMSR-RECORD FROM WS-RPT-DETAIL.
027100     ADD WS-MONTH-RUN-COUNT (WS-MONTH-IDX)
027110         TO WS-GRAND-RUN-COUNT.
027210         TO WS-GRAND-GREETING-TOTAL.
027300     ADD WS-MONTH-REJECT-COUNT (WS-MONTH-IDX)
027310         TO WS-GRAND-REJECT-COUNT.
027320     ADD WS-MONTH-NONSTD-COUNT (WS-MONTH-IDX)
027330         TO WS-GRAND-NONSTD-COUNT.
027400*
027500 3100-EXIT.
027600     EXIT.
027700*-----------------------------------------------------------------
027800* 4000-LIST-NON-STANDARD-RUNS
027900*   PASSES THE AUDIT TRAIL A SECOND TIME AND LISTS EVERY RUN MADE
028000*   UNDER A NON-STANDARD PARAMETER SET - DATE, TIME, OUTCOME,
028100*   MODE, SELECT VALUE, FORCE INDICATOR, GREETINGS AND THE
028200*   GREETCTL CHANGE NUMBER - SO AN OVERRIDE CAN BE TRACED TO ITS
028300*   GREETCLG CHANGE LOG ROW.  BLOCKED DUPLICATES ARE LEFT OUT AS
028400*   ABOVE; ROWS FROM BEFORE THE PARAMETER-SET FLAG EXISTED READ
028500*   AS STANDARD.
028600*-----------------------------------------------------------------
028700 4000-LIST-NON-STANDARD-RUNS.
028800     WRITE GREETMSR-RECORD FROM WS-RPT-NS-HEADER-1.
028900     WRITE GREETMSR-RECORD FROM WS-RPT-NS-HEADER-2.
029000     CLOSE GREETAUD.
029100     OPEN INPUT GREETAUD.
029200     IF NOT WS-GREETAUD-OK
029300         DISPLAY "HELLOSUM0004W UNABLE TO REOPEN GREETAUD - "
029400                 "NON-STANDARD RUN LISTING OMITTED"
029500         IF RETURN-CODE < 4
029600             MOVE 4 TO RETURN-CODE
029700         END-IF
029800         GO TO 4000-EXIT
029900     END-IF.
030000     MOVE 'N' TO WS-GREETAUD-EOF-SW.
030100     PERFORM 2100-READ-AUDIT-RECORD
030200         THRU 2100-EXIT.
030300     PERFORM 4100-LIST-AUDIT-RECORD
030400         THRU 4100-EXIT
030500         UNTIL WS-GREETAUD-EOF.
030600     IF NOT WS-NONSTD-LISTED
030700         WRITE GREETMSR-RECORD FROM WS-RPT-NS-NONE
030800     END-IF.
030900*
031000 4000-EXIT.
031100     EXIT.
031200*-----------------------------------------------------------------
031300* 4100-LIST-AUDIT-RECORD
031400*   PRINTS THE CURRENT AUDIT ROW WHEN IT IS A NON-STANDARD RUN,
031500*   AND READS THE NEXT.
031600*-----------------------------------------------------------------
031700 4100-LIST-AUDIT-RECORD.
031800     IF AUD-PARM-NON-STANDARD
031900        AND NOT AUD-STATUS-DUP-BLOCKED
032000         MOVE AUD-RUN-DATE       TO WS-RPT-NS-RUN-DATE
032100         MOVE AUD-RUN-TIME       TO WS-RPT-NS-RUN-TIME
032200         IF AUD-STATUS-REJECTED
032300             MOVE 'REJECTED'     TO WS-RPT-NS-STATUS
032400         ELSE
032500             MOVE 'SUCCESS'      TO WS-RPT-NS-STATUS
032600         END-IF
032700         MOVE AUD-RUN-MODE       TO WS-RPT-NS-MODE
032800         MOVE AUD-SELECT-VALUE   TO WS-RPT-NS-SELECT
032900         IF AUD-FORCED-RUN
033000             MOVE 'FORCED'       TO WS-RPT-NS-FORCED
033100         ELSE
033200             MOVE SPACES         TO WS-RPT-NS-FORCED
033300         END-IF
033400         MOVE AUD-GREETING-COUNT TO WS-RPT-NS-GREETINGS
033500         MOVE AUD-CTL-CHANGE-NO  TO WS-RPT-NS-CHANGE-NO
033600         WRITE GREETMSR-RECORD FROM WS-RPT-NS-DETAIL
033700         SET WS-NONSTD-LISTED TO TRUE
033800     END-IF.
033900     PERFORM 2100-READ-AUDIT-RECORD
034000         THRU 2100-EXIT.
034100*
034200 4100-EXIT.
034300     EXIT.
034400*-----------------------------------------------------------------
034500* 9000-TERMINATE
034600*   WRITES THE GRAND-TOTAL TRAILER LINE AND THE NON-STANDARD
034700*   RUN LISTING, AND CLOSES THE FILES.
034800*-----------------------------------------------------------------
034900 9000-TERMINATE.
035000     MOVE WS-GRAND-RUN-COUNT      TO WS-RPT-GT-RUNS.
035100     MOVE WS-GRAND-GREETING-TOTAL TO WS-RPT-GT-GREETINGS.
035200     MOVE WS-GRAND-REJECT-COUNT   TO WS-RPT-GT-REJECTED.
035300     MOVE WS-GRAND-NONSTD-COUNT   TO WS-RPT-GT-NONSTD.
035400     WRITE GREETMSR-RECORD FROM WS-RPT-TRAILER.
035500     PERFORM 4000-LIST-NON-STANDARD-RUNS
035600         THRU 4000-EXIT.
035700     CLOSE GREETAUD.
035800     CLOSE GREETMSR.
035900*
036000 9000-EXIT.
036100     EXIT.
