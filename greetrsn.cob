002300*           REPORT INSTEAD OF LOOPING FOREVER; A RECIPIENT NO
002400*           LONGER ON THE MASTER ESCALATES AT ONCE.  THE
002500*           UPDATED POOL IS WRITTEN TO GREETPNR FOR PROMOTION
002600*           OVER GREETPND.  THE FIRST ESCALATION OF A RECIPIENT
002610*           IS ALSO APPENDED TO THE GREETLAT LATENCY HISTORY
002620*           FOR THE MONTHLY GREETSLA SERVICE-LEVEL REPORT.
002700*-----------------------------------------------------------------
002800* MODIFICATION HISTORY.
002900*   09/02/2026  RT  INITIAL VERSION.
002910*   10/15/2026  RT  RUN DATE NOW COMES FROM THE GREETBDT
002920*                   BUSINESS-DATE CONTROL RECORD INSTEAD OF THE
002930*                   SYSTEM CLOCK.
002940*   10/15/2026  RT  WELCOME-TYPE GREETMSG ROWS ARE PASSED OVER -
002950*                   A RESEND ALWAYS CARRIES THE DAILY WORDING.
002960*   10/15/2026  RT  A RESENT OR CARRIED ROW KEEPS ITS BRANCH,
002965*                   FIRST SEND DATE AND TOTAL AGE FOR THE LATENCY
002970*                   HISTORY; THE FIRST ESCALATION OF A ROW IS
002975*                   FLAGGED ON IT AND LOGGED ON GREETLAT.
002980*   10/15/2026  RT  EVERY ESCALATION IS ALSO APPENDED TO THE
002985*                   GREETEXC EXCEPTION EVENT FILE FOR THE MORNING
002990*                   WORKLIST, WITH A RUN MARKER AT END OF RUN.
003000*-----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
005900     SELECT GREETESC ASSIGN TO GREETESC
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-GREETESC-STATUS.
006110     SELECT GREETBDT ASSIGN TO GREETBDT
006120         ORGANIZATION IS SEQUENTIAL
006130         FILE STATUS IS WS-GREETBDT-STATUS.
006140     SELECT GREETLAT ASSIGN TO GREETLAT
006150         ORGANIZATION IS SEQUENTIAL
006160         FILE STATUS IS WS-GREETLAT-STATUS.
006170     SELECT GREETEXC ASSIGN TO GREETEXC
006180         ORGANIZATION IS SEQUENTIAL
006190         FILE STATUS IS WS-GREETEXC-STATUS.
006200*
006300 DATA DIVISION.
006400 FILE SECTION.
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 01  GREETESC-RECORD                PIC X(132).
009810*
009820 FD  GREETBDT
009830     RECORDING MODE IS F
009840     LABEL RECORDS ARE STANDARD.
009850 COPY BUSDTREC.
009860*
009865 FD  GREETLAT
009870     RECORDING MODE IS F
009875     LABEL RECORDS ARE STANDARD.
009880 COPY LATREC.
009900*
009910 FD  GREETEXC
009920     RECORDING MODE IS F
009930     LABEL RECORDS ARE STANDARD.
009940 COPY EXCPREC.
009950*
010000 WORKING-STORAGE SECTION.
010100*-----------------------------------------------------------------
010200* FILE STATUS SWITCHES.  STATUS '02' ON THE MASTER IS A
011800         88  WS-GREETPNR-OK                   VALUE '00'.
011900     05  WS-GREETESC-STATUS      PIC X(02)  VALUE SPACES.
012000         88  WS-GREETESC-OK                   VALUE '00'.
012010     05  WS-GREETBDT-STATUS      PIC X(02)  VALUE SPACES.
012020         88  WS-GREETBDT-OK                   VALUE '00'.
012030     05  WS-GREETLAT-STATUS      PIC X(02)  VALUE SPACES.
012040         88  WS-GREETLAT-OK                   VALUE '00'.
012050     05  WS-GREETEXC-STATUS      PIC X(02)  VALUE SPACES.
012060         88  WS-GREETEXC-OK                   VALUE '00'.
012100*-----------------------------------------------------------------
012200* PROGRAM SWITCHES
012300*-----------------------------------------------------------------
014000         88  WS-BATCH-OPEN                    VALUE 'Y'.
014100     05  WS-MASTER-FOUND-SW      PIC X(01)  VALUE 'N'.
014200         88  WS-MASTER-FOUND                  VALUE 'Y'.
014210     05  WS-ROW-ESCALATED-SW     PIC X(01)  VALUE 'N'.
014220         88  WS-ROW-ESCALATED                 VALUE 'Y'.
014300*-----------------------------------------------------------------
014400* RUN CONTROL FIELDS
014500*-----------------------------------------------------------------
016200     05  PWK-SENT-DATE           PIC 9(08).
016300     05  PWK-AGE-DAYS            PIC 9(02).
016400     05  PWK-RESEND-COUNT        PIC 9(02).
016410     05  PWK-BRANCH-CODE         PIC X(04).
016420     05  PWK-ORIG-SENT-DATE      PIC 9(08).
016430     05  PWK-TOTAL-AGE           PIC 9(03).
016440     05  PWK-ESCALATED-SW        PIC X(01).
016500     05  FILLER                  PIC X(46).
016600 77  WS-AGE-LIMIT                PIC 9(02)  COMP VALUE 2.
016700 77  WS-RETRY-LIMIT              PIC 9(02)  COMP VALUE 3.
016800 77  WS-PENDING-AGE              PIC 9(02)  VALUE ZEROES.
016900 77  WS-RESEND-TAKEN             PIC 9(02)  VALUE ZEROES.
016910 77  WS-ORIG-SENT-DATE           PIC 9(08)  VALUE ZEROES.
016920 77  WS-TOTAL-AGE                PIC 9(03)  VALUE ZEROES.
017000 77  WS-BATCH-NUMBER             PIC 9(06)  VALUE ZEROES.
017100 77  WS-HASH-TOTAL               PIC 9(12)  VALUE ZEROES.
017200 77  WS-BATCH-DETAIL-COUNT       PIC 9(06)  VALUE ZEROES.
017600 77  WS-RESENT-COUNT             PIC 9(05)  COMP VALUE ZEROES.
017700 77  WS-ESCALATED-COUNT          PIC 9(05)  COMP VALUE ZEROES.
017800 77  WS-CARRIED-COUNT            PIC 9(05)  COMP VALUE ZEROES.
017850 77  WS-LATENCY-COUNT            PIC 9(05)  COMP VALUE ZEROES.
017860 77  WS-EXCEPTION-COUNT          PIC 9(05)  COMP VALUE ZEROES.
017900*-----------------------------------------------------------------
018000* GREETING MESSAGE TABLE - LOADED FROM THE GREETMSG MESSAGE
018100* MASTER AT INITIALIZATION, KEEPING ONLY THE ROWS EFFECTIVE
025200*   OPENS THE FILES AND WRITES THE REPORT HEADINGS.  AN ABSENT
025300*   PENDING POOL MEANS NOTHING IS OUTSTANDING AND IS TREATED
025400*   AS EMPTY; THE RECIPIENT MASTER AND THE OUTPUTS ARE
025500*   REQUIRED.  THE GREETLAT HISTORY IS EXTENDED, OR CREATED ON
025550*   ITS FIRST USE.
025600*-----------------------------------------------------------------
025700 1000-INITIALIZE.
025800     OPEN INPUT GREETPND.
028400         MOVE 16 TO RETURN-CODE
028500         STOP RUN
028600     END-IF.
028605     OPEN EXTEND GREETLAT.
028610     IF NOT WS-GREETLAT-OK
028615         CLOSE GREETLAT
028620         OPEN OUTPUT GREETLAT
028625     END-IF.
028630     IF NOT WS-GREETLAT-OK
028635         DISPLAY "GREETRSN0011E UNABLE TO OPEN GREETLAT - "
028640                 "RUN TERMINATED"
028645         MOVE 16 TO RETURN-CODE
028650         STOP RUN
028655     END-IF.
028660     OPEN EXTEND GREETEXC.
028663     IF NOT WS-GREETEXC-OK
028666         CLOSE GREETEXC
028669         OPEN OUTPUT GREETEXC
028672     END-IF.
028675     IF NOT WS-GREETEXC-OK
028678         DISPLAY "GREETRSN0012E UNABLE TO OPEN GREETEXC - "
028681                 "RUN TERMINATED"
028684         MOVE 16 TO RETURN-CODE
028687         STOP RUN
028690     END-IF.
028700     MOVE SPACES TO WS-MESSAGE-TABLE.
028800     PERFORM 1050-READ-BUSINESS-DATE
028810         THRU 1050-EXIT.
028900     STRING WS-RUN-DATE-MM   DELIMITED BY SIZE
029000            '/'              DELIMITED BY SIZE
029100            WS-RUN-DATE-DD   DELIMITED BY SIZE
029900*
030000 1000-EXIT.
030100     EXIT.
030101*-----------------------------------------------------------------
030102* 1050-READ-BUSINESS-DATE
030103*   TAKES THE RUN DATE FROM THE GREETBDT BUSINESS-DATE CONTROL
030104*   RECORD RATHER THAN THE SYSTEM CLOCK, SO THE RUN WORKS THE
030105*   CYCLE'S BUSINESS DAY EVEN WHEN IT IS HELD PAST MIDNIGHT.  A
030106*   MISSING OR INVALID CONTROL RECORD IS FATAL.
030107*-----------------------------------------------------------------
030108 1050-READ-BUSINESS-DATE.
030109     OPEN INPUT GREETBDT.
030110     IF NOT WS-GREETBDT-OK
030111         DISPLAY "GREETRSN0009E UNABLE TO OPEN GREETBDT - "
030112                 "RUN TERMINATED"
030113         MOVE 16 TO RETURN-CODE
030114         STOP RUN
030115     END-IF.
030116     READ GREETBDT
030117         AT END
030118             MOVE SPACES TO BUSINESS-DATE-RECORD
030119     END-READ.
030120     IF BDT-BUSINESS-DATE IS NOT NUMERIC
030121        OR BDT-BUSINESS-DATE = ZEROES
030122         DISPLAY "GREETRSN0010E NO VALID BUSINESS DATE ON "
030123                 "GREETBDT - RUN TERMINATED"
030124         MOVE 16 TO RETURN-CODE
030125         STOP RUN
030126     END-IF.
030127     MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
030128     CLOSE GREETBDT.
030129*
030130 1050-EXIT.
030131     EXIT.
030200*-----------------------------------------------------------------
030300* 1500-ALLOCATE-BATCH-NUMBER
030400*   ALLOCATES THE RESEND BATCH NUMBER - ONE PAST THE HIGHEST
040400* 1710-LOAD-MESSAGE-RECORD
040500*   READS ONE GREETMSG ROW AND KEEPS IT WHEN ITS EFFECTIVE
040600*   WINDOW COVERS THE RUN DATE, REPLACING AN EARLIER ROW FOR
040700*   THE LANGUAGE WHEN ITS EFFECTIVE-FROM IS LATER.  WELCOME-TYPE
040750*   ROWS ARE PASSED OVER.
040800*-----------------------------------------------------------------
040900 1710-LOAD-MESSAGE-RECORD.
041000     READ GREETMSG
041200             SET WS-GREETMSG-EOF TO TRUE
041300             GO TO 1710-EXIT
041400     END-READ.
041410     IF MSG-TYPE-WELCOME
041420         GO TO 1710-EXIT
041430     END-IF.
041500     IF MSG-EFFECTIVE-FROM > WS-RUN-DATE
041600         GO TO 1710-EXIT
041700     END-IF.
045700*-----------------------------------------------------------------
045800* 3000-PROCESS-PENDING
045900*   READS ONE PENDING ROW AND ROUTES IT - RESENT, ESCALATED,
046000*   OR CARRIED FORWARD UNCHANGED.  THE FIRST SEND DATE, TOTAL
046030*   AGE AND ESCALATION FLAG ARE NORMALIZED HERE FOR ROWS
046060*   WRITTEN BEFORE THOSE FIELDS EXISTED.
046100*-----------------------------------------------------------------
046200 3000-PROCESS-PENDING.
046300     READ GREETPND
047600     ELSE
047700         MOVE ZEROES TO WS-RESEND-TAKEN
047800     END-IF.
047805     IF PND-ORIG-SENT-DATE IS NUMERIC
047810        AND PND-ORIG-SENT-DATE NOT = ZEROES
047815         MOVE PND-ORIG-SENT-DATE TO WS-ORIG-SENT-DATE
047820     ELSE
047825         MOVE PND-SENT-DATE TO WS-ORIG-SENT-DATE
047830     END-IF.
047835     IF PND-TOTAL-AGE IS NUMERIC
047840         MOVE PND-TOTAL-AGE TO WS-TOTAL-AGE
047845     ELSE
047850         MOVE WS-PENDING-AGE TO WS-TOTAL-AGE
047855     END-IF.
047860     IF PND-ESCALATED
047865         SET WS-ROW-ESCALATED TO TRUE
047870     ELSE
047875         MOVE 'N' TO WS-ROW-ESCALATED-SW
047880     END-IF.
047900     IF WS-PENDING-AGE NOT > WS-AGE-LIMIT
048000         PERFORM 5000-CARRY-FORWARD-ROW
048100             THRU 5000-EXIT
048700             TO WS-RPT-DETAIL-TAG
048800         PERFORM 6000-REPORT-PENDING-ROW
048900             THRU 6000-EXIT
048910         PERFORM 6100-LOG-ESCALATION
048920             THRU 6100-EXIT
048930         MOVE SPACES TO EXCEPTION-RECORD
048940         SET EXC-TYPE-RSN-RETRY     TO TRUE
048950         SET EXC-OWNER-TELLER-TEAM  TO TRUE
048960         PERFORM 6200-LOG-ESCALATION-EVENT
048970             THRU 6200-EXIT
049000         PERFORM 5000-CARRY-FORWARD-ROW
049100             THRU 5000-EXIT
049200         GO TO 3000-EXIT
051800             TO WS-RPT-DETAIL-TAG
051900         PERFORM 6000-REPORT-PENDING-ROW
052000             THRU 6000-EXIT
052010         PERFORM 6100-LOG-ESCALATION
052020             THRU 6100-EXIT
052030         MOVE SPACES TO EXCEPTION-RECORD
052040         SET EXC-TYPE-RSN-NOT-MASTER TO TRUE
052050         SET EXC-OWNER-BRANCH-ADMIN  TO TRUE
052060         PERFORM 6200-LOG-ESCALATION-EVENT
052070             THRU 6200-EXIT
052100         PERFORM 5000-CARRY-FORWARD-ROW
052200             THRU 5000-EXIT
052300         GO TO 4000-EXIT
055200     MOVE WS-RUN-DATE      TO PWK-SENT-DATE.
055300     MOVE ZEROES           TO PWK-AGE-DAYS.
055400     MOVE WS-RESEND-TAKEN  TO PWK-RESEND-COUNT.
055410     IF PND-BRANCH-CODE = SPACES
055420         MOVE GR-BRANCH-CODE  TO PWK-BRANCH-CODE
055430     ELSE
055440         MOVE PND-BRANCH-CODE TO PWK-BRANCH-CODE
055450     END-IF.
055460     MOVE WS-ORIG-SENT-DATE TO PWK-ORIG-SENT-DATE.
055470     MOVE WS-TOTAL-AGE      TO PWK-TOTAL-AGE.
055480     MOVE WS-ROW-ESCALATED-SW TO PWK-ESCALATED-SW.
055500     WRITE GREETPNR-RECORD FROM PENDING-WORK-AREA.
055600     ADD 1 TO WS-CARRIED-COUNT.
055700*
060300* 5000-CARRY-FORWARD-ROW
060400*   WRITES THE CURRENT PENDING ROW TO THE UPDATED POOL
060500*   UNCHANGED (AGES AND COUNTS AS READ, NON-NUMERIC FIELDS
060600*   NORMALIZED, ESCALATION FLAG AS NOW SET).
060700*-----------------------------------------------------------------
060800 5000-CARRY-FORWARD-ROW.
060900     MOVE SPACES TO PENDING-WORK-AREA.
061100     MOVE PND-SENT-DATE    TO PWK-SENT-DATE.
061200     MOVE WS-PENDING-AGE   TO PWK-AGE-DAYS.
061300     MOVE WS-RESEND-TAKEN  TO PWK-RESEND-COUNT.
061310     MOVE PND-BRANCH-CODE  TO PWK-BRANCH-CODE.
061320     MOVE WS-ORIG-SENT-DATE TO PWK-ORIG-SENT-DATE.
061330     MOVE WS-TOTAL-AGE     TO PWK-TOTAL-AGE.
061340     MOVE WS-ROW-ESCALATED-SW TO PWK-ESCALATED-SW.
061400     WRITE GREETPNR-RECORD FROM PENDING-WORK-AREA.
061500     ADD 1 TO WS-CARRIED-COUNT.
061600*
062900*
063000 6000-EXIT.
063100     EXIT.
063102*-----------------------------------------------------------------
063104* 6100-LOG-ESCALATION
063106*   APPENDS AN ESCALATION ROW TO THE GREETLAT LATENCY HISTORY THE
063108*   FIRST TIME A PENDING ROW ESCALATES, AND FLAGS THE ROW SO THE
063110*   DAILY REPEATS OF THE SAME ESCALATION ARE NOT LOGGED AGAIN.
063112*-----------------------------------------------------------------
063114 6100-LOG-ESCALATION.
063116     IF WS-ROW-ESCALATED
063118         GO TO 6100-EXIT
063120     END-IF.
063122     MOVE SPACES TO LATENCY-RECORD.
063124     SET LAT-TYPE-ESCALATION TO TRUE.
063126     MOVE PND-RECIPIENT-ID  TO LAT-RECIPIENT-ID.
063128     MOVE PND-BRANCH-CODE   TO LAT-BRANCH-CODE.
063130     MOVE WS-ORIG-SENT-DATE TO LAT-SENT-DATE.
063132     MOVE ZEROES            TO LAT-ACK-DATE.
063134     MOVE WS-TOTAL-AGE      TO LAT-BUSINESS-DAYS.
063136     MOVE WS-RESEND-TAKEN   TO LAT-RESEND-COUNT.
063138     IF WS-RESEND-TAKEN > ZEROES
063140         SET LAT-RESENT TO TRUE
063142     ELSE
063144         MOVE 'N' TO LAT-RESENT-SW
063146     END-IF.
063148     SET LAT-ESCALATED TO TRUE.
063150     MOVE WS-RUN-DATE     TO LAT-EVENT-DATE.
063152     MOVE WS-RPT-JOB-NAME TO LAT-PROGRAM-ID.
063154     WRITE LATENCY-RECORD.
063156     ADD 1 TO WS-LATENCY-COUNT.
063158     SET WS-ROW-ESCALATED TO TRUE.
063160*
063162 6100-EXIT.
063164     EXIT.
063166*-----------------------------------------------------------------
063167* 6200-LOG-ESCALATION-EVENT
063168*   APPENDS THE EXCEPTION EVENT FOR ONE ESCALATED ROW, WHOSE TYPE
063169*   AND OWNING TEAM THE CALLER HAS SET.  THE ROW IS REPORTED ON
063170*   EVERY RUN WHILE IT STAYS PENDING, SO THE WORKLIST ITEM CLEARS
063171*   ITSELF ONCE THE ROW IS ACKNOWLEDGED OR PURGED.
063172*-----------------------------------------------------------------
063173 6200-LOG-ESCALATION-EVENT.
063174     SET EXC-SEV-HIGH      TO TRUE.
063175     SET EXC-KEY-RECIPIENT TO TRUE.
063176     MOVE PND-RECIPIENT-ID  TO EXC-KEY.
063177     SET EXC-AUTO-CLEAR    TO TRUE.
063178     MOVE WS-RPT-DETAIL-TAG TO EXC-TEXT.
063179     PERFORM 8500-WRITE-EXCEPTION-EVENT
063180         THRU 8500-EXIT.
063181*
063182 6200-EXIT.
063183     EXIT.
063200*-----------------------------------------------------------------
063300* 7000-CLOSE-RESEND-BATCH
063400*   CLOSES THE RESEND ENVELOPE WITH ITS TRAILER AND LOGS THE
067300 7000-EXIT.
067400     EXIT.
067500*-----------------------------------------------------------------
067600* 8500-WRITE-EXCEPTION-EVENT
067700*   STAMPS THE EXCEPTION EVENT BUILT BY THE CALLER WITH THE
067800*   PROGRAM AND BUSINESS DATE AND APPENDS IT TO GREETEXC FOR THE
067900*   MORNING WORKLIST.
068000*-----------------------------------------------------------------
068100 8500-WRITE-EXCEPTION-EVENT.
068200     MOVE WS-RPT-JOB-NAME TO EXC-PROGRAM-ID.
068300     MOVE WS-RUN-DATE     TO EXC-BUSINESS-DATE.
068400     MOVE ZEROES          TO EXC-FIRST-DATE
068500                             EXC-DAYS-OPEN.
068600     WRITE EXCEPTION-RECORD.
068700     ADD 1 TO WS-EXCEPTION-COUNT.
068800*
068900 8500-EXIT.
069000     EXIT.
069100*-----------------------------------------------------------------
069200* 8600-WRITE-RUN-MARKER
069300*   APPENDS THE RUNDONE MARKER THAT TELLS THE WORKLIST THIS RUN
069400*   FINISHED, SO ITEMS IT DID NOT RAISE AGAIN MAY BE CLEARED.
069500*-----------------------------------------------------------------
069600 8600-WRITE-RUN-MARKER.
069700     MOVE SPACES TO EXCEPTION-RECORD.
069800     MOVE ZEROES TO EXC-SEVERITY.
069900     SET EXC-TYPE-RUN-DONE TO TRUE.
070000     MOVE 'RUN COMPLETE' TO EXC-TEXT.
070100     PERFORM 8500-WRITE-EXCEPTION-EVENT
070200         THRU 8500-EXIT.
070300*
070400 8600-EXIT.
070500     EXIT.
070600*-----------------------------------------------------------------
070700* 9000-TERMINATE
070800*   WRITES THE CONTROL-TOTAL LINES, CLOSES THE FILES, AND SETS
070900*   THE CONDITION CODE - CC 4 WHEN ANYTHING ESCALATED SO A
071000*   HUMAN PICKS IT UP.
071100*-----------------------------------------------------------------
071200 9000-TERMINATE.
071300     MOVE 'PENDING ROWS READ:                '
071400         TO WS-RPT-COUNT-TEXT.
071500     MOVE WS-ROWS-READ-COUNT TO WS-RPT-COUNT.
071600     WRITE GREETESC-RECORD FROM WS-RPT-COUNT-LINE.
071700     MOVE 'RECIPIENTS RESENT:                '
071800         TO WS-RPT-COUNT-TEXT.
071900     MOVE WS-RESENT-COUNT TO WS-RPT-COUNT.
072000     WRITE GREETESC-RECORD FROM WS-RPT-COUNT-LINE.
072100     MOVE 'RECIPIENTS ESCALATED:             '
072200         TO WS-RPT-COUNT-TEXT.
072300     MOVE WS-ESCALATED-COUNT TO WS-RPT-COUNT.
072400     WRITE GREETESC-RECORD FROM WS-RPT-COUNT-LINE.
072500     MOVE 'ROWS CARRIED FORWARD:             '
072600         TO WS-RPT-COUNT-TEXT.
072700     MOVE WS-CARRIED-COUNT TO WS-RPT-COUNT.
072800     WRITE GREETESC-RECORD FROM WS-RPT-COUNT-LINE.
072900     MOVE 'LATENCY HISTORY ROWS WRITTEN:     '
073000         TO WS-RPT-COUNT-TEXT.
073100     MOVE WS-LATENCY-COUNT TO WS-RPT-COUNT.
073200     WRITE GREETESC-RECORD FROM WS-RPT-COUNT-LINE.
073300     MOVE 'EXCEPTION EVENTS LOGGED:          '
073400         TO WS-RPT-COUNT-TEXT.
073500     MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT.
073600     WRITE GREETESC-RECORD FROM WS-RPT-COUNT-LINE.
073700     PERFORM 8600-WRITE-RUN-MARKER
073800         THRU 8600-EXIT.
073900     IF WS-GREETPND-OPEN
074000         CLOSE GREETPND
074100     END-IF.
074200     CLOSE GREETIN.
074300     CLOSE GREETPNR.
074400     CLOSE GREETESC.
074500     CLOSE GREETLAT.
074600     CLOSE GREETEXC.
074700     IF WS-ESCALATED-COUNT > 0
074800         DISPLAY "GREETRSN0008W " WS-ESCALATED-COUNT
074900                 " RECIPIENT(S) ESCALATED - SEE GREETESC"
075000         IF RETURN-CODE < 4
075100             MOVE 4 TO RETURN-CODE
075200         END-IF
075300     END-IF.
075400*
075500 9000-EXIT.
075600     EXIT.
