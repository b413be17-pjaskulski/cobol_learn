002200*-----------------------------------------------------------------
002300* MODIFICATION HISTORY.
002400*   09/02/2026  RT  INITIAL VERSION.
002410*   10/15/2026  RT  REJECTED HOLIDAY ROWS AND FLAGGED BRANCH
002420*                   CALENDARS ARE ALSO APPENDED TO THE GREETEXC
002430*                   EXCEPTION EVENT FILE FOR THE MORNING WORKLIST,
002440*                   WITH A RUN MARKER AT END OF RUN.
002500*-----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
004100     SELECT GREETHCR ASSIGN TO GREETHCR
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-GREETHCR-STATUS.
004310     SELECT GREETEXC ASSIGN TO GREETEXC
004320         ORGANIZATION IS SEQUENTIAL
004330         FILE STATUS IS WS-GREETEXC-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
006400     LABEL RECORDS ARE STANDARD.
006500 01  GREETHCR-RECORD                PIC X(132).
006600*
006610 FD  GREETEXC
006620     RECORDING MODE IS F
006630     LABEL RECORDS ARE STANDARD.
006640 COPY EXCPREC.
006650*
006700 WORKING-STORAGE SECTION.
006800*-----------------------------------------------------------------
006900* FILE STATUS SWITCHES
007700         88  WS-BRANCHNW-OK                   VALUE '00'.
007800     05  WS-GREETHCR-STATUS      PIC X(02)  VALUE SPACES.
007900         88  WS-GREETHCR-OK                   VALUE '00'.
007910     05  WS-GREETEXC-STATUS      PIC X(02)  VALUE SPACES.
007920         88  WS-GREETEXC-OK                   VALUE '00'.
008000*-----------------------------------------------------------------
008100* PROGRAM SWITCHES
008200*-----------------------------------------------------------------
012100 77  WS-BRANCH-WRITE-COUNT       PIC 9(05)  COMP VALUE ZEROES.
012200 77  WS-ZERO-BRANCH-COUNT        PIC 9(05)  COMP VALUE ZEROES.
012300 77  WS-OVERFLOW-BRANCH-COUNT    PIC 9(05)  COMP VALUE ZEROES.
012350 77  WS-EXCEPTION-COUNT          PIC 9(05)  COMP VALUE ZEROES.
012400*-----------------------------------------------------------------
012500* DAYS-PER-MONTH TABLE FOR CALENDAR-DATE VALIDATION.  FEBRUARY
012600* IS ADJUSTED FOR LEAP YEARS AT CHECK TIME.
024700         MOVE 16 TO RETURN-CODE
024800         STOP RUN
024900     END-IF.
024910     OPEN EXTEND GREETEXC.
024915     IF NOT WS-GREETEXC-OK
024920         CLOSE GREETEXC
024925         OPEN OUTPUT GREETEXC
024930     END-IF.
024935     IF NOT WS-GREETEXC-OK
024940         DISPLAY "GREETHOL0010E UNABLE TO OPEN GREETEXC - "
024945                 "RUN TERMINATED"
024950         MOVE 16 TO RETURN-CODE
024955         STOP RUN
024960     END-IF.
025000     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH.
025100     IF WS-PARM-LENGTH NOT = 4
025200        OR LK-PARM-TEXT IS NOT NUMERIC
034500     MOVE HOLIDAY-RECORD (1:42) TO WS-RPT-REJECT-IMAGE.
034600     WRITE GREETHCR-RECORD FROM WS-RPT-REJECT-LINE.
034700     ADD 1 TO WS-HOLIDAY-REJECT-COUNT.
034710     MOVE SPACES TO EXCEPTION-RECORD.
034715     SET EXC-SEV-HIGH           TO TRUE.
034720     SET EXC-TYPE-HOL-REJECT    TO TRUE.
034725     SET EXC-OWNER-OPERATIONS   TO TRUE.
034730     SET EXC-KEY-DATE           TO TRUE.
034735     MOVE HOL-HOLIDAY-DATE TO EXC-KEY.
034740     SET EXC-AUTO-CLEAR         TO TRUE.
034745     STRING WS-RPT-REJECT-TEXT DELIMITED BY '  '
034750            ' - REGION '       DELIMITED BY SIZE
034755            HOL-REGION-CODE    DELIMITED BY SIZE
034760            INTO EXC-TEXT
034765     END-STRING.
034770     PERFORM 8500-WRITE-EXCEPTION-EVENT
034775         THRU 8500-EXIT.
034800*
034900 2900-EXIT.
035000     EXIT.
044000         ADD 1 TO WS-ZERO-BRANCH-COUNT
044100         MOVE '** ZERO HOLIDAYS APPLIED'
044200             TO WS-RPT-BRANCH-FLAG
044210         MOVE SPACES TO EXCEPTION-RECORD
044220         SET EXC-TYPE-HOL-ZERO      TO TRUE
044230         PERFORM 3600-LOG-CALENDAR-EVENT
044240             THRU 3600-EXIT
044300     END-IF.
044400     IF WS-BRANCH-OVERFLOW
044500         ADD 1 TO WS-OVERFLOW-BRANCH-COUNT
044600         MOVE '** MORE THAN 12 APPLICABLE DATES'
044700             TO WS-RPT-BRANCH-FLAG
044710         MOVE SPACES TO EXCEPTION-RECORD
044720         SET EXC-TYPE-HOL-OVERFLOW  TO TRUE
044730         PERFORM 3600-LOG-CALENDAR-EVENT
044740             THRU 3600-EXIT
044800     END-IF.
044900     WRITE GREETHCR-RECORD FROM WS-RPT-BRANCH-LINE.
045000     MOVE SPACES TO WS-RPT-CAL-LINE.
049300*
049400 3520-EXIT.
049500     EXIT.
049504*-----------------------------------------------------------------
049508* 3600-LOG-CALENDAR-EVENT
049512*   APPENDS THE EXCEPTION EVENT FOR ONE FLAGGED BRANCH CALENDAR,
049516*   WHOSE TYPE THE CALLER HAS SET.  THE FLAG IS RAISED AGAIN ON
049520*   A RERUN FOR THE SAME YEAR UNTIL THE CENTRAL FILE IS PUT
049524*   RIGHT, SO THE WORKLIST ITEM CLEARS ITSELF ONCE IT IS NOT.
049528*-----------------------------------------------------------------
049532 3600-LOG-CALENDAR-EVENT.
049536     SET EXC-SEV-MEDIUM         TO TRUE.
049540     SET EXC-OWNER-BRANCH-ADMIN TO TRUE.
049544     SET EXC-KEY-BRANCH         TO TRUE.
049548     MOVE BR-BRANCH-CODE TO EXC-KEY.
049552     SET EXC-AUTO-CLEAR         TO TRUE.
049556     STRING WS-RPT-BRANCH-FLAG (4:37) DELIMITED BY '  '
049560            ' - YEAR '                DELIMITED BY SIZE
049564            WS-TARGET-YEAR            DELIMITED BY SIZE
049568            INTO EXC-TEXT
049572     END-STRING.
049576     PERFORM 8500-WRITE-EXCEPTION-EVENT
049580         THRU 8500-EXIT.
049584*
049588 3600-EXIT.
049592     EXIT.
049600*-----------------------------------------------------------------
049700* 8000-VALIDATE-DATE
049800*   CONFIRMS THE CCYYMMDD VALUE IN WS-CHECK-DATE IS A REAL
053400*
053500 8000-EXIT.
053600     EXIT.
053603*-----------------------------------------------------------------
053606* 8500-WRITE-EXCEPTION-EVENT
053609*   STAMPS THE EXCEPTION EVENT BUILT BY THE CALLER WITH THE
053612*   PROGRAM AND RUN DATE AND APPENDS IT TO GREETEXC FOR THE
053615*   MORNING WORKLIST.
053618*-----------------------------------------------------------------
053621 8500-WRITE-EXCEPTION-EVENT.
053624     MOVE WS-RPT-JOB-NAME TO EXC-PROGRAM-ID.
053627     MOVE WS-RUN-DATE     TO EXC-BUSINESS-DATE.
053630     MOVE ZEROES          TO EXC-FIRST-DATE
053633                             EXC-DAYS-OPEN.
053636     WRITE EXCEPTION-RECORD.
053639     ADD 1 TO WS-EXCEPTION-COUNT.
053642*
053645 8500-EXIT.
053648     EXIT.
053651*-----------------------------------------------------------------
053654* 8600-WRITE-RUN-MARKER
053657*   APPENDS THE RUNDONE MARKER THAT TELLS THE WORKLIST THIS RUN
053660*   FINISHED, SO ITEMS IT DID NOT RAISE AGAIN MAY BE CLEARED.
053663*-----------------------------------------------------------------
053666 8600-WRITE-RUN-MARKER.
053669     MOVE SPACES TO EXCEPTION-RECORD.
053672     MOVE ZEROES TO EXC-SEVERITY.
053675     SET EXC-TYPE-RUN-DONE TO TRUE.
053678     MOVE 'RUN COMPLETE' TO EXC-TEXT.
053681     PERFORM 8500-WRITE-EXCEPTION-EVENT
053684         THRU 8500-EXIT.
053687*
053690 8600-EXIT.
053693     EXIT.
053700*-----------------------------------------------------------------
053800* 9000-TERMINATE
053900*   WRITES THE CONTROL-TOTAL LINES, CLOSES THE FILES, AND SETS
056700         TO WS-RPT-COUNT-TEXT.
056800     MOVE WS-OVERFLOW-BRANCH-COUNT TO WS-RPT-COUNT.
056900     WRITE GREETHCR-RECORD FROM WS-RPT-COUNT-LINE.
056910     MOVE 'EXCEPTION EVENTS LOGGED:      '
056920         TO WS-RPT-COUNT-TEXT.
056930     MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT.
056940     WRITE GREETHCR-RECORD FROM WS-RPT-COUNT-LINE.
056950     PERFORM 8600-WRITE-RUN-MARKER
056960         THRU 8600-EXIT.
057000     CLOSE BRANCHMF.
057100     CLOSE BRANCHNW.
057200     CLOSE GREETHCR.
057250     CLOSE GREETEXC.
057300     IF WS-HOLIDAY-REJECT-COUNT > 0
057400         DISPLAY "GREETHOL0008W " WS-HOLIDAY-REJECT-COUNT
057500                 " HOLIDAY ROW(S) REJECTED - SEE GREETHCR"
