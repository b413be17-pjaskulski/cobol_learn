001100*           GREETAUD AUDIT TRAIL, AND THE GREETCTL CONTROL
001200*           COUNT, AND PRINTS A ONE-PAGE OPERATOR HEALTH REPORT
001300*           (LAST RUN DATE/TIME, STATUS, GREETINGS ISSUED VS
001400*           THE CONTROL COUNT, CHECKPOINT RESIDUE, AND WHETHER
001410*           THE LAST RUN AND THE NEXT ONE USE THE STANDARD
001420*           GREETCTL PARAMETER SET).  DISTINCT
001500*           CONDITION CODES LET THE SCHEDULER PAGE OPERATIONS
001600*           INSTEAD OF A BRANCH DOING IT:
001700*             CC 8 - CHECKPOINT RESIDUE: INCOMPLETE RUN
002300*-----------------------------------------------------------------
002400* MODIFICATION HISTORY.
002500*   08/22/2026  RT  INITIAL VERSION.
002510*   10/15/2026  RT  RUN DATE NOW COMES FROM THE GREETBDT
002520*                   BUSINESS-DATE CONTROL RECORD INSTEAD OF THE
002530*                   SYSTEM CLOCK.
002540*   10/15/2026  RT  GREETING COUNTS AND RESTART POINT WIDENED
002550*                   TO SIX DIGITS.
002551*   10/15/2026  RT  REPORTS WHETHER THE LAST RUN WAS MADE UNDER
002552*                   A NON-STANDARD PARAMETER SET (MODE, SELECT
002553*                   VALUE, FORCED RERUN, GREETCTL CHANGE NUMBER)
002554*                   AND WHETHER GREETCTL HOLDS A ONE-SHOT
002555*                   OVERRIDE FOR THE NEXT RUN.
002600*-----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004200     SELECT GREETHRP ASSIGN TO GREETHRP
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-GREETHRP-STATUS.
004410     SELECT GREETBDT ASSIGN TO GREETBDT
004420         ORGANIZATION IS SEQUENTIAL
004430         FILE STATUS IS WS-GREETBDT-STATUS.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  GREETHRP-RECORD                PIC X(132).
006610*
006620 FD  GREETBDT
006630     RECORDING MODE IS F
006640     LABEL RECORDS ARE STANDARD.
006650 COPY BUSDTREC.
006700*
006800 WORKING-STORAGE SECTION.
006900*-----------------------------------------------------------------
007800         88  WS-GREETCTL-OK                   VALUE '00'.
007900     05  WS-GREETHRP-STATUS      PIC X(02)  VALUE SPACES.
008000         88  WS-GREETHRP-OK                   VALUE '00'.
008010     05  WS-GREETBDT-STATUS      PIC X(02)  VALUE SPACES.
008020         88  WS-GREETBDT-OK                   VALUE '00'.
008100*-----------------------------------------------------------------
008200* PROGRAM SWITCHES
008300*-----------------------------------------------------------------
011000     05  WS-LAST-RUN-DATE        PIC 9(08)  VALUE ZEROES.
011100     05  WS-LAST-RUN-TIME        PIC 9(08)  VALUE ZEROES.
011200     05  WS-LAST-STATUS          PIC X(01)  VALUE SPACES.
011300     05  WS-LAST-GREET-COUNT     PIC 9(06)  VALUE ZEROES.
011400     05  WS-STATUS-MINUS-1       PIC X(01)  VALUE SPACES.
011500     05  WS-STATUS-MINUS-2       PIC X(01)  VALUE SPACES.
011600     05  WS-CONTROL-COUNT        PIC X(06)  VALUE SPACES.
011610     05  WS-RESTART-EDIT         PIC 9(06)  VALUE ZEROES.
011620     05  WS-LAST-PARM-SET-SW     PIC X(01)  VALUE SPACES.
011625         88  WS-LAST-PARM-NON-STANDARD        VALUE 'N'.
011630     05  WS-LAST-PARM-DESC.
011635         10  WS-LAST-RUN-MODE    PIC X(06)  VALUE SPACES.
011640         10  FILLER              PIC X(01)  VALUE SPACES.
011645         10  WS-LAST-SELECT-VALUE
011650                                 PIC X(04)  VALUE SPACES.
011655         10  FILLER              PIC X(01)  VALUE SPACES.
011660         10  WS-LAST-FORCED      PIC X(06)  VALUE SPACES.
011665     05  WS-LAST-CTL-CHANGE-NO   PIC X(06)  VALUE SPACES.
011670     05  WS-NEXT-RUN-SET         PIC X(20)  VALUE SPACES.
011700 77  WS-CHECKPOINT-ROWS          PIC 9(06)  COMP VALUE ZEROES.
011800 77  WS-AUDIT-ROWS               PIC 9(06)  COMP VALUE ZEROES.
011900 77  WS-RESTART-POINT            PIC 9(06)  VALUE ZEROES.
012000*-----------------------------------------------------------------
012100* DAYS-IN-MONTH TABLE FOR THE YESTERDAY CALCULATION.
012200*-----------------------------------------------------------------
018300         MOVE 16 TO RETURN-CODE
018400         STOP RUN
018500     END-IF.
018600     PERFORM 1050-READ-BUSINESS-DATE
018610         THRU 1050-EXIT.
018700     STRING WS-RUN-DATE-MM   DELIMITED BY SIZE
018800            '/'              DELIMITED BY SIZE
018900            WS-RUN-DATE-DD   DELIMITED BY SIZE
019900*
020000 1000-EXIT.
020100     EXIT.
020101*-----------------------------------------------------------------
020102* 1050-READ-BUSINESS-DATE
020103*   TAKES THE RUN DATE FROM THE GREETBDT BUSINESS-DATE CONTROL
020104*   RECORD RATHER THAN THE SYSTEM CLOCK, SO THE RUN WORKS THE
020105*   CYCLE'S BUSINESS DAY EVEN WHEN IT IS HELD PAST MIDNIGHT.  A
020106*   MISSING OR INVALID CONTROL RECORD IS FATAL.
020107*-----------------------------------------------------------------
020108 1050-READ-BUSINESS-DATE.
020109     OPEN INPUT GREETBDT.
020110     IF NOT WS-GREETBDT-OK
020111         DISPLAY "GREETMON0005E UNABLE TO OPEN GREETBDT - "
020112                 "RUN TERMINATED"
020113         MOVE 16 TO RETURN-CODE
020114         STOP RUN
020115     END-IF.
020116     READ GREETBDT
020117         AT END
020118             MOVE SPACES TO BUSINESS-DATE-RECORD
020119     END-READ.
020120     IF BDT-BUSINESS-DATE IS NOT NUMERIC
020121        OR BDT-BUSINESS-DATE = ZEROES
020122         DISPLAY "GREETMON0006E NO VALID BUSINESS DATE ON "
020123                 "GREETBDT - RUN TERMINATED"
020124         MOVE 16 TO RETURN-CODE
020125         STOP RUN
020126     END-IF.
020127     MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
020128     CLOSE GREETBDT.
020129*
020130 1050-EXIT.
020131     EXIT.
020200*-----------------------------------------------------------------
020300* 1100-DERIVE-YESTERDAY
020400*   DERIVES THE CALENDAR DAY BEFORE THE RUN DATE, ALLOWING FOR
031700     MOVE AUD-RUN-DATE      TO WS-LAST-RUN-DATE.
031800     MOVE AUD-RUN-TIME      TO WS-LAST-RUN-TIME.
031900     MOVE AUD-GREETING-COUNT TO WS-LAST-GREET-COUNT.
031910     MOVE AUD-PARM-SET-SW   TO WS-LAST-PARM-SET-SW.
031920     MOVE AUD-RUN-MODE      TO WS-LAST-RUN-MODE.
031930     MOVE AUD-SELECT-VALUE  TO WS-LAST-SELECT-VALUE.
031940     IF AUD-FORCED-RUN
031950         MOVE 'FORCED'      TO WS-LAST-FORCED
031960     ELSE
031970         MOVE SPACES        TO WS-LAST-FORCED
031980     END-IF.
031990     MOVE AUD-CTL-CHANGE-NO TO WS-LAST-CTL-CHANGE-NO.
032000*
032100 3100-EXIT.
032200     EXIT.
032300*-----------------------------------------------------------------
032400* 4000-READ-CONTROL-COUNT
032500*   READS THE GREETCTL CONTROL COUNT THE NEXT RUN WILL USE, FOR
032600*   THE ISSUED-VERSUS-EXPECTED LINE ON THE REPORT, AND WHETHER
032610*   THAT RUN IS TO BE MADE UNDER A ONE-SHOT OVERRIDE.
032700*-----------------------------------------------------------------
032800 4000-READ-CONTROL-COUNT.
032900     MOVE SPACES TO WS-CONTROL-COUNT WS-NEXT-RUN-SET.
033000     OPEN INPUT GREETCTL.
033100     IF WS-GREETCTL-OK
033200         READ GREETCTL
033400                 MOVE SPACES TO WS-CONTROL-COUNT
033500             NOT AT END
033600                 MOVE GC-GREETING-COUNT TO WS-CONTROL-COUNT
033610                 IF GC-ONE-SHOT-OVERRIDE
033620                     MOVE 'ONE-SHOT OVERRIDE' TO WS-NEXT-RUN-SET
033630                 ELSE
033640                     MOVE 'STANDARD SET'      TO WS-NEXT-RUN-SET
033650                 END-IF
033700         END-READ
033800         CLOSE GREETCTL
033900     END-IF.
036200     MOVE 'GREETCTL CONTROL COUNT:       ' TO WS-RPT-INFO-TEXT.
036300     MOVE WS-CONTROL-COUNT TO WS-RPT-INFO-VALUE.
036400     WRITE GREETHRP-RECORD FROM WS-RPT-INFO-LINE.
036405     MOVE 'GREETCTL NEXT RUN:            ' TO WS-RPT-INFO-TEXT.
036410     MOVE WS-NEXT-RUN-SET TO WS-RPT-INFO-VALUE.
036415     WRITE GREETHRP-RECORD FROM WS-RPT-INFO-LINE.
036420     MOVE 'LAST RUN PARAMETER SET:       ' TO WS-RPT-INFO-TEXT.
036425     IF WS-LAST-PARM-NON-STANDARD
036430         MOVE 'NON-STANDARD'      TO WS-RPT-INFO-VALUE
036435     ELSE
036440         MOVE 'STANDARD'          TO WS-RPT-INFO-VALUE
036445     END-IF.
036450     WRITE GREETHRP-RECORD FROM WS-RPT-INFO-LINE.
036455     IF WS-LAST-PARM-NON-STANDARD
036460         MOVE 'LAST RUN MODE/SELECT/FORCE:   ' TO WS-RPT-INFO-TEXT
036465         MOVE WS-LAST-PARM-DESC TO WS-RPT-INFO-VALUE
036470         WRITE GREETHRP-RECORD FROM WS-RPT-INFO-LINE
036475         MOVE 'LAST RUN GREETCTL CHANGE NO:  ' TO WS-RPT-INFO-TEXT
036480         MOVE WS-LAST-CTL-CHANGE-NO TO WS-RPT-INFO-VALUE
036485         WRITE GREETHRP-RECORD FROM WS-RPT-INFO-LINE
036490     END-IF.
036500     MOVE 'CHECKPOINT RESIDUE ROWS:      ' TO WS-RPT-INFO-TEXT.
036600     MOVE WS-CHECKPOINT-ROWS TO WS-RESTART-EDIT.
036700     MOVE WS-RESTART-EDIT TO WS-RPT-INFO-VALUE.
