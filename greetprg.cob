001800*-----------------------------------------------------------------
001900* MODIFICATION HISTORY.
002000*   08/22/2026  RT  INITIAL VERSION.
002010*   10/15/2026  RT  GREETARC AND GREETNAU RECORDS WIDENED TO
002020*                   100 BYTES TO CARRY THE FULL AUDIT ROW.
002100*-----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
004800 FD  GREETARC
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005100 01  GREETARC-RECORD                PIC X(100).
005200*
005300 FD  GREETNAU
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600 01  GREETNAU-RECORD                PIC X(100).
005700*
005800 FD  GREETPRR
005900     RECORDING MODE IS F
