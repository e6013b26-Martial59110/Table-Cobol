002200*  MODIFICATION HISTORY                                        *
002300*  DATE      BY   DESCRIPTION                                  *
002400*  09/02/26  JPM  ORIGINAL                                     *
002425*  10/15/26  JPM  HISTORY RECORD WIDENED TO 117 BYTES FOR      *
002450*                 HS-KEYED-BY AND HS-APPROVED-BY; HISTARC AND  *
002475*                 HISTNEW REALLOCATED TO MATCH.                *
002500*=============================================================*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
007400 FD  ARCH-OUT
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700 01  AO-HISTORY-RECORD      PIC X(117).
007800
007900 FD  LIVE-OUT
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  LO-HISTORY-RECORD      PIC X(117).
008300
008400 FD  SUMM-FILE
008500     RECORDING MODE IS F
