000100******************************************************************
000200*    COPYBOOK:  BILLEXT
000300*    PURPOSE :  RECORD LAYOUT FOR THE BILLEXT BILLING EXTRACT
000400*               CHARGBIL WRITES FOR ACCOUNTING -- ONE PRICED
000500*               LINE PER DEPARTMENT + REQUEST TYPE.  MONCLOSE
000600*               READS THE SAME FILE BACK TO FREEZE THE TOTALS
000700*               THAT WERE SENT WHEN IT CLOSES THE MONTH.
000800*------------------------------------------------------------------
000900*    BX-ENTRY-TYPE :  "C" = ACTIVITY DATED IN BX-BILL-MONTH
001000*                     "A" = PRIOR-PERIOD ADJUSTMENT -- ACTIVITY
001100*                           DATED IN BX-ORIG-MONTH, A MONTH THAT
001200*                           WAS ALREADY CLOSED WHEN IT LANDED
001300*------------------------------------------------------------------
001400*    MOD LOG:
001500*    DATE       INIT  DESCRIPTION
001600*    11/08/18   JRP   MOVED OUT OF CHARGBIL INTO A COPYBOOK AND
001700*                     ADDED BX-ENTRY-TYPE AND BX-ORIG-MONTH FOR
001800*                     PRIOR-PERIOD ADJUSTMENTS.
001900******************************************************************
002000 01  BILLING-EXTRACT-RECORD.
002100     05  BX-BILL-MONTH               PIC 9(06).
002200     05  BX-DEPARTMENT               PIC X(04).
002300     05  BX-REQUEST-TYPE             PIC X(06).
002400     05  BX-REQUEST-COUNT            PIC 9(06).
002500     05  BX-RATE                     PIC 9(05)V99.
002600     05  BX-AMOUNT                   PIC 9(09)V99.
002700     05  BX-ENTRY-TYPE               PIC X(01).
002800         88  BX-CURRENT-ENTRY        VALUE "C".
002900         88  BX-ADJUSTMENT-ENTRY     VALUE "A".
003000     05  BX-ORIG-MONTH               PIC 9(06).
