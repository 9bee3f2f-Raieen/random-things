000100******************************************************************
000200*    COPYBOOK:  BILLADJ
000300*    PURPOSE :  RECORD LAYOUT FOR THE BILLADJ PRIOR-PERIOD
000400*               ADJUSTMENT LEDGER.  WHEN MATH LANDS A CHARGE
000500*               DATED INTO A BILLING MONTH THAT MONCLOSE HAS
000600*               ALREADY CLOSED, THE ROW IS HELD HERE INSTEAD OF
000700*               ON CHARGLED.  THE NEXT CHARGBIL RUN FOR AN OPEN
000800*               MONTH BILLS IT AS A LABELLED PRIOR-PERIOD
000900*               ADJUSTMENT AND STAMPS AJ-BILL-MONTH, SO IT IS
001000*               BILLED EXACTLY ONCE.  KEYED THE SAME AS CHARGLED
001100*               -- CALC DATE + CALCRES SEQUENCE -- SO A SAME-DAY
001200*               RESTART REWRITES THE ROW IT ALREADY HELD.
001300*------------------------------------------------------------------
001400*    AJ-BILL-MONTH :  ZERO UNTIL BILLED; THEN THE YYYYMM OF THE
001500*                     EXTRACT THAT CARRIED IT
001600*------------------------------------------------------------------
001700*    MOD LOG:
001800*    DATE       INIT  DESCRIPTION
001900*    11/08/18   JRP   ORIGINAL COPYBOOK.
002000******************************************************************
002100 01  BILL-ADJUSTMENT-RECORD.
002200     05  AJ-KEY.
002300         10  AJ-CALC-DATE            PIC 9(08).
002400         10  AJ-SEQ-NO               PIC 9(06).
002500     05  AJ-DEPARTMENT               PIC X(04).
002600     05  AJ-REQUEST-TYPE             PIC X(06).
002700     05  AJ-TRACE-ID                 PIC X(08).
002800     05  AJ-BILL-MONTH               PIC 9(06).
002900         88  AJ-UNBILLED             VALUE 0.
003000     05  FILLER                      PIC X(10).
