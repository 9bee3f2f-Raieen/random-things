000100******************************************************************
000200*    COPYBOOK:  COSTLED
000300*    PURPOSE :  RECORD LAYOUT FOR THE COSTLED INDEXED COST
000400*               LEDGER.  EVERY COST REQUEST MATH COMPUTES LANDS
000500*               ONE ROW HERE WITH THE MATERIAL, NET AREA, WASTE-
000600*               ADJUSTED QUANTITY, THE UNIT PRICE IT WAS PRICED
000700*               AT AND THE EXTENDED COST, SO AN ESTIMATE CAN BE
000800*               REPRODUCED AFTER A MATLMAST PRICE CHANGE.  KEYED
000900*               THE SAME WAY AS SHAPELED -- CALC DATE +
001000*               DEPARTMENT + THE CALCRES SEQUENCE THE REQUEST
001100*               LANDED UNDER -- SO A SAME-DAY RESTART REWRITES
001200*               INSTEAD OF DOUBLING THE ROW AND COSTINQ CAN
001300*               START INTO IT BY DATE.
001400*------------------------------------------------------------------
001500*    MOD LOG:
001600*    DATE       INIT  DESCRIPTION
001700*    10/25/18   JRP   ORIGINAL COPYBOOK.
001800******************************************************************
001900 01  COST-LEDGER-RECORD.
002000     05  CL-KEY.
002100         10  CL-CALC-DATE            PIC 9(08).
002200         10  CL-DEPARTMENT           PIC X(04).
002300         10  CL-SEQ-NO               PIC 9(06).
002400     05  CL-SHAPE-TYPE               PIC X(10).
002500     05  CL-DIM1                     PIC 9(07)V99.
002600     05  CL-DIM2                     PIC 9(07)V99.
002700     05  CL-MATERIAL-CODE            PIC X(08).
002800     05  CL-AREA                     PIC 9(09)V9(04).
002900     05  CL-WASTE-PCT                PIC 9(03)V99.
003000     05  CL-QUANTITY                 PIC 9(09)V9(04).
003100     05  CL-UNIT-PRICE               PIC 9(05)V99.
003200     05  CL-EXTENDED-COST            PIC 9(09)V99.
003300     05  CL-TRACE-ID                 PIC X(08).
