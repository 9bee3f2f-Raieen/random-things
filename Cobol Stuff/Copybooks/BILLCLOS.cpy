000100******************************************************************
000200*    COPYBOOK:  BILLCLOS
000300*    PURPOSE :  RECORD LAYOUT FOR THE BILLCLOS MONTH-END CLOSE
000400*               REGISTER.  ONE RECORD PER CLOSED BILLING MONTH,
000500*               WRITTEN BY THE OPERATOR-RUN MONCLOSE STEP ONCE
000600*               ACCOUNTING HAS LOADED THAT MONTH'S BILLEXT.  A
000700*               MONTH ON THIS FILE IS FROZEN -- MATH HOLDS ANY
000800*               CHARGE DATED INTO IT ON BILLADJ INSTEAD OF
000900*               CHARGLED, AND CHARGBIL RE-RUNS IT AS A REPRINT
001000*               WITH NO FRESH EXTRACT.  THE TOTALS ARE THE
001100*               BILLEXT TOTALS THAT WERE SENT, KEPT SO A REPRINT
001200*               CAN BE PROVED AGAINST WHAT ACCOUNTING LOADED.
001300*------------------------------------------------------------------
001400*    BC-EXTRACT-RECORDS :  BILLEXT RECORDS SENT, ALL ENTRY TYPES
001500*    BC-REQUEST-COUNT   :  SUM OF BX-REQUEST-COUNT, CURRENT-MONTH
001600*                          ENTRIES ONLY
001700*    BC-AMOUNT          :  SUM OF BX-AMOUNT, CURRENT-MONTH ENTRIES
001800*    BC-ADJ-COUNT       :  SUM OF BX-REQUEST-COUNT, PRIOR-PERIOD
001900*                          ADJUSTMENT ENTRIES
002000*    BC-ADJ-AMOUNT      :  SUM OF BX-AMOUNT, ADJUSTMENT ENTRIES
002100*------------------------------------------------------------------
002200*    MOD LOG:
002300*    DATE       INIT  DESCRIPTION
002400*    11/08/18   JRP   ORIGINAL COPYBOOK.
002500******************************************************************
002600 01  BILL-CLOSE-RECORD.
002700     05  BC-BILL-MONTH               PIC 9(06).
002800     05  BC-CLOSE-DATE               PIC 9(08).
002900     05  BC-CLOSE-TIME               PIC 9(06).
003000     05  BC-OPERATOR-ID              PIC X(08).
003100     05  BC-EXTRACT-RECORDS          PIC 9(06).
003200     05  BC-REQUEST-COUNT            PIC 9(08).
003300     05  BC-AMOUNT                   PIC 9(11)V99.
003400     05  BC-ADJ-COUNT                PIC 9(08).
003500     05  BC-ADJ-AMOUNT               PIC 9(11)V99.
003600     05  FILLER                      PIC X(10).
