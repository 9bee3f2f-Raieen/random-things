000100******************************************************************
000200*    COPYBOOK:  AMORPEXT
000300*    PURPOSE :  RECORD LAYOUT FOR THE AMORPEXT PORTFOLIO EXTRACT
000400*               AMORPORT WRITES FOR FINANCE'S SPREADSHEET -- ONE
000500*               LINE PER AMORTIZATION SCHEDULE ON AMORLED, WITH
000600*               THE SAME POSITION FIGURES THE AMORPRPT REPORT
000700*               PRINTS FOR THE AS-OF DATE AND PAYMENT FREQUENCY
000800*               THE RUN WAS GIVEN.
000900*------------------------------------------------------------------
001000*    AP-FREQUENCY       :  M = MONTHLY, Q = QUARTERLY,
001100*                          S = SEMI-ANNUAL, A = ANNUAL PAYMENTS
001200*    AP-CURRENT-PERIOD  :  THE PERIOD RUNNING ON THE AS-OF DATE,
001300*                          ZERO ONCE THE SCHEDULE IS PAID OFF
001400*    AP-BALANCE         :  PRINCIPAL STILL OUTSTANDING AFTER THE
001500*                          PAYMENTS MADE TO DATE
001600*------------------------------------------------------------------
001700*    MOD LOG:
001800*    DATE       INIT  DESCRIPTION
001900*    11/14/18   JRP   ORIGINAL COPYBOOK.
002000******************************************************************
002100 01  AMORT-PORTFOLIO-EXTRACT-RECORD.
002200     05  AP-AS-OF-DATE               PIC 9(08).
002300     05  AP-FREQUENCY                PIC X(01).
002400     05  AP-RUN-DATE                 PIC 9(08).
002500     05  AP-SEQ-NO                   PIC 9(06).
002600     05  AP-DEPARTMENT               PIC X(04).
002700     05  AP-TRACE-ID                 PIC X(08).
002800     05  AP-STATUS                   PIC X(01).
002900         88  AP-ACTIVE               VALUE "A".
003000         88  AP-PAID-OFF             VALUE "P".
003100     05  AP-PRINCIPAL                PIC 9(09)V99.
003200     05  AP-RATE-PCT                 PIC 9(05)V99.
003300     05  AP-TERM                     PIC 9(03).
003400     05  AP-CURRENT-PERIOD           PIC 9(03).
003500     05  AP-PAYMENTS-MADE            PIC 9(03).
003600     05  AP-PAID-AMOUNT              PIC 9(11)V99.
003700     05  AP-BALANCE                  PIC 9(09)V99.
003800     05  AP-INTEREST-TO-COME         PIC 9(11)V99.
