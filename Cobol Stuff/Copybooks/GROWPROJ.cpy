000100******************************************************************
000200*    COPYBOOK:  GROWPROJ
000300*    PURPOSE :  RECORD LAYOUT FOR THE GROWPROJ PROJECTED-SCHEDULE
000400*               FILE.  GROWTH LANDS ONE ROW PER SCENARIO PER
000500*               PERIOD OF EVERY SCHEDULE IT BUILDS, KEYED BY
000600*               SCENARIO NAME + BASE MONTH + PERIOD, SO THE
000700*               PROJECTION OUTLIVES THE GROWRPT PRINT AND
000800*               GROWVAR CAN LINE IT UP AGAINST THE ESTIMATING
000900*               VOLUME THAT ACTUALLY ARRIVED.  A RERUN IN THE
001000*               SAME MONTH REPLACES THAT MONTH'S SCHEDULE.
001100*------------------------------------------------------------------
001200*    GP-BASE-MONTH   :  YYYYMM OF THE GROWTH RUN -- PERIOD 1 OF
001300*                       THE SCHEDULE FALLS IN THIS MONTH
001400*    GP-PROJ-MONTH   :  YYYYMM THE PERIOD FALLS IN (BASE MONTH
001500*                       PLUS PERIOD LESS ONE)
001600*    GP-PROJ-AMOUNT  :  THE PERIOD'S SCALED AMOUNT AS PRINTED ON
001700*                       GROWRPT (BASE AMOUNT TIMES FIBOUT TERM)
001800*------------------------------------------------------------------
001900*    MOD LOG:
002000*    DATE       INIT  DESCRIPTION
002100*    11/12/18   JRP   ORIGINAL COPYBOOK.
002200******************************************************************
002300 01  GROWTH-PROJECTION-RECORD.
002400     05  GP-KEY.
002500         10  GP-SCENARIO-NAME        PIC X(08).
002600         10  GP-BASE-MONTH           PIC 9(06).
002700         10  GP-PERIOD               PIC 9(04).
002800     05  GP-PROJ-MONTH               PIC 9(06).
002900     05  GP-BASE-AMOUNT              PIC 9(09)V99.
003000     05  GP-PROJ-AMOUNT              PIC 9(15)V99.
003100     05  GP-RUN-DATE                 PIC 9(08).
003200     05  FILLER                      PIC X(10).
