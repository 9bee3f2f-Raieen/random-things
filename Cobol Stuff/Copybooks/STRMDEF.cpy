001893*    SD-RETRY-COUNT :  HOW MANY TIMES A FAILED STEP MAY BE RUN
001894*                      AGAIN BEFORE SD-FAIL-ACTION APPLIES --
001895*                      00 MEANS ONE ATTEMPT ONLY
001896*    SD-PREDECESSOR :  UP TO THREE STEPS (SPACES = NONE) THAT MUST
001897*                      RUN FIRST; SKIPPED IF ONE FAILED ON AN "S"
001898*                      CARD OR WAS SKIPPED FOR IT.  A BAD NAME,
001899*                      OR A LOOP, STOPS THE STREAM BEFORE IT RUNS.
001900*------------------------------------------------------------------
002000*    MOD LOG:
002100*    DATE       INIT  DESCRIPTION
002280*    10/04/18   JRP   ADDED SD-RETRY-COUNT SO A TRANSIENT STEP
002290*                     FAILURE CAN BE RETRIED BY STREAM ITSELF
002291*                     INSTEAD OF BY AN OPERATOR IN THE MORNING.
002293*    10/31/18   JRP   ADDED SD-PREDECESSOR SO A FAILURE SKIPS
002295*                     ONLY THE STEPS THAT DEPEND ON IT INSTEAD OF
002297*                     EVERY CARD AFTER IT.
002300******************************************************************
002400 01  STREAM-STEP-RECORD.
002500     05  SD-STEP-NAME                PIC X(08).
003000     05  SD-RUN-DOM                  PIC 9(02).
003100     05  SD-HOLIDAY-ACTION           PIC X(01).
003200     05  SD-RETRY-COUNT              PIC 9(02).
003250     05  SD-PREDECESSOR              PIC X(08) OCCURS 3 TIMES.
