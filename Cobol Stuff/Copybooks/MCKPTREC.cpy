002220*                     THE NEW END-OF-RUN HISTORY HIT-RATE SUMMARY
002230*                     SURVIVES A MID-FILE RESTART INSTEAD OF
002240*                     RESTARTING FROM ZERO.
002251*    10/17/18   JRP   ADDED THE PER-DEPARTMENT RETURN-FILE TABLE
002262*                     (MC-RET-ENTRIES/MC-RET-TABLE) SO A RESTART
002273*                     EXTENDS THE DEPTRET FILES IT ALREADY
002284*                     STARTED AND THEIR TRAILER COUNTS STILL
002295*                     BALANCE.
002296*    11/16/18   JRP   ADDED THE HISTORY SAMPLING COUNTERS AND THE
002297*                     SAMPLE ACCUMULATOR SO A RESTART NEITHER
002298*                     ZEROES THE NIGHT'S SAMPLED/MISMATCH COUNTS
002299*                     NOR SHIFTS WHICH HITS GET SAMPLED.
002300******************************************************************
002400 01  MATH-CHECKPOINT-RECORD.
002500     05  MC-RUN-DATE                 PIC 9(08).
003800             15  MC-DT-COUNT         PIC 9(06).
003900     05  MC-HISTORY-HITS             PIC 9(06).
004000     05  MC-COMPUTED-FRESH           PIC 9(06).
004100     05  MC-RET-ENTRIES              PIC 9(02).
004200     05  MC-RET-TABLE.
004300         10  MC-RET-ENTRY OCCURS 20 TIMES.
004400             15  MC-RT-DEPARTMENT    PIC X(04).
004500             15  MC-RT-CARD-COUNT    PIC 9(06).
004600             15  MC-RT-COMPUTED      PIC 9(06).
004700             15  MC-RT-HISTORY       PIC 9(06).
004800             15  MC-RT-REJECTED      PIC 9(06).
004900     05  MC-HIST-SAMPLED             PIC 9(06).
005000     05  MC-HIST-MISMATCHED          PIC 9(06).
005100     05  MC-SAMPLE-ACCUM             PIC 9(03).
