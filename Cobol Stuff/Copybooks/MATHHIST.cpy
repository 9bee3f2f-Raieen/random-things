000990*                     FILE MUST BE FLUSHED (HISTMNT PURGE) OR
000991*                     REBUILT BEFORE THE FIRST RUN AT THIS
000992*                     LEVEL.
000993*    11/16/18   JRP   ADDED THE SUSPECT FLAG.  A RECORD WHOSE
000994*                     SAMPLED RECOMPUTE DISAGREED IS MARKED WITH
000995*                     THE DATE AND FRESH ANSWER AND NEVER REUSED
000996*                     UNTIL HISTMNT REMOVES IT.  THE RECORD
000997*                     LENGTH CHANGED -- FLUSH (HISTMNT PURGE) OR
000998*                     REBUILD MATHHIST BEFORE THE FIRST RUN AT
000999*                     THIS LEVEL.
001000******************************************************************
001100 01  MATH-HISTORY-RECORD.
001200     05  MH-KEY.
001800     05  MH-USE-COUNT                PIC 9(06).
001900     05  MH-CREATED-DATE             PIC 9(08).
002000     05  MH-LAST-USED-DATE           PIC 9(08).
002100     05  MH-SUSPECT-SW               PIC X(01).
002200         88  MH-SUSPECT              VALUE "Y".
002300     05  MH-SUSPECT-DATE             PIC 9(08).
002400     05  MH-FRESH-VALUE              PIC 9(09)V9(4).
