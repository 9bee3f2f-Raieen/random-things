000100******************************************************************
000200*    COPYBOOK:  OPENRJPR
000300*    PURPOSE :  PROCEDURE DIVISION PARAGRAPHS THAT OPEN (OR
000400*               COUNT A RE-REJECT OF) AN OPENREJ ENTRY FOR A
000500*               REJECTED CARD.  MATHEDIT AND MATH BOTH REJECT
000600*               CARDS AND BOTH TRACK THEM THE SAME WAY, SO THE
000700*               LOGIC LIVES HERE ONCE AND IS COPIED INTO EACH.
000800*------------------------------------------------------------------
000900*    THE COPYING PROGRAM SUPPLIES:
001000*      OPEN-REJECT-FILE (COPY OPENREJ), OPEN I-O, AND THE
001100*        OPENREJ-OPEN CONDITION SET WHEN THE OPEN WORKED
001200*      MATH-TRANSACTION-RECORD (COPY MATHTRAN) HOLDING THE CARD
001300*      ERR-LOG-RECORD (COPY ERRLOGRC) WITH ERR-FIELD-NAME AND
001400*        ERR-MESSAGE ALREADY SET FOR THE REJECT
001500*      WS-RUN-DATE  PIC 9(08)      WS-BATCH-ID   PIC X(08)
001600*      WS-OPENREJ-PROGRAM   PIC X(08) -- THE COPYING PROGRAM'S
001700*        NAME, STAMPED AS THE REJECTING PROGRAM
001800*      WS-OPENREJ-ADDED     PIC 9(06)
001900*      WS-OPENREJ-REREJECTED PIC 9(06)
002000*------------------------------------------------------------------
002100*    MOD LOG:
002200*    DATE       INIT  DESCRIPTION
002300*    11/27/18   JRP   ORIGINAL COPYBOOK.  2195/2196 MOVED HERE
002400*                     FROM MATH AND MATHEDIT, WHICH HAD CARRIED
002500*                     IDENTICAL COPIES OF THEM.
002600******************************************************************
002700
002800******************************************************************
002900*    2195-TRACK-OPEN-REJECT -- OPEN AN OPENREJ ENTRY FOR THE
003000*                 REJECTED CARD'S TRACE ID, OR COUNT A RE-REJECT
003100*                 WHEN THE DEPARTMENT SENT IT BACK AND IT FAILED
003200*                 AGAIN.  THE SAME BATCH SEEN TWICE (A RERUN, A
003300*                 RESTART, OR AN EDIT RUN TWICE) IS NOT A
003400*                 RESUBMISSION.
003500******************************************************************
003600 2195-TRACK-OPEN-REJECT.
003700     IF NOT OPENREJ-OPEN OR MT-TRACE-ID = SPACES
003800         GO TO 2195-EXIT
003900     END-IF.
004000
004100     MOVE MT-TRACE-ID TO OR-TRACE-ID.
004200     READ OPEN-REJECT-FILE
004300         INVALID KEY
004400             PERFORM 2196-BUILD-OPEN-REJECT THRU 2196-EXIT
004500             WRITE OPEN-REJECT-RECORD
004600             ADD 1 TO WS-OPENREJ-ADDED
004700             GO TO 2195-EXIT
004800     END-READ.
004900
005000*    A TRACE ID THAT WAS CLOSED AND HAS FAILED AGAIN IS A NEW
005100*    PROBLEM, AGED FROM TODAY.
005200     IF OR-CLOSED
005300         PERFORM 2196-BUILD-OPEN-REJECT THRU 2196-EXIT
005400         REWRITE OPEN-REJECT-RECORD
005500         ADD 1 TO WS-OPENREJ-ADDED
005600         GO TO 2195-EXIT
005700     END-IF.
005800
005900     IF OR-LAST-BATCH-ID = WS-BATCH-ID
006000         AND OR-LAST-REJECT-DATE = WS-RUN-DATE
006100         GO TO 2195-EXIT
006200     END-IF.
006300
006400     ADD 1 TO OR-REREJECT-COUNT.
006500     MOVE WS-RUN-DATE        TO OR-LAST-REJECT-DATE.
006600     MOVE WS-BATCH-ID        TO OR-LAST-BATCH-ID.
006700     MOVE WS-OPENREJ-PROGRAM TO OR-LAST-PROGRAM.
006800     REWRITE OPEN-REJECT-RECORD.
006900     ADD 1 TO WS-OPENREJ-REREJECTED.
007000 2195-EXIT.
007100     EXIT.
007200
007300 2196-BUILD-OPEN-REJECT.
007400     MOVE MT-DEPARTMENT      TO OR-DEPARTMENT.
007500     MOVE MT-REQUEST-TYPE    TO OR-REQUEST-TYPE.
007600     MOVE "O"                TO OR-STATUS.
007700     MOVE WS-RUN-DATE        TO OR-FIRST-REJECT-DATE.
007800     MOVE WS-BATCH-ID        TO OR-FIRST-BATCH-ID.
007900     MOVE WS-OPENREJ-PROGRAM TO OR-FIRST-PROGRAM.
008000     MOVE ERR-FIELD-NAME     TO OR-FIELD-NAME.
008100     MOVE ERR-MESSAGE        TO OR-ERROR-MESSAGE.
008200     MOVE WS-RUN-DATE        TO OR-LAST-REJECT-DATE.
008300     MOVE WS-BATCH-ID        TO OR-LAST-BATCH-ID.
008400     MOVE WS-OPENREJ-PROGRAM TO OR-LAST-PROGRAM.
008500     MOVE 0                  TO OR-REREJECT-COUNT.
008600     MOVE 0                  TO OR-RESUBMIT-DATE.
008700     MOVE SPACES             TO OR-RESUBMIT-BATCH-ID.
008800 2196-EXIT.
008900     EXIT.
