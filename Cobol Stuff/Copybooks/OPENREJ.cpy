000100******************************************************************
000200*    COPYBOOK:  OPENREJ
000300*    PURPOSE :  RECORD LAYOUT FOR THE KEYED OPEN-REJECTS FILE.
000400*               EVERY CARD MATHEDIT SENDS BACK IN MATHREJ, AND
000500*               EVERY CARD MATH REJECTS IN ITS 2190 PARAGRAPH,
000600*               OPENS (OR RE-REJECTS) AN ENTRY HERE UNDER THE
000700*               CARD'S TRACE ID.  WHEN A LATER BATCH BRINGS THE
000800*               SAME TRACE ID BACK AND MATH COMPUTES IT CLEANLY
000900*               THE ENTRY IS CLOSED WITH THE RESUBMISSION DATE
001000*               AND BATCH, SO A REQUEST THE DEPARTMENT NEVER
001100*               RESENT CANNOT GO MISSING.  REJAGE LISTS THE
001200*               ONES STILL OPEN BY DEPARTMENT EVERY WEEK.
001300*------------------------------------------------------------------
001400*    OR-TRACE-ID        :  SUBMITTER-ASSIGNED TRACE ID (MT-TRACE-
001500*                          ID).  A CARD REJECTED FOR HAVING NO
001600*                          TRACE ID CANNOT BE TRACKED HERE
001700*    OR-FIRST-...       :  THE ORIGINAL REJECT -- DATE, BATCH,
001800*                          REJECTING PROGRAM, FIELD AND MESSAGE.
001900*                          THE AGE OF AN OPEN REJECT RUNS FROM
002000*                          OR-FIRST-REJECT-DATE
002100*    OR-LAST-...        :  THE MOST RECENT REJECT OF THE TRACE
002200*                          ID (THE FIRST ONE UNTIL IT IS SENT
002300*                          BACK AND REJECTED AGAIN)
002400*    OR-REREJECT-COUNT  :  TIMES THE CARD CAME BACK IN A LATER
002500*                          BATCH AND WAS REJECTED AGAIN
002600*    OR-STATUS          :  O = OPEN, C = CLOSED BY A CLEAN
002700*                          COMPUTE.  A CLOSED TRACE ID REJECTED
002800*                          AGAIN OPENS AFRESH
002900*------------------------------------------------------------------
003000*    MOD LOG:
003100*    DATE       INIT  DESCRIPTION
003200*    11/20/18   JRP   ORIGINAL COPYBOOK.
003300******************************************************************
003400 01  OPEN-REJECT-RECORD.
003500     05  OR-TRACE-ID                 PIC X(08).
003600     05  OR-DEPARTMENT               PIC X(04).
003700     05  OR-REQUEST-TYPE             PIC X(06).
003800     05  OR-STATUS                   PIC X(01).
003900         88  OR-OPEN                 VALUE "O".
004000         88  OR-CLOSED               VALUE "C".
004100     05  OR-FIRST-REJECT-DATE        PIC 9(08).
004200     05  OR-FIRST-BATCH-ID           PIC X(08).
004300     05  OR-FIRST-PROGRAM            PIC X(08).
004400     05  OR-FIELD-NAME               PIC X(15).
004500     05  OR-ERROR-MESSAGE            PIC X(53).
004600     05  OR-LAST-REJECT-DATE         PIC 9(08).
004700     05  OR-LAST-BATCH-ID            PIC X(08).
004800     05  OR-LAST-PROGRAM             PIC X(08).
004900     05  OR-REREJECT-COUNT           PIC 9(03).
005000     05  OR-RESUBMIT-DATE            PIC 9(08).
005100     05  OR-RESUBMIT-BATCH-ID        PIC X(08).
