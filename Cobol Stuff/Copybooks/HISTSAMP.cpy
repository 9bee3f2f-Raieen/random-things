000100******************************************************************
000200*    COPYBOOK:  HISTSAMP
000300*    PURPOSE :  RECORD LAYOUT FOR THE HISTSAMP HISTORY SAMPLING
000400*               LOG.  MATH APPENDS ONE RECORD FOR EVERY MATHHIST
000500*               HIT IT PICKS FOR VERIFICATION -- THE ANSWER ON
000600*               FILE, THE ANSWER 2300 COMPUTED FRESH, AND
000700*               WHETHER THEY AGREED -- SO HISTAUD CAN SHOW THE
000800*               AUDITORS HOW MANY CACHED ANSWERS WERE CHECKED
000900*               EACH MONTH AND HOW MANY WERE FOUND WRONG.
001000*------------------------------------------------------------------
001100*    HS-OUTCOME VALUES:  M = FRESH ANSWER MATCHED THE HISTORY
001200*                        X = MISMATCH -- THE FRESH ANSWER WAS
001300*                            USED AND THE HISTORY RECORD WAS
001400*                            FLAGGED SUSPECT
001500*------------------------------------------------------------------
001600*    MOD LOG:
001700*    DATE       INIT  DESCRIPTION
001800*    11/16/18   JRP   ORIGINAL COPYBOOK.
001900******************************************************************
002000 01  HIST-SAMPLE-RECORD.
002100     05  HS-SAMPLE-DATE              PIC 9(08).
002200     05  HS-SAMPLE-TIME              PIC 9(06).
002300     05  HS-BATCH-ID                 PIC X(08).
002400     05  HS-TRACE-ID                 PIC X(08).
002500     05  HS-REQUEST-TYPE             PIC X(06).
002600     05  HS-SHAPE-TYPE               PIC X(10).
002700     05  HS-DIM1                     PIC 9(05)V99.
002800     05  HS-DIM2                     PIC 9(05)V99.
002900     05  HS-STORED-VALUE             PIC 9(09)V9(4).
003000     05  HS-FRESH-VALUE              PIC 9(09)V9(4).
003100     05  HS-OUTCOME                  PIC X(01).
003200         88  HS-MATCHED              VALUE "M".
003300         88  HS-MISMATCHED           VALUE "X".
