000100******************************************************************
000200*    COPYBOOK:  INCIDENT
000300*    PURPOSE :  RECORD LAYOUT FOR THE KEYED INCIDENT FILE.
000400*               STREAM OPENS ONE INCIDENT EVERY TIME A STEP
000500*               FAILS FOR GOOD -- THAT IS, COMES BACK OVER ITS
000600*               CARD'S MAXIMUM RETURN CODE ON ITS LAST ALLOWED
000700*               ATTEMPT -- SO EVERY BATCH FAILURE HAS A RECORD
000800*               OF WHO LOOKED AT IT, WHAT CAUSED IT AND WHEN IT
000900*               WAS PUT RIGHT.  INCIMNT ACKNOWLEDGES, NOTES AND
001000*               CLOSES INCIDENTS; INCIAGE AND MORNSTAT LIST THE
001100*               ONES STILL OPEN.
001200*------------------------------------------------------------------
001300*    IC-KEY          :  STREAM RUN DATE, STEP NAME AS ON THE
001400*                       STRMDEF CARD, AND AN OCCURRENCE NUMBER
001500*                       (01 UP) SO A STEP THAT FAILS AGAIN ON A
001600*                       RESTART THE SAME DAY OPENS A SECOND
001700*                       INCIDENT RATHER THAN OVERLAYING THE
001800*                       FIRST
001900*    IC-RESUME-POINT :  CKPT-LAST-PROGRAM FROM CHKPTLOG AT THE
002000*                       MOMENT OF FAILURE -- THE STEP A RESTART
002100*                       RESUMES AFTER.  SPACES WHEN THERE WAS NO
002200*                       CHECKPOINT FOR THE RUN DATE (A RESTART
002300*                       RUNS FROM THE TOP)
002400*    IC-STATUS       :  O = OPEN, A = ACKNOWLEDGED, C = CLOSED
002500*------------------------------------------------------------------
002600*    MOD LOG:
002700*    DATE       INIT  DESCRIPTION
002800*    10/29/18   JRP   ORIGINAL COPYBOOK.
002900******************************************************************
003000 01  INCIDENT-RECORD.
003100     05  IC-KEY.
003200         10  IC-STREAM-DATE          PIC 9(08).
003300         10  IC-STEP-NAME            PIC X(08).
003400         10  IC-OCCURRENCE           PIC 9(02).
003500     05  IC-OPEN-TIME                PIC 9(06).
003600     05  IC-RETURN-CODE              PIC 9(04).
003700     05  IC-MAX-RC                   PIC 9(04).
003800     05  IC-FAIL-ACTION              PIC X(01).
003900     05  IC-ATTEMPTS                 PIC 9(02).
004000     05  IC-RESUME-POINT             PIC X(08).
004100     05  IC-STATUS                   PIC X(01).
004200         88  IC-OPEN                 VALUE "O".
004300         88  IC-ACKNOWLEDGED         VALUE "A".
004400         88  IC-CLOSED               VALUE "C".
004500     05  IC-ACK-OPER                 PIC X(08).
004600     05  IC-ACK-DATE                 PIC 9(08).
004700     05  IC-CAUSE-NOTE               PIC X(40).
004800     05  IC-RESOLUTION-NOTE          PIC X(40).
004900     05  IC-NOTE-OPER                PIC X(08).
005000     05  IC-NOTE-DATE                PIC 9(08).
005100     05  IC-CLOSE-OPER               PIC X(08).
005200     05  IC-CLOSE-DATE               PIC 9(08).
