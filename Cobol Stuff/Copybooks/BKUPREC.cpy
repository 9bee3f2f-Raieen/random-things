000100******************************************************************
000200*    COPYBOOK:  BKUPREC
000300*    PURPOSE :  RECORD LAYOUT FOR A BACKUP GENERATION -- THE
000400*               DATED SEQUENTIAL UNLOAD OF ONE KEYED FILE THAT
000500*               FILEBKUP WRITES EVERY NIGHT AND FILEREST READS
000600*               BACK.  ONE HEADER RECORD COMES FIRST, THEN ONE
000700*               DETAIL RECORD PER KEYED RECORD IN KEY ORDER,
000800*               CARRYING THE RAW RECORD IMAGE THE SAME WAY
000900*               CALCARCH CARRIES RAW CALCRES IMAGES.
001000*------------------------------------------------------------------
001100*    BG-RECORD-COUNT :  NUMBER OF DETAIL RECORDS THAT FOLLOW
001200*    BG-HASH-TOTAL   :  SUM OVER EVERY DETAIL RECORD OF EACH
001300*                       CHARACTER'S COLLATING POSITION TIMES ITS
001400*                       POSITION IN BG-IMAGE -- SO A CHANGED,
001500*                       LOST OR TRANSPOSED BYTE ANYWHERE IN THE
001600*                       GENERATION SHOWS UP, WHATEVER THE FILE'S
001700*                       OWN LAYOUT.  FIFTEEN DIGITS HOLD THE
001800*                       TOTAL FOR FAR MORE RECORDS THAN ANY OF
001900*                       THESE FILES WILL EVER CARRY.
002000*------------------------------------------------------------------
002100*    MOD LOG:
002200*    DATE       INIT  DESCRIPTION
002300*    11/02/18   JRP   ORIGINAL COPYBOOK.
002400******************************************************************
002500 01  BACKUP-GEN-RECORD.
002600     05  BG-RECORD-TYPE              PIC X(01).
002700         88  BG-HEADER               VALUE "H".
002800         88  BG-DETAIL               VALUE "D".
002900     05  BG-IMAGE                    PIC X(200).
003000     05  BG-HEADER-DATA REDEFINES BG-IMAGE.
003100         10  BG-FILE-NAME            PIC X(08).
003200         10  BG-BACKUP-DATE          PIC 9(08).
003300         10  BG-BACKUP-TIME          PIC 9(06).
003400         10  BG-RECORD-COUNT         PIC 9(09).
003500         10  BG-HASH-TOTAL           PIC 9(15).
003600         10  FILLER                  PIC X(154).
