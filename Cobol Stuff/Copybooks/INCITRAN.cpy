000100******************************************************************
000200*    COPYBOOK:  INCITRAN
000300*    PURPOSE :  RECORD LAYOUT FOR THE INCITRAN BATCH INPUT FILE
000400*               THAT DRIVES THE INCIMNT INCIDENT MAINTENANCE
000500*               UTILITY -- ONE CARD PER ACTION AGAINST ONE
000600*               INCIDENT, IN THE SAME ONE-CARD-PER-ACTION SPIRIT
000700*               AS DEPTTRAN.  THE INCIDENT IS NAMED BY ITS FULL
000800*               KEY AS SHOWN ON THE INCIAGE REPORT.
000900*------------------------------------------------------------------
001000*    IU-ACTION VALUES:  ACKNOWLEDGE  OPERATIONS HAS SEEN IT --
001100*                                    AN OPEN INCIDENT BECOMES
001200*                                    ACKNOWLEDGED
001300*                       NOTE         RECORD THE CAUSE AND/OR THE
001400*                                    RESOLUTION -- A BLANK NOTE
001500*                                    ON THE CARD IS LEFT ALONE
001600*                       CLOSE        CLOSE THE INCIDENT.  NOTES
001700*                                    ON THE CARD ARE RECORDED
001800*                                    FIRST; A CLOSE IS REFUSED
001900*                                    UNLESS A RESOLUTION NOTE IS
002000*                                    THEN ON FILE
002100*    NOTHING IS ACCEPTED AGAINST A CLOSED INCIDENT.
002200*------------------------------------------------------------------
002300*    MOD LOG:
002400*    DATE       INIT  DESCRIPTION
002500*    10/29/18   JRP   ORIGINAL COPYBOOK.
002600******************************************************************
002700 01  INCIDENT-UPDATE-RECORD.
002800     05  IU-ACTION                   PIC X(11).
002900     05  IU-STREAM-DATE              PIC 9(08).
003000     05  IU-STEP-NAME                PIC X(08).
003100     05  IU-OCCURRENCE               PIC 9(02).
003200     05  IU-CAUSE-NOTE               PIC X(40).
003300     05  IU-RESOLUTION-NOTE          PIC X(40).
