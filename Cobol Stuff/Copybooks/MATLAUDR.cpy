000100******************************************************************
000200*    COPYBOOK:  MATLAUDR
000300*    PURPOSE :  RECORD LAYOUT FOR THE MATLAUD AUDIT FILE.
000400*               MATLMNT APPENDS ONE RECORD FOR EVERY MATLMAST
000500*               FIELD IT CHANGES -- THE MATERIAL, THE ACTION, THE
000600*               FIELD, THE OLD VALUE, THE NEW VALUE, THE DATE/
000700*               TIME AND THE SUBMITTING OPERATOR'S ID -- THE
000800*               SAME DISCIPLINE DEPTAUD APPLIES TO DEPTMAST, SO A
000900*               PRICE CHANGE THAT MOVES EVERY COST ESTIMATE HAS
001000*               SOMEBODY ON RECORD AS HAVING MADE IT.
001100*------------------------------------------------------------------
001200*    MOD LOG:
001300*    DATE       INIT  DESCRIPTION
001400*    10/25/18   JRP   ORIGINAL COPYBOOK.
001500******************************************************************
001600 01  MATL-AUDIT-RECORD.
001700     05  MA-MATERIAL-CODE            PIC X(08).
001800     05  MA-ACTION                   PIC X(11).
001900     05  MA-FIELD-NAME               PIC X(15).
002000     05  MA-OLD-VALUE                PIC X(24).
002100     05  MA-NEW-VALUE                PIC X(24).
002200     05  MA-CHANGE-DATE              PIC 9(08).
002300     05  MA-CHANGE-TIME              PIC 9(06).
002400     05  MA-OPERATOR-ID              PIC X(08).
