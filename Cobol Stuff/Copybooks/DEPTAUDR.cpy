000100******************************************************************
000200*    COPYBOOK:  DEPTAUDR
000300*    PURPOSE :  RECORD LAYOUT FOR THE DEPTAUD AUDIT FILE.
000400*               DEPTMNT APPENDS ONE RECORD FOR EVERY DEPTMAST
000500*               FIELD IT CHANGES -- THE DEPARTMENT, THE ACTION,
000600*               THE FIELD, THE OLD VALUE, THE NEW VALUE, THE
000700*               DATE/TIME AND THE SUBMITTING OPERATOR'S ID --
000800*               THE SAME WHO-DID-IT DISCIPLINE PARMAUD APPLIES
000900*               TO PARMFILE, SO A DEPARTMENT CAN NO LONGER BE
001000*               DEACTIVATED WITH NOBODY ON RECORD AS HAVING
001100*               DONE IT.
001200*------------------------------------------------------------------
001300*    MOD LOG:
001400*    DATE       INIT  DESCRIPTION
001500*    10/19/18   JRP   ORIGINAL COPYBOOK.
001600******************************************************************
001700 01  DEPT-AUDIT-RECORD.
001800     05  DA-DEPARTMENT               PIC X(04).
001900     05  DA-ACTION                   PIC X(10).
002000     05  DA-FIELD-NAME               PIC X(15).
002100     05  DA-OLD-VALUE                PIC X(24).
002200     05  DA-NEW-VALUE                PIC X(24).
002300     05  DA-CHANGE-DATE              PIC 9(08).
002400     05  DA-CHANGE-TIME              PIC 9(06).
002500     05  DA-OPERATOR-ID              PIC X(08).
