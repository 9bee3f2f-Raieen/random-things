000100******************************************************************
000200*    COPYBOOK:  DEPTTRAN
000300*    PURPOSE :  RECORD LAYOUT FOR THE DEPTTRAN BATCH INPUT FILE
000400*               THAT DRIVES THE DEPTMNT MAINTENANCE UTILITY --
000500*               ONE CARD PER DEPARTMENT MASTER CHANGE, IN THE
000600*               SAME ONE-CARD-PER-ACTION SPIRIT AS HISTTRAN AND
000700*               PARMTRAN.  DEPTMAST DRIVES VALIDATION IN MATH
000800*               AND MATHEDIT AND THE NAMES ON EVERY BILL, SO IT
000900*               IS NO LONGER EDITED RAW.
001000*------------------------------------------------------------------
001100*    DU-ACTION VALUES:  ADD         NEW DEPARTMENT CODE -- NAME
001200*                                   REQUIRED, CONTACT OPTIONAL,
001300*                                   ADDED ACTIVE.  A CODE
001400*                                   ALREADY ON FILE IS REFUSED.
001500*                       CHANGE      REPLACE DM-DEPT-NAME AND/OR
001600*                                   DM-CONTACT -- A BLANK FIELD
001700*                                   ON THE CARD IS LEFT ALONE
001800*                       ACTIVATE    SET DM-ACTIVE-FLAG TO "A"
001900*                       DEACTIVATE  SET DM-ACTIVE-FLAG TO "I" --
002000*                                   REFUSED WHILE THE DEPARTMENT
002100*                                   HAS CHARGLED ACTIVITY IN THE
002200*                                   OPEN BILLING MONTH
002300*------------------------------------------------------------------
002400*    MOD LOG:
002500*    DATE       INIT  DESCRIPTION
002600*    10/19/18   JRP   ORIGINAL COPYBOOK.
002700******************************************************************
002800 01  DEPT-UPDATE-RECORD.
002900     05  DU-ACTION                   PIC X(10).
003000     05  DU-DEPARTMENT               PIC X(04).
003100     05  DU-DEPT-NAME                PIC X(24).
003200     05  DU-CONTACT                  PIC X(20).
