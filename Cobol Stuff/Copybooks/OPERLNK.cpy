000100******************************************************************
000200*    COPYBOOK:  OPERLNK
000300*    PURPOSE :  LINKAGE PARAMETERS PASSED ON THE CALL TO THE
000400*               OPERCHK OPERATOR-AUTHORIZATION SUBROUTINE.  COPY
000500*               THIS INTO BOTH THE CALLER'S WORKING-STORAGE (TO
000600*               BUILD THE CALL ARGUMENTS) AND OPERCHK'S LINKAGE
000700*               SECTION.
000800*------------------------------------------------------------------
000900*    OPL-FUNCTION VALUES :  RERUN     SAME-DAY RERUN OVERRIDE
001000*                           REBATCH   BATCH REPROCESS OVERRIDE
001100*                           PARMCHG   PARMFILE CHANGE
001200*                           OPSMAINT  OPERATIONS MAINTENANCE
001300*                           HISTPURG  MATHHIST MAINTENANCE
001310*                           MONCLOSE  MONTH-END CLOSE
001320*                           DEPTMANT  DEPTMAST MAINTENANCE
001330*                           MATLMANT  MATLMAST MAINTENANCE
001340*                           INCIMANT  INCIDENT MAINTENANCE
001400*    OPL-RESULT VALUES   :  Y  THE ID IS ACTIVE AND HOLDS THE
001500*                              FUNCTION -- OPL-OPERATOR-NAME IS
001600*                              RETURNED
001700*                           N  REFUSED -- OPL-REFUSE-MESSAGE
001800*                              SAYS WHY, READY FOR THE CALLER'S
001900*                              ERRLOG RECORD
002000*------------------------------------------------------------------
002100*    MOD LOG:
002200*    DATE       INIT  DESCRIPTION
002300*    11/26/18   JRP   ORIGINAL COPYBOOK.
002310*    11/27/18   JRP   ADDED MONCLOSE, DEPTMANT, MATLMANT AND
002320*                     INCIMANT.
002400******************************************************************
002500 01  OPER-LINKAGE.
002600     05  OPL-OPERATOR-ID             PIC X(08).
002700     05  OPL-FUNCTION                PIC X(08).
002800     05  OPL-RESULT                  PIC X(01).
002900         88  OPL-AUTHORIZED          VALUE "Y".
003000         88  OPL-REFUSED             VALUE "N".
003100     05  OPL-OPERATOR-NAME           PIC X(24).
003200     05  OPL-REFUSE-MESSAGE          PIC X(53).
