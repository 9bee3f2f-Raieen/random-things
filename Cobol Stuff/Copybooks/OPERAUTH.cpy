000100******************************************************************
000200*    COPYBOOK:  OPERAUTH
000300*    PURPOSE :  RECORD LAYOUT FOR THE OPERAUTH AUTHORIZED-
000400*               OPERATOR FILE, IN THE SAME EDIT-A-CARD-FILE
000500*               SPIRIT AS DEPTMAST -- ONE RECORD PER OPERATOR ID
000600*               ALLOWED TO OVERRIDE A CONTROL OR RUN A
000700*               MAINTENANCE UTILITY.  EVERY OPER=, RERUN= AND
000800*               REBATCH= ID IS CHECKED AGAINST THIS FILE (BY THE
000900*               OPERCHK SUBROUTINE) BEFORE IT IS HONOURED, SO
001000*               THE AUDIT TRAIL NO LONGER RECORDS AN ID NOBODY
001100*               VERIFIED.
001200*------------------------------------------------------------------
001300*    OA-ACTIVE-FLAG VALUES:  A  ACTIVE -- THE ID MAY BE USED
001400*                            I  INACTIVE -- THE ID IS REFUSED
001500*                               BUT THE ROW IS KEPT SO THE
001600*                               OVERRIDE HISTORY STILL RESOLVES
001700*                               TO A NAME
001800*    FUNCTION FLAGS (Y = GRANTED, ANYTHING ELSE = NOT):
001900*      OA-RERUN-OK       :  RERUN=   SAME-DAY RERUN PAST RUNCTL
002000*                                    (FIBONACCI, MATH)
002100*      OA-REBATCH-OK     :  REBATCH= REPROCESS A BATCH ALREADY
002200*                                    IN BATCHREG (MATH)
002300*      OA-PARM-CHANGE-OK :  OPER=    PARMFILE CHANGES (PARMMNT)
002400*      OA-OPS-MAINT-OK   :  OPER=    RUNCTL/CHECKPOINT SURGERY
002500*                                    (OPSMNT)
002600*      OA-HIST-PURGE-OK  :  OPER=    MATHHIST MAINTENANCE
002700*                                    (HISTMNT)
002710*      OA-MONTH-CLOSE-OK :  OPER=    MONTH-END CLOSE (MONCLOSE)
002720*      OA-DEPT-MAINT-OK  :  OPER=    DEPTMAST MAINTENANCE
002730*                                    (DEPTMNT)
002740*      OA-MATL-MAINT-OK  :  OPER=    MATLMAST MAINTENANCE
002750*                                    (MATLMNT)
002760*      OA-INCI-MAINT-OK  :  OPER=    INCIDENT MAINTENANCE
002770*                                    (INCIMNT)
002800*------------------------------------------------------------------
002900*    MOD LOG:
003000*    DATE       INIT  DESCRIPTION
003100*    11/26/18   JRP   ORIGINAL COPYBOOK.
003110*    11/27/18   JRP   ADDED THE MONCLOSE, DEPTMNT, MATLMNT AND
003120*                     INCIMNT FUNCTION FLAGS AT THE END OF
003130*                     OA-FUNCTION-FLAGS.
003200******************************************************************
003300 01  OPERATOR-AUTH-RECORD.
003400     05  OA-OPERATOR-ID              PIC X(08).
003500     05  OA-OPERATOR-NAME            PIC X(24).
003600     05  OA-ACTIVE-FLAG              PIC X(01).
003700         88  OA-ACTIVE               VALUE "A".
003800         88  OA-INACTIVE             VALUE "I".
003900     05  OA-FUNCTION-FLAGS.
004000         10  OA-RERUN-OK             PIC X(01).
004100         10  OA-REBATCH-OK           PIC X(01).
004200         10  OA-PARM-CHANGE-OK       PIC X(01).
004300         10  OA-OPS-MAINT-OK         PIC X(01).
004400         10  OA-HIST-PURGE-OK        PIC X(01).
004500         10  OA-MONTH-CLOSE-OK       PIC X(01).
004600         10  OA-DEPT-MAINT-OK        PIC X(01).
004700         10  OA-MATL-MAINT-OK        PIC X(01).
004800         10  OA-INCI-MAINT-OK        PIC X(01).
