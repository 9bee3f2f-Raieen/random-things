000100******************************************************************
000200*    PROGRAM-ID:  OPERCHK
000300*    AUTHOR    :  J. R. PRATHER
000400*    INSTALL.  :  ESTIMATING SYSTEMS
000500*    DATE-WRTN :  11/26/18
000600*    PURPOSE   :  CALLABLE OPERATOR-AUTHORIZATION SUBROUTINE.
000700*                 FIBONACCI AND MATH TAKE A RERUN= (AND MATH A
000800*                 REBATCH=) ID TO FORCE PAST RUNCTL AND BATCHREG,
000900*                 AND PARMMNT, OPSMNT, HISTMNT, MONCLOSE,
000950*                 DEPTMNT, MATLMNT AND INCIMNT TAKE AN OPER=
001000*                 ID TO RUN AT ALL -- BUT ANY EIGHT CHARACTERS
001100*                 WERE ACCEPTED, SO THE OVERRIDES WERE SELF-
001200*                 AUTHORIZED.  EACH OF THEM NOW CALLS OPERCHK
001300*                 WITH THE ID AND THE FUNCTION IT WANTS TO
001400*                 PERFORM.  OPERCHK LOOKS THE ID UP ON THE
001500*                 OPERAUTH FILE AND HANDS BACK AUTHORIZED ONLY
001600*                 WHEN THE ID IS THERE, ACTIVE, AND GRANTED THAT
001700*                 FUNCTION.  A REFUSAL COMES BACK WITH ITS REASON
001800*                 READY FOR THE CALLER'S ERRLOG RECORD -- THE
001900*                 CALLER OWNS ERRLOG AND DECIDES WHAT A REFUSAL
002000*                 COSTS THE RUN.  A MISSING OPERAUTH REFUSES
002100*                 EVERYTHING: AN ID THAT CANNOT BE VERIFIED IS
002200*                 NOT HONOURED.
002300*    TECTONICS :  cobc
002400*------------------------------------------------------------------
002500*    MOD LOG:
002600*    DATE       INIT  DESCRIPTION
002700*    11/26/18   JRP   ORIGINAL PROGRAM.
002710*    11/27/18   JRP   ADDED MONCLOSE, DEPTMANT, MATLMANT AND
002720*                     INCIMANT FOR THE MONTH-END CLOSE AND THE
002730*                     DEPTMAST, MATLMAST AND INCIDENT UTILITIES.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. OPERCHK.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-OPERAUTH-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  OPERATOR-AUTH-FILE
004000     LABEL RECORD IS STANDARD.
004100 COPY OPERAUTH.
004200
004300 WORKING-STORAGE SECTION.
004400 01  WS-OPERAUTH-STATUS              PIC X(02) VALUE "00".
004500
004600 01  WS-SWITCHES.
004700     05  WS-FOUND-SW                 PIC X(01) VALUE "N".
004800         88  OPERATOR-FOUND          VALUE "Y".
004900     05  WS-GRANTED-FLAG             PIC X(01) VALUE "N".
005000         88  FUNCTION-GRANTED        VALUE "Y".
005100
005200 LINKAGE SECTION.
005300 COPY OPERLNK.
005400
005500 PROCEDURE DIVISION USING OPER-LINKAGE.
005600 0000-MAINLINE.
005700     MOVE "N"    TO OPL-RESULT.
005800     MOVE SPACES TO OPL-OPERATOR-NAME.
005900     MOVE SPACES TO OPL-REFUSE-MESSAGE.
006000     MOVE "N"    TO WS-FOUND-SW.
006100     MOVE "N"    TO WS-GRANTED-FLAG.
006200
006300     PERFORM 1000-FIND-OPERATOR THRU 1000-EXIT.
006400     IF OPERATOR-FOUND
006500         PERFORM 2000-CHECK-AUTHORITY THRU 2000-EXIT
006600     END-IF.
006700
006800     GOBACK.
006900
007000******************************************************************
007100*    1000-FIND-OPERATOR -- READ OPERAUTH UNTIL THE ID TURNS UP.
007200*                 A BLANK ID, A MISSING FILE OR AN ID NOT ON IT
007300*                 IS REFUSED HERE.
007400******************************************************************
007500 1000-FIND-OPERATOR.
007600     IF OPL-OPERATOR-ID = SPACES
007700         MOVE "NO OPERATOR ID GIVEN - OVERRIDE REFUSED"
007800             TO OPL-REFUSE-MESSAGE
007900         GO TO 1000-EXIT
008000     END-IF.
008100
008200     OPEN INPUT OPERATOR-AUTH-FILE.
008300     IF WS-OPERAUTH-STATUS NOT = "00"
008400         DISPLAY "OPERCHK: OPERAUTH NOT AVAILABLE, STATUS = "
008500             WS-OPERAUTH-STATUS
008600         MOVE "OPERAUTH NOT AVAILABLE - OPERATOR NOT VERIFIED"
008700             TO OPL-REFUSE-MESSAGE
008800         GO TO 1000-EXIT
008900     END-IF.
009000
009100     PERFORM 1100-READ-OPERAUTH THRU 1100-EXIT
009200         UNTIL OPERATOR-FOUND
009300         OR WS-OPERAUTH-STATUS = "10".
009400     CLOSE OPERATOR-AUTH-FILE.
009500
009600     IF NOT OPERATOR-FOUND
009700         MOVE "OPERATOR ID NOT ON OPERAUTH - OVERRIDE REFUSED"
009800             TO OPL-REFUSE-MESSAGE
009900     END-IF.
010000 1000-EXIT.
010100     EXIT.
010200
010300 1100-READ-OPERAUTH.
010400     READ OPERATOR-AUTH-FILE
010500         AT END
010600             MOVE "10" TO WS-OPERAUTH-STATUS
010700         NOT AT END
010800             IF OA-OPERATOR-ID = OPL-OPERATOR-ID
010900                 MOVE "Y" TO WS-FOUND-SW
011000             END-IF
011100     END-READ.
011200 1100-EXIT.
011300     EXIT.
011400
011500******************************************************************
011600*    2000-CHECK-AUTHORITY -- THE ID IS ON FILE.  IT MUST BE
011700*                 ACTIVE AND HOLD THE FUNCTION ASKED FOR.
011800******************************************************************
011900 2000-CHECK-AUTHORITY.
012000     MOVE OA-OPERATOR-NAME TO OPL-OPERATOR-NAME.
012100
012200     IF NOT OA-ACTIVE
012300         MOVE "OPERATOR ID IS INACTIVE - OVERRIDE REFUSED"
012400             TO OPL-REFUSE-MESSAGE
012500         GO TO 2000-EXIT
012600     END-IF.
012700
012800     EVALUATE OPL-FUNCTION
012900         WHEN "RERUN"
013000             MOVE OA-RERUN-OK       TO WS-GRANTED-FLAG
013100         WHEN "REBATCH"
013200             MOVE OA-REBATCH-OK     TO WS-GRANTED-FLAG
013300         WHEN "PARMCHG"
013400             MOVE OA-PARM-CHANGE-OK TO WS-GRANTED-FLAG
013500         WHEN "OPSMAINT"
013600             MOVE OA-OPS-MAINT-OK   TO WS-GRANTED-FLAG
013700         WHEN "HISTPURG"
013800             MOVE OA-HIST-PURGE-OK  TO WS-GRANTED-FLAG
013810         WHEN "MONCLOSE"
013820             MOVE OA-MONTH-CLOSE-OK TO WS-GRANTED-FLAG
013830         WHEN "DEPTMANT"
013840             MOVE OA-DEPT-MAINT-OK  TO WS-GRANTED-FLAG
013850         WHEN "MATLMANT"
013860             MOVE OA-MATL-MAINT-OK  TO WS-GRANTED-FLAG
013870         WHEN "INCIMANT"
013880             MOVE OA-INCI-MAINT-OK  TO WS-GRANTED-FLAG
013900         WHEN OTHER
014000             DISPLAY "OPERCHK: INVALID OPL-FUNCTION " OPL-FUNCTION
014100             MOVE "N" TO WS-GRANTED-FLAG
014200     END-EVALUATE.
014300
014400     IF FUNCTION-GRANTED
014500         MOVE "Y" TO OPL-RESULT
014600     ELSE
014700         STRING "NOT AUTHORIZED FOR " DELIMITED BY SIZE
014800                OPL-FUNCTION DELIMITED BY SPACE
014900                " - OVERRIDE REFUSED" DELIMITED BY SIZE
015000             INTO OPL-REFUSE-MESSAGE
015100         END-STRING
015200     END-IF.
015300 2000-EXIT.
015400     EXIT.
015500
015600 END PROGRAM OPERCHK.
