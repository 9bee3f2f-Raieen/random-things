002400*    MOD LOG:
002500*    DATE       INIT  DESCRIPTION
002600*    10/02/18   JRP   ORIGINAL PROGRAM.
002610*    11/26/18   JRP   THE RUN NOW REQUIRES "OPER=ID" ON THE
002620*                     COMMAND LINE.  THE ID MUST BE ON THE
002630*                     OPERAUTH FILE, ACTIVE, AND GRANTED
002640*                     OPERATIONS MAINTENANCE (CHECKED BY THE
002650*                     OPERCHK SUBROUTINE), AND IS PRINTED AT THE
002660*                     HEAD OF THE ACTION REPORT.  A MISSING OR
002670*                     REFUSED ID IS ERRLOGGED AND THE RUN STOPS
002680*                     WITH RETURN CODE 0016, TOUCHING NOTHING.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. OPSMNT.
005100     SELECT OPS-REPORT-FILE ASSIGN TO "OPSRPT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-OPSRPT-STATUS.
005320
005340     SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
005360         ORGANIZATION IS LINE SEQUENTIAL
005380         FILE STATUS IS WS-ERRLOG-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  OPS-MAINT-FILE
007100 FD  OPS-REPORT-FILE
007200     LABEL RECORD IS STANDARD.
007300 01  OPS-REPORT-RECORD               PIC X(90).
007320
007340 FD  ERROR-LOG-FILE
007360     LABEL RECORD IS STANDARD.
007380 COPY ERRLOGRC.
007400
007500 WORKING-STORAGE SECTION.
007600 01  WS-OPSTRAN-STATUS               PIC X(02) VALUE "00".
007800 01  WS-MATHCKPT-STATUS              PIC X(02) VALUE "00".
007900 01  WS-CHKPTLOG-STATUS              PIC X(02) VALUE "00".
008000 01  WS-OPSRPT-STATUS                PIC X(02) VALUE "00".
008050 01  WS-ERRLOG-STATUS                PIC X(02) VALUE "00".
008100
008200 01  WS-SWITCHES.
008300     05  WS-EOF-SW                   PIC X(01) VALUE "N".
008600         88  END-OF-SWEEP            VALUE "Y".
008700     05  WS-RUNCTL-AVAIL-SW          PIC X(01) VALUE "N".
008800         88  RUNCTL-AVAILABLE        VALUE "Y".
008825     05  WS-NO-OPERATOR-SW           PIC X(01) VALUE "N".
008850         88  NO-OPERATOR-GIVEN       VALUE "Y".
008900
009000 01  WS-ACTION-COUNT                 PIC 9(06) VALUE 0.
009100 01  WS-TOUCHED-COUNT                PIC 9(06) VALUE 0.
009200 01  WS-DELETE-NAME                  PIC X(18) VALUE SPACES.
009300
009310 01  WS-OPER-PARM                    PIC X(13) VALUE SPACES.
009320 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
009330 01  WS-REFUSE-MESSAGE               PIC X(53) VALUE SPACES.
009340 01  WS-RUN-DATE                     PIC 9(08) VALUE 0.
009350 01  WS-RUN-TIME                     PIC 9(06) VALUE 0.
009360
009400 COPY CLOCKLNK REPLACING CLOCK-LINKAGE BY WS-CLOCK-LINKAGE.
009410 COPY OPERLNK REPLACING OPER-LINKAGE BY WS-OPER-LINKAGE.
009420
009430 01  WS-OPERATOR-LINE.
009440     05  FILLER                      PIC X(36) VALUE
009450         " OPERATIONS MAINTENANCE, OPERATOR = ".
009460     05  OL-OPERATOR-ID              PIC X(08).
009500
009600 01  WS-ACTION-LINE.
009700     05  FILLER                      PIC X(01) VALUE SPACE.
015700     STOP RUN.
015800
015900******************************************************************
016000*    1000-INITIALIZE -- STAMP THE RUN, INSIST ON AN AUTHORIZED
016050*                 OPERATOR ID, OPEN THE FILES AND PRIME
016100*                 THE FIRST ACTION READ.  A MISSING RUNCTL ONLY
016200*                 COSTS THE RUNCTL ACTIONS -- THE CHECKPOINT
016300*                 ACTIONS STILL WORK.
016700     MOVE "OPSMNT" TO CLK-PROGRAM-ID.
016800     MOVE "START"  TO CLK-EVENT.
016900     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
016910     MOVE CLK-RETURN-DATE TO WS-RUN-DATE.
016920     MOVE CLK-RETURN-TIME TO WS-RUN-TIME.
016930
016940     PERFORM 1100-GET-OPERATOR-ID THRU 1100-EXIT.
016950     IF NO-OPERATOR-GIVEN
016960         PERFORM 1150-LOG-REFUSED-OPERATOR THRU 1150-EXIT
016970         MOVE "Y" TO WS-EOF-SW
016980         GO TO 1000-EXIT
016990     END-IF.
017000
017100     OPEN OUTPUT OPS-REPORT-FILE.
017125     MOVE WS-OPERATOR-ID TO OL-OPERATOR-ID.
017150     WRITE OPS-REPORT-RECORD FROM WS-OPERATOR-LINE.
017200     WRITE OPS-REPORT-RECORD FROM WS-HEADING-LINE-1.
017300
017400     OPEN I-O RUN-CONTROL-FILE.
019100     PERFORM 2900-READ-OPSTRAN.
019200 1000-EXIT.
019300     EXIT.
019301
019302******************************************************************
019303*    1100-GET-OPERATOR-ID -- THE COMMAND LINE MUST SAY "OPER=ID"
019304*                 (ID = WHO IS DOING THE MAINTENANCE), AND THE ID
019305*                 MUST BE ON OPERAUTH, ACTIVE, AND GRANTED
019306*                 OPERATIONS MAINTENANCE.  OTHERWISE THE RUN IS
019307*                 REFUSED BEFORE ANY FILE IS TOUCHED.
019308******************************************************************
019309 1100-GET-OPERATOR-ID.
019310     DISPLAY 1 UPON ARGUMENT-NUMBER.
019311     ACCEPT WS-OPER-PARM FROM ARGUMENT-VALUE
019312         ON EXCEPTION
019313             MOVE SPACES TO WS-OPER-PARM
019314     END-ACCEPT.
019315
019316     IF WS-OPER-PARM (1:5) = "OPER="
019317         AND WS-OPER-PARM (6:8) NOT = SPACES
019318         MOVE WS-OPER-PARM (6:8) TO WS-OPERATOR-ID
019319     ELSE
019320         MOVE "Y" TO WS-NO-OPERATOR-SW
019321         DISPLAY "OPSMNT: NO OPER=ID ON THE COMMAND LINE -- "
019322             "RUN REFUSED."
019323         MOVE "NO OPER=ID ON THE COMMAND LINE - RUN REFUSED"
019324             TO WS-REFUSE-MESSAGE
019325         GO TO 1100-EXIT
019326     END-IF.
019327
019328     MOVE WS-OPERATOR-ID TO OPL-OPERATOR-ID.
019329     MOVE "OPSMAINT"     TO OPL-FUNCTION.
019330     CALL "OPERCHK" USING WS-OPER-LINKAGE.
019331     IF OPL-REFUSED
019332         MOVE "Y" TO WS-NO-OPERATOR-SW
019333         MOVE OPL-REFUSE-MESSAGE TO WS-REFUSE-MESSAGE
019334         DISPLAY "OPSMNT: OPER=" WS-OPERATOR-ID " REFUSED -- "
019335             OPL-REFUSE-MESSAGE
019336     END-IF.
019337 1100-EXIT.
019338     EXIT.
019339
019340******************************************************************
019341*    1150-LOG-REFUSED-OPERATOR -- A REFUSED RUN OPENS NOTHING
019342*                 ELSE, BUT THE REFUSAL ITSELF GOES ON RECORD IN
019343*                 ERRLOG.
019344******************************************************************
019345 1150-LOG-REFUSED-OPERATOR.
019346     OPEN EXTEND ERROR-LOG-FILE.
019347     IF WS-ERRLOG-STATUS = "05" OR WS-ERRLOG-STATUS = "35"
019348         OPEN OUTPUT ERROR-LOG-FILE
019349     END-IF.
019350
019351     MOVE "OPSMNT"          TO ERR-PROGRAM-ID.
019352     MOVE "OPER="           TO ERR-FIELD-NAME.
019353     MOVE WS-OPER-PARM      TO ERR-BAD-VALUE.
019354     MOVE WS-REFUSE-MESSAGE TO ERR-MESSAGE.
019355     MOVE WS-RUN-DATE       TO ERR-RUN-DATE.
019356     MOVE WS-RUN-TIME       TO ERR-TIME.
019357     MOVE SPACES            TO ERR-TRACE-ID.
019358     WRITE ERR-LOG-RECORD.
019359
019360     CLOSE ERROR-LOG-FILE.
019361 1150-EXIT.
019362     EXIT.
019400
019500******************************************************************
019600*    2000-PROCESS-ACTION -- DISPATCH ONE MAINTENANCE ACTION.
046800*                 CBL_DELETE_FILE LEAVES ITS OWN STATUS THERE.
046900******************************************************************
047000 3000-TERMINATE.
047020     IF NO-OPERATOR-GIVEN
047040         GO TO 3000-WRAP-UP
047060     END-IF.
047080
047100     MOVE WS-ACTION-COUNT  TO TL-ACTION-COUNT.
047200     MOVE WS-TOUCHED-COUNT TO TL-TOUCHED-COUNT.
047300     WRITE OPS-REPORT-RECORD FROM WS-TOTAL-LINE.
047800     END-IF.
047900     CLOSE OPS-REPORT-FILE.
048000
048050 3000-WRAP-UP.
048100     MOVE "STAMP"  TO CLK-FUNCTION.
048200     MOVE "OPSMNT" TO CLK-PROGRAM-ID.
048300     MOVE "END"    TO CLK-EVENT.
048600     DISPLAY "OPSMNT: " WS-ACTION-COUNT " ACTION(S), "
048700         WS-TOUCHED-COUNT " RECORD(S) TOUCHED.".
048800
048825     IF NO-OPERATOR-GIVEN
048850         MOVE 0016 TO RETURN-CODE
048875     ELSE
048900         MOVE 0000 TO RETURN-CODE
048925     END-IF.
049000 3000-EXIT.
049100     EXIT.
049200
