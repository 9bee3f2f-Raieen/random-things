002580*                     HISTORY FILE FINALLY STOPS GROWING
002590*                     FOREVER.  A ZERO DAY COUNT IS REFUSED THE
002591*                     SAME WAY AN UNSELECTIVE PURGE IS.
002592*    11/16/18   JRP   MATH NOW FLAGS A HISTORY RECORD SUSPECT
002593*                     WHEN A SAMPLED RECOMPUTE DISAGREES WITH IT.
002594*                     THE LIST ACTION MARKS SUSPECT RECORDS, AND
002595*                     A NEW SUSPCT ACTION PURGES EVERY SUSPECT
002596*                     RECORD SO MATH CAN LAND A FRESH ANSWER IN
002597*                     ITS PLACE.  THE HISTAUD MONTHLY REPORT
002602*                     LISTS WHAT IS WAITING.
002607*    11/26/18   JRP   THE RUN NOW REQUIRES "OPER=ID" ON THE
002612*                     COMMAND LINE.  THE ID MUST BE ON THE
002617*                     OPERAUTH FILE, ACTIVE, AND GRANTED HISTORY
002622*                     PURGES (CHECKED BY THE OPERCHK SUBROUTINE),
002627*                     AND IS PRINTED AT THE HEAD OF THE ACTION
002632*                     REPORT.  A MISSING OR REFUSED ID IS
002637*                     ERRLOGGED AND THE RUN STOPS WITH RETURN CODE
002642*                     0016, TOUCHING NOTHING.
002647******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. HISTMNT.
002900 ENVIRONMENT DIVISION.
004200     SELECT HIST-REPORT-FILE ASSIGN TO "HISTRPT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-HISTRPT-STATUS.
004420
004440     SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
004460         ORGANIZATION IS LINE SEQUENTIAL
004480         FILE STATUS IS WS-ERRLOG-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  HIST-MAINT-FILE
005400 FD  HIST-REPORT-FILE
005500     LABEL RECORD IS STANDARD.
005600 01  HIST-REPORT-RECORD              PIC X(110).
005620
005640 FD  ERROR-LOG-FILE
005660     LABEL RECORD IS STANDARD.
005680 COPY ERRLOGRC.
005700
005800 WORKING-STORAGE SECTION.
005900 01  WS-HISTTRAN-STATUS              PIC X(02) VALUE "00".
006000 01  WS-MATHHIST-STATUS              PIC X(02) VALUE "00".
006100 01  WS-HISTRPT-STATUS               PIC X(02) VALUE "00".
006150 01  WS-ERRLOG-STATUS                PIC X(02) VALUE "00".
006200
006300 01  WS-SWITCHES.
006400     05  WS-EOF-SW                   PIC X(01) VALUE "N".
006500         88  END-OF-HISTTRAN         VALUE "Y".
006600     05  WS-SWEEP-EOF-SW             PIC X(01) VALUE "N".
006700         88  END-OF-SWEEP            VALUE "Y".
006725     05  WS-NO-OPERATOR-SW           PIC X(01) VALUE "N".
006750         88  NO-OPERATOR-GIVEN       VALUE "Y".
006800
006900 01  WS-ACTION-COUNT                 PIC 9(06) VALUE 0.
007000 01  WS-TOUCHED-COUNT                PIC 9(06) VALUE 0.
007100 01  WS-PURGED-COUNT                 PIC 9(06) VALUE 0.
007110 01  WS-AGED-COUNT                   PIC 9(06) VALUE 0.
007115 01  WS-SUSPECT-COUNT                PIC 9(06) VALUE 0.
007120
007130 01  WS-RUN-DATE                     PIC 9(08) VALUE 0.
007135 01  WS-RUN-TIME                     PIC 9(06) VALUE 0.
007140 01  WS-CUTOFF-DATE                  PIC 9(08) VALUE 0.
007150 01  WS-CUTOFF-INTEGER               PIC 9(08) VALUE 0.
007200
007210 01  WS-OPER-PARM                    PIC X(13) VALUE SPACES.
007220 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
007230 01  WS-REFUSE-MESSAGE               PIC X(53) VALUE SPACES.
007250
007300 COPY CLOCKLNK REPLACING CLOCK-LINKAGE BY WS-CLOCK-LINKAGE.
007310 COPY OPERLNK REPLACING OPER-LINKAGE BY WS-OPER-LINKAGE.
007320
007330 01  WS-OPERATOR-LINE.
007340     05  FILLER                      PIC X(34) VALUE
007350         " MATHHIST MAINTENANCE, OPERATOR = ".
007360     05  OL-OPERATOR-ID              PIC X(08).
007400
007500 01  WS-ACTION-LINE.
007600     05  FILLER                      PIC X(01) VALUE SPACE.
011100     STOP RUN.
011200
011300******************************************************************
011400*    1000-INITIALIZE -- STAMP THE RUN, INSIST ON AN AUTHORIZED
011450*                 OPERATOR ID, OPEN THE FILES AND PRIME
011500*                 THE FIRST TRANSACTION READ.
011600******************************************************************
011700 1000-INITIALIZE.
012000     MOVE "START"   TO CLK-EVENT.
012100     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
012110     MOVE CLK-RETURN-DATE TO WS-RUN-DATE.
012120     MOVE CLK-RETURN-TIME TO WS-RUN-TIME.
012130
012140     PERFORM 1100-GET-OPERATOR-ID THRU 1100-EXIT.
012150     IF NO-OPERATOR-GIVEN
012160         PERFORM 1150-LOG-REFUSED-OPERATOR THRU 1150-EXIT
012170         MOVE "Y" TO WS-EOF-SW
012180         GO TO 1000-EXIT
012190     END-IF.
012200
012300     OPEN OUTPUT HIST-REPORT-FILE.
012325     MOVE WS-OPERATOR-ID TO OL-OPERATOR-ID.
012350     WRITE HIST-REPORT-RECORD FROM WS-OPERATOR-LINE.
012400     WRITE HIST-REPORT-RECORD FROM WS-HEADING-LINE-1.
012500
012600     OPEN I-O MATH-HISTORY-FILE.
014200     PERFORM 2900-READ-HISTTRAN.
014300 1000-EXIT.
014400     EXIT.
014401
014402******************************************************************
014403*    1100-GET-OPERATOR-ID -- THE COMMAND LINE MUST SAY "OPER=ID"
014404*                 (ID = WHO IS DOING THE MAINTENANCE), AND THE ID
014405*                 MUST BE ON OPERAUTH, ACTIVE, AND GRANTED
014406*                 MATHHIST MAINTENANCE.  OTHERWISE THE RUN IS
014407*                 REFUSED BEFORE ANY FILE IS TOUCHED.
014408******************************************************************
014409 1100-GET-OPERATOR-ID.
014410     DISPLAY 1 UPON ARGUMENT-NUMBER.
014411     ACCEPT WS-OPER-PARM FROM ARGUMENT-VALUE
014412         ON EXCEPTION
014413             MOVE SPACES TO WS-OPER-PARM
014414     END-ACCEPT.
014415
014416     IF WS-OPER-PARM (1:5) = "OPER="
014417         AND WS-OPER-PARM (6:8) NOT = SPACES
014418         MOVE WS-OPER-PARM (6:8) TO WS-OPERATOR-ID
014419     ELSE
014420         MOVE "Y" TO WS-NO-OPERATOR-SW
014421         DISPLAY "HISTMNT: NO OPER=ID ON THE COMMAND LINE -- "
014422             "RUN REFUSED."
014423         MOVE "NO OPER=ID ON THE COMMAND LINE - RUN REFUSED"
014424             TO WS-REFUSE-MESSAGE
014425         GO TO 1100-EXIT
014426     END-IF.
014427
014428     MOVE WS-OPERATOR-ID TO OPL-OPERATOR-ID.
014429     MOVE "HISTPURG"     TO OPL-FUNCTION.
014430     CALL "OPERCHK" USING WS-OPER-LINKAGE.
014431     IF OPL-REFUSED
014432         MOVE "Y" TO WS-NO-OPERATOR-SW
014433         MOVE OPL-REFUSE-MESSAGE TO WS-REFUSE-MESSAGE
014434         DISPLAY "HISTMNT: OPER=" WS-OPERATOR-ID " REFUSED -- "
014435             OPL-REFUSE-MESSAGE
014436     END-IF.
014437 1100-EXIT.
014438     EXIT.
014439
014440******************************************************************
014441*    1150-LOG-REFUSED-OPERATOR -- A REFUSED RUN OPENS NOTHING
014442*                 ELSE, BUT THE REFUSAL ITSELF GOES ON RECORD IN
014443*                 ERRLOG.
014444******************************************************************
014445 1150-LOG-REFUSED-OPERATOR.
014446     OPEN EXTEND ERROR-LOG-FILE.
014447     IF WS-ERRLOG-STATUS = "05" OR WS-ERRLOG-STATUS = "35"
014448         OPEN OUTPUT ERROR-LOG-FILE
014449     END-IF.
014450
014451     MOVE "HISTMNT"         TO ERR-PROGRAM-ID.
014452     MOVE "OPER="           TO ERR-FIELD-NAME.
014453     MOVE WS-OPER-PARM      TO ERR-BAD-VALUE.
014454     MOVE WS-REFUSE-MESSAGE TO ERR-MESSAGE.
014455     MOVE WS-RUN-DATE       TO ERR-RUN-DATE.
014456     MOVE WS-RUN-TIME       TO ERR-TIME.
014457     MOVE SPACES            TO ERR-TRACE-ID.
014458     WRITE ERR-LOG-RECORD.
014459
014460     CLOSE ERROR-LOG-FILE.
014461 1150-EXIT.
014462     EXIT.
014500
014600******************************************************************
014700*    2000-PROCESS-ACTION -- DISPATCH ONE MAINTENANCE ACTION.
015800             PERFORM 2300-PURGE-RECORDS THRU 2300-EXIT
015810         WHEN "AGEOUT"
015820             PERFORM 2400-AGEOUT-RECORDS THRU 2400-EXIT
015845         WHEN "SUSPCT"
015870             PERFORM 2500-PURGE-SUSPECTS THRU 2500-EXIT
015900         WHEN OTHER
016000             MOVE SPACES TO WS-ACTION-LINE
016100             MOVE HM-ACTION TO AL-ACTION
018910     MOVE MH-USE-COUNT    TO AL-USE-COUNT.
018920     MOVE MH-LAST-USED-DATE TO AL-LAST-USED.
019000     MOVE "LISTED"        TO AL-DISPOSITION.
019025     IF MH-SUSPECT
019050         MOVE "SUSPECT"   TO AL-DISPOSITION
019075     END-IF.
019100     WRITE HIST-REPORT-RECORD FROM WS-ACTION-LINE.
019200     ADD 1 TO WS-TOUCHED-COUNT.
019300     PERFORM 2850-READ-SWEEP.
027524 2410-EXIT.
027525     EXIT.
027526
027527******************************************************************
027528*    2500-PURGE-SUSPECTS -- SWEEP THE FILE AND DELETE EVERY
027529*                 RECORD MATH FLAGGED SUSPECT AFTER A SAMPLED
027530*                 RECOMPUTE DISAGREED WITH IT.  THE NEXT REPEAT
027531*                 OF THE REQUEST LANDS A FRESH ANSWER.
027532******************************************************************
027533 2500-PURGE-SUSPECTS.
027534     MOVE 0 TO WS-SUSPECT-COUNT.
027535     PERFORM 2800-START-SWEEP THRU 2800-EXIT.
027536     PERFORM 2510-PURGE-ONE-SUSPECT THRU 2510-EXIT
027537         UNTIL END-OF-SWEEP.
027538
027539     DISPLAY "HISTMNT: SUSPCT REMOVED " WS-SUSPECT-COUNT
027540         " SUSPECT RECORD(S).".
027541 2500-EXIT.
027542     EXIT.
027543
027544 2510-PURGE-ONE-SUSPECT.
027545     IF MH-SUSPECT
027546         MOVE SPACES TO WS-ACTION-LINE
027547         MOVE "SUSPCT"        TO AL-ACTION
027548         MOVE MH-REQUEST-TYPE TO AL-REQUEST-TYPE
027549         MOVE MH-SHAPE-TYPE   TO AL-SHAPE-TYPE
027550         MOVE MH-DIM1         TO AL-DIM1
027551         MOVE MH-DIM2         TO AL-DIM2
027552         MOVE MH-RESULT-VALUE TO AL-RESULT
027553         MOVE MH-USE-COUNT    TO AL-USE-COUNT
027554         MOVE MH-LAST-USED-DATE TO AL-LAST-USED
027555         MOVE "PURGED"        TO AL-DISPOSITION
027556         WRITE HIST-REPORT-RECORD FROM WS-ACTION-LINE
027557         DELETE MATH-HISTORY-FILE RECORD
027558         ADD 1 TO WS-SUSPECT-COUNT
027559         ADD 1 TO WS-TOUCHED-COUNT
027560     END-IF.
027561     PERFORM 2850-READ-SWEEP.
027562 2510-EXIT.
027563     EXIT.
027564
027600******************************************************************
027700*    2800-START-SWEEP -- POSITION A SEQUENTIAL SWEEP AT THE
027800*                 FIRST RECORD OF THE HISTORY FILE.
031100*                 CLOSE UP.
031200******************************************************************
031300 3000-TERMINATE.
031320     IF NO-OPERATOR-GIVEN
031340         GO TO 3000-WRAP-UP
031360     END-IF.
031380
031400     MOVE WS-ACTION-COUNT  TO TL-ACTION-COUNT.
031500     MOVE WS-TOUCHED-COUNT TO TL-TOUCHED-COUNT.
031600     WRITE HIST-REPORT-RECORD FROM WS-TOTAL-LINE.
031900     CLOSE MATH-HISTORY-FILE.
032000     CLOSE HIST-REPORT-FILE.
032100
032150 3000-WRAP-UP.
032200     MOVE "STAMP"   TO CLK-FUNCTION.
032300     MOVE "HISTMNT" TO CLK-PROGRAM-ID.
032400     MOVE "END"     TO CLK-EVENT.
032700     DISPLAY "HISTMNT: " WS-ACTION-COUNT " ACTION(S), "
032800         WS-TOUCHED-COUNT " RECORD(S) TOUCHED.".
032900
032925     IF NO-OPERATOR-GIVEN
032950         MOVE 0016 TO RETURN-CODE
032975     ELSE
033000         MOVE 0000 TO RETURN-CODE
033025     END-IF.
033100 3000-EXIT.
033200     EXIT.
033300
