002704*                     FIBONACCI'S TERMS HAVE NO SUBMITTING CARD,
002705*                     SO EVERY RECORD THIS PROGRAM WRITES SETS
002706*                     THE FIELD TO SPACES.
002708*    11/26/18   JRP   A RERUN= ID IS NO LONGER TAKEN ON TRUST.
002710*                     BEFORE A COMPLETED REGISTRATION IS FORCED
002712*                     THE ID IS CHECKED ON THE OPERAUTH FILE (BY
002714*                     THE OPERCHK SUBROUTINE) FOR THE RERUN
002716*                     FUNCTION.  AN UNKNOWN, INACTIVE OR
002718*                     UNAUTHORIZED ID IS ERRLOGGED AND THE RUN IS
002720*                     BLOCKED AS IF NO OVERRIDE HAD BEEN GIVEN.
002730******************************************************************
002760 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. FIBONACCI.
010200 01  WS-JOB-END-TIME             PIC 9(06).
010300
010400 COPY CLOCKLNK REPLACING CLOCK-LINKAGE BY WS-CLOCK-LINKAGE.
010500 COPY OPERLNK REPLACING OPER-LINKAGE BY WS-OPER-LINKAGE.
010600
010700 PROCEDURE DIVISION.
010800 0000-MAINLINE.
014845*                 MEANS THE PRIOR ATTEMPT ABENDED AND A RERUN
014846*                 PASSES THROUGH; ONE MARKED COMPLETE IS A
014847*                 DUPLICATE AND IS BLOCKED UNLESS THE RERUN
014848*                 OVERRIDE WAS GIVEN BY AN AUTHORIZED OPERATOR.
014849******************************************************************
014850 1400-REGISTER-RUN.
014851     OPEN I-O RUN-CONTROL-FILE.
014880             "-- CONTINUING AS A RESTART."
014881         GO TO 1450-EXIT
014882     END-IF.
014883     PERFORM 1460-VERIFY-OVERRIDE THRU 1460-EXIT.
014884     IF RERUN-OVERRIDE-GIVEN
014885         MOVE "RUNNING"      TO RUNC-STATUS
014886         MOVE WS-RUN-TIME    TO RUNC-START-TIME
014898 1450-EXIT.
014899     EXIT.
014900
014902******************************************************************
014904*    1460-VERIFY-OVERRIDE -- A RERUN= ID MUST BE ON OPERAUTH,
014906*                 ACTIVE, AND GRANTED RERUNS.  A REFUSED ID IS
014908*                 DROPPED (THE RUN IS BLOCKED AS A PLAIN
014910*                 DUPLICATE) AND THE REFUSAL IS ERRLOGGED HERE.
014912******************************************************************
014914 1460-VERIFY-OVERRIDE.
014916     IF NOT RERUN-OVERRIDE-GIVEN
014918         GO TO 1460-EXIT
014920     END-IF.
014922
014924     MOVE WS-OVERRIDE-ID TO OPL-OPERATOR-ID.
014926     MOVE "RERUN"        TO OPL-FUNCTION.
014928     CALL "OPERCHK" USING WS-OPER-LINKAGE.
014930
014932     IF OPL-AUTHORIZED
014934         GO TO 1460-EXIT
014936     END-IF.
014938
014940     MOVE "N" TO WS-OVERRIDE-SW.
014942     DISPLAY "FIBONACCI: RERUN=" WS-OVERRIDE-ID " REFUSED -- "
014944         OPL-REFUSE-MESSAGE.
014946     OPEN EXTEND ERROR-LOG-FILE.
014948     IF WS-ERRLOG-STATUS = "05" OR WS-ERRLOG-STATUS = "35"
014950         OPEN OUTPUT ERROR-LOG-FILE
014952     END-IF.
014954     MOVE "FIBONAC"          TO ERR-PROGRAM-ID.
014956     MOVE "RERUN="           TO ERR-FIELD-NAME.
014958     MOVE WS-OVERRIDE-ID     TO ERR-BAD-VALUE.
014960     MOVE OPL-REFUSE-MESSAGE TO ERR-MESSAGE.
014962     MOVE WS-RUN-DATE        TO ERR-RUN-DATE.
014964     MOVE WS-RUN-TIME        TO ERR-TIME.
014966     MOVE SPACES             TO ERR-TRACE-ID.
014968     WRITE ERR-LOG-RECORD.
014970     CLOSE ERROR-LOG-FILE.
014972 1460-EXIT.
014974     EXIT.
014976
015000******************************************************************
015100*    2000-GET-TERM-LIMIT -- RUN-TIME TERM COUNT, DEFAULTING TO
015200*                 THE PARMFILE VALUE WHEN THE OPERATOR ENTERS
