002700*    MOD LOG:
002800*    DATE       INIT  DESCRIPTION
002900*    10/08/18   JRP   ORIGINAL PROGRAM.
002910*    11/02/18   JRP   ADDED BKUPGENS, THE BACKUP-GENERATION
002920*                     RETENTION COUNT GENCLEAN NOW READS.  SAME
002930*                     1-99 WHOLE-COUNT RULE AS RPTGENS.
002940*    11/26/18   JRP   THE OPER= ID IS NO LONGER TAKEN ON
002950*                     TRUST.  IT MUST BE ON THE OPERAUTH FILE,
002960*                     ACTIVE, AND GRANTED PARMFILE CHANGES
002970*                     (CHECKED BY THE OPERCHK SUBROUTINE).  A
002980*                     MISSING OR REFUSED ID IS NOW ALSO
002990*                     ERRLOGGED; THE RUN STILL STOPS WITH
002995*                     RETURN CODE 0016.
002996*    11/27/18   JRP   HISTSAMP (0-100 PCT), HISTMON AND OVRDMON
002997*                     (YYYYMM) AND REJESCDAYS (1-999) ARE NOW
002998*                     LEGAL NAMES WITH THEIR OWN RANGE CHECKS.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. PARMMNT.
011800 01  WS-REJECT-MESSAGE               PIC X(53) VALUE SPACES.
011900
012000 COPY CLOCKLNK REPLACING CLOCK-LINKAGE BY WS-CLOCK-LINKAGE.
012050 COPY OPERLNK REPLACING OPER-LINKAGE BY WS-OPER-LINKAGE.
012100
012200 01  WS-HEADING-LINE-1.
012300     05  FILLER                      PIC X(34) VALUE
017300
017400     PERFORM 1100-GET-OPERATOR-ID THRU 1100-EXIT.
017500     IF NO-OPERATOR-GIVEN
017550         PERFORM 1150-LOG-REFUSED-OPERATOR THRU 1150-EXIT
017600         MOVE "Y" TO WS-EOF-SW
017700         GO TO 1000-EXIT
017800     END-IF.
021100*                 (ID = WHO IS SUBMITTING THE CHANGES).  WITHOUT
021200*                 IT THE RUN IS REFUSED -- AN UNATTRIBUTED
021300*                 PARMFILE CHANGE IS EXACTLY WHAT THIS UTILITY
021400*                 EXISTS TO STOP.  SO IS AN ID THAT OPERAUTH
021450*                 DOES NOT AUTHORIZE FOR PARMFILE CHANGES.
021500******************************************************************
021600 1100-GET-OPERATOR-ID.
021700     DISPLAY 1 UPON ARGUMENT-NUMBER.
022700         MOVE "Y" TO WS-NO-OPERATOR-SW
022800         DISPLAY "PARMMNT: NO OPER=ID ON THE COMMAND LINE -- "
022900             "RUN REFUSED."
022925         MOVE "NO OPER=ID ON THE COMMAND LINE - RUN REFUSED"
022950             TO WS-REJECT-MESSAGE
022975         GO TO 1100-EXIT
023000     END-IF.
023005
023010     MOVE WS-OPERATOR-ID TO OPL-OPERATOR-ID.
023015     MOVE "PARMCHG"      TO OPL-FUNCTION.
023020     CALL "OPERCHK" USING WS-OPER-LINKAGE.
023025     IF OPL-REFUSED
023030         MOVE "Y" TO WS-NO-OPERATOR-SW
023035         MOVE OPL-REFUSE-MESSAGE TO WS-REJECT-MESSAGE
023040         DISPLAY "PARMMNT: OPER=" WS-OPERATOR-ID " REFUSED -- "
023045             OPL-REFUSE-MESSAGE
023050     END-IF.
023100 1100-EXIT.
023200     EXIT.
023202
023204******************************************************************
023206*    1150-LOG-REFUSED-OPERATOR -- A REFUSED RUN OPENS NOTHING
023208*                 ELSE, BUT THE REFUSAL ITSELF GOES ON RECORD IN
023209*                 ERRLOG.
023210******************************************************************
023212 1150-LOG-REFUSED-OPERATOR.
023214     OPEN EXTEND ERROR-LOG-FILE.
023216     IF WS-ERRLOG-STATUS = "05" OR WS-ERRLOG-STATUS = "35"
023218         OPEN OUTPUT ERROR-LOG-FILE
023220     END-IF.
023222
023224     MOVE "PARMMNT"         TO ERR-PROGRAM-ID.
023226     MOVE "OPER="           TO ERR-FIELD-NAME.
023228     MOVE WS-OPER-PARM      TO ERR-BAD-VALUE.
023230     MOVE WS-REJECT-MESSAGE TO ERR-MESSAGE.
023232     MOVE WS-RUN-DATE       TO ERR-RUN-DATE.
023234     MOVE WS-RUN-TIME       TO ERR-TIME.
023236     MOVE SPACES            TO ERR-TRACE-ID.
023238     WRITE ERR-LOG-RECORD.
023240
023242     CLOSE ERROR-LOG-FILE.
023244 1150-EXIT.
023246     EXIT.
023300
023400 1200-LOAD-PARM-TABLE.
023500     OPEN INPUT PARAMETER-FILE.
030500                     TO WS-REJECT-MESSAGE
030600             END-IF
030700         WHEN "RPTGENS"
030710         WHEN "BKUPGENS"
030800             PERFORM 2200-CHECK-SMALL-COUNT THRU 2200-EXIT
030900         WHEN "SHAPEMON"
031000             PERFORM 2300-CHECK-YYYYMM THRU 2300-EXIT
031100         WHEN "BILLMON"
031200             PERFORM 2300-CHECK-YYYYMM THRU 2300-EXIT
031210         WHEN "HISTMON"
031220         WHEN "OVRDMON"
031230             PERFORM 2300-CHECK-YYYYMM THRU 2300-EXIT
031240         WHEN "HISTSAMP"
031250             IF WS-NUM-VALUE NOT = FUNCTION INTEGER(WS-NUM-VALUE)
031260                 OR WS-NUM-VALUE < 0
031270                 OR WS-NUM-VALUE > 100
031280                 MOVE "N" TO WS-VALID-SW
031290                 MOVE "HISTSAMP MUST BE A WHOLE PERCENT, 0 TO 100"
031292                     TO WS-REJECT-MESSAGE
031294             END-IF
031296         WHEN "REJESCDAYS"
031297             PERFORM 2400-CHECK-ESCALATION-DAYS THRU 2400-EXIT
031300         WHEN "FIBLIMIT"
031400             PERFORM 2250-CHECK-POSITIVE-COUNT THRU 2250-EXIT
031500         WHEN "CALCRETN"
033300     EXIT.
033400
033500******************************************************************
033600*    2200-CHECK-SMALL-COUNT -- RPTGENS AND BKUPGENS ARE SMALL
033700*                 POSITIVE WHOLE-NUMBER RETENTION COUNTS (1-99).
033800******************************************************************
033900 2200-CHECK-SMALL-COUNT.
034000     IF WS-NUM-VALUE NOT = FUNCTION INTEGER(WS-NUM-VALUE)
036400     EXIT.
036500
036600******************************************************************
036700*    2300-CHECK-YYYYMM -- SHAPEMON, BILLMON, HISTMON AND OVRDMON
036800*                 MUST BE A REAL CALENDAR MONTH: A SIX-DIGIT
036900*                 YYYYMM WITH A PLAUSIBLE CENTURY AND A MONTH OF
036950*                 01-12.
037000******************************************************************
037100 2300-CHECK-YYYYMM.
037200     IF WS-NUM-VALUE NOT = FUNCTION INTEGER(WS-NUM-VALUE)
038700 2300-EXIT.
038800     EXIT.
038900
038910******************************************************************
038920*    2400-CHECK-ESCALATION-DAYS -- REJESCDAYS IS THE AGE IN DAYS
038930*                 AT WHICH REJAGE ESCALATES AN OPEN REJECT, 1-999.
038940******************************************************************
038950 2400-CHECK-ESCALATION-DAYS.
038955     IF WS-NUM-VALUE NOT = FUNCTION INTEGER(WS-NUM-VALUE)
038960         OR WS-NUM-VALUE < 1
038965         OR WS-NUM-VALUE > 999
038970         MOVE "N" TO WS-VALID-SW
038975         MOVE "REJESCDAYS MUST BE A WHOLE COUNT FROM 1 TO 999"
038980             TO WS-REJECT-MESSAGE
038985     END-IF.
038990 2400-EXIT.
038995     EXIT.
038998
039000******************************************************************
039100*    2500-APPLY-UPDATE -- FIND (OR ADD) THE PARAMETER IN THE
039200*                 TABLE, RECORD THE CHANGE IN PARMAUD, AND PUT
