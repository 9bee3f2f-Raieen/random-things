000100******************************************************************
000200*    PROGRAM-ID:  INCIMNT
000300*    AUTHOR    :  J. R. PRATHER
000400*    INSTALL.  :  ESTIMATING SYSTEMS
000500*    DATE-WRTN :  10/29/18
000600*    PURPOSE   :  INCIDENT FOLLOW-UP.  STREAM OPENS AN INCIDENT
000700*                 IN THE KEYED INCIDENT FILE FOR EVERY STEP THAT
000800*                 FAILS FOR GOOD; THIS UTILITY IS HOW OPERATIONS
000900*                 SHOWS IT FOLLOWED ONE UP.  DRIVEN BY INCITRAN
001000*                 CARDS IN THE DEPTMNT MOLD: ACKNOWLEDGE MARKS AN
001100*                 OPEN INCIDENT AS SEEN, NOTE RECORDS THE CAUSE
001200*                 AND/OR RESOLUTION, AND CLOSE CLOSES IT ONCE A
001300*                 RESOLUTION IS ON FILE.  EACH ACTION IS STAMPED
001400*                 ON THE INCIDENT WITH THE DATE AND THE OPERATOR
001500*                 ID FROM THE "OPER=ID" COMMAND LINE, AND LISTED
001600*                 ON THE INCIRPT REPORT.  BAD CARDS GO TO ERRLOG.
001700*                 A RUN WITHOUT AN OPERATOR ID IS REFUSED
001800*                 OUTRIGHT -- AN UNSIGNED FOLLOW-UP IS NO
001900*                 EVIDENCE AT ALL.
002000*    TECTONICS :  cobc
002100*------------------------------------------------------------------
002200*    MOD LOG:
002300*    DATE       INIT  DESCRIPTION
002400*    10/29/18   JRP   ORIGINAL PROGRAM.
002410*    11/27/18   JRP   THE OPER= ID MUST NOW BE ON THE OPERAUTH
002420*                     FILE, ACTIVE, AND GRANTED INCIDENT
002430*                     MAINTENANCE (CHECKED BY THE OPERCHK
002440*                     SUBROUTINE).  A MISSING OR REFUSED ID IS
002450*                     NOW ALSO ERRLOGGED; THE RUN STILL STOPS
002460*                     WITH RETURN CODE 0016.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. INCIMNT.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT INCIDENT-UPDATE-FILE ASSIGN TO "INCITRAN"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-INCITRAN-STATUS.
003400
003500     SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS IC-KEY
003900         FILE STATUS IS WS-INCIDENT-STATUS.
004000
004100     SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-ERRLOG-STATUS.
004400
004500     SELECT INCIDENT-REPORT-FILE ASSIGN TO "INCIRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-INCIRPT-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  INCIDENT-UPDATE-FILE
005100     LABEL RECORD IS STANDARD.
005200 COPY INCITRAN.
005300
005400 FD  INCIDENT-FILE.
005500 COPY INCIDENT.
005600
005700 FD  ERROR-LOG-FILE
005800     LABEL RECORD IS STANDARD.
005900 COPY ERRLOGRC.
006000
006100 FD  INCIDENT-REPORT-FILE
006200     LABEL RECORD IS STANDARD.
006300 01  INCIDENT-REPORT-RECORD          PIC X(100).
006400
006500 WORKING-STORAGE SECTION.
006600 01  WS-INCITRAN-STATUS              PIC X(02) VALUE "00".
006700 01  WS-INCIDENT-STATUS              PIC X(02) VALUE "00".
006800 01  WS-ERRLOG-STATUS                PIC X(02) VALUE "00".
006900 01  WS-INCIRPT-STATUS               PIC X(02) VALUE "00".
007000
007100 01  WS-SWITCHES.
007200     05  WS-EOF-SW                   PIC X(01) VALUE "N".
007300         88  END-OF-INCITRAN         VALUE "Y".
007400     05  WS-VALID-SW                 PIC X(01) VALUE "Y".
007500         88  UPDATE-VALID            VALUE "Y".
007600     05  WS-NO-OPERATOR-SW           PIC X(01) VALUE "N".
007700         88  NO-OPERATOR-GIVEN       VALUE "Y".
007800     05  WS-FILE-FAILED-SW           PIC X(01) VALUE "N".
007900         88  INCIDENT-OPEN-FAILED    VALUE "Y".
008000     05  WS-ANY-REJECTS-SW           PIC X(01) VALUE "N".
008100         88  ANY-REJECTS             VALUE "Y".
008200     05  WS-ON-FILE-SW               PIC X(01) VALUE "N".
008300         88  INCIDENT-ON-FILE        VALUE "Y".
008400
008500 01  WS-OPER-PARM                    PIC X(13) VALUE SPACES.
008600 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
008700
008800 01  WS-RUN-DATE                     PIC 9(08) VALUE 0.
008900 01  WS-RUN-TIME                     PIC 9(06) VALUE 0.
009000
009100 01  WS-CARD-COUNT                   PIC 9(06) VALUE 0.
009200 01  WS-ACCEPTED-COUNT               PIC 9(06) VALUE 0.
009300 01  WS-REJECTED-COUNT               PIC 9(06) VALUE 0.
009400
009500 01  WS-REJECT-MESSAGE               PIC X(53) VALUE SPACES.
009600 01  WS-NEW-STATUS                   PIC X(01) VALUE SPACE.
009700
009800 COPY CLOCKLNK REPLACING CLOCK-LINKAGE BY WS-CLOCK-LINKAGE.
009850 COPY OPERLNK REPLACING OPER-LINKAGE BY WS-OPER-LINKAGE.
009900
010000 01  WS-HEADING-LINE-1.
010100     05  FILLER                      PIC X(34) VALUE
010200         " INCIDENT MAINTENANCE, OPERATOR = ".
010300     05  H1-OPERATOR-ID              PIC X(08).
010400     05  FILLER                      PIC X(12) VALUE
010500         "  RUN DATE ".
010600     05  H1-RUN-DATE                 PIC 9(08).
010700
010800 01  WS-HEADING-LINE-2.
010900     05  FILLER                      PIC X(35) VALUE
011000         " STREAM-DT STEP     OC ACTION".
011100     05  FILLER                      PIC X(04) VALUE "ST".
011200     05  FILLER                      PIC X(42) VALUE "NOTE".
011300     05  FILLER                      PIC X(08) VALUE "RESULT".
011400
011500 01  WS-ACTION-LINE.
011600     05  FILLER                      PIC X(01) VALUE SPACE.
011700     05  AL-STREAM-DATE              PIC 9(08).
011800     05  FILLER                      PIC X(02) VALUE SPACE.
011900     05  AL-STEP-NAME                PIC X(08).
012000     05  FILLER                      PIC X(01) VALUE SPACE.
012100     05  AL-OCCURRENCE               PIC 9(02).
012200     05  FILLER                      PIC X(01) VALUE SPACE.
012300     05  AL-ACTION                   PIC X(11).
012400     05  FILLER                      PIC X(01) VALUE SPACE.
012500     05  AL-STATUS                   PIC X(01).
012600     05  FILLER                      PIC X(03) VALUE SPACE.
012700     05  AL-NOTE                     PIC X(40).
012800     05  FILLER                      PIC X(02) VALUE SPACE.
012900     05  AL-DISPOSITION              PIC X(08).
013000
013100 01  WS-TOTAL-LINE.
013200     05  FILLER                      PIC X(01) VALUE SPACE.
013300     05  FILLER                      PIC X(08) VALUE "CARDS =".
013400     05  TL-CARD-COUNT               PIC ZZZZZ9.
013500     05  FILLER                      PIC X(12) VALUE
013600         "  ACCEPTED =".
013700     05  TL-ACCEPTED-COUNT           PIC ZZZZZ9.
013800     05  FILLER                      PIC X(12) VALUE
013900         "  REJECTED =".
014000     05  TL-REJECTED-COUNT           PIC ZZZZZ9.
014100
014200******************************************************************
014300 PROCEDURE DIVISION.
014400 0000-MAINLINE.
014500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014600     PERFORM 2000-PROCESS-UPDATE THRU 2000-EXIT
014700         UNTIL END-OF-INCITRAN.
014800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014900     STOP RUN.
015000
015100******************************************************************
015200*    1000-INITIALIZE -- STAMP THE RUN, INSIST ON AN OPERATOR ID,
015300*                 AND OPEN THE FILES.  THERE IS NOTHING TO
015400*                 MAINTAIN WITHOUT AN INCIDENT FILE, SO A
015500*                 MISSING ONE STOPS THE RUN.
015600******************************************************************
015700 1000-INITIALIZE.
015800     MOVE "STAMP"   TO CLK-FUNCTION.
015900     MOVE "INCIMNT" TO CLK-PROGRAM-ID.
016000     MOVE "START"   TO CLK-EVENT.
016100     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
016200     MOVE CLK-RETURN-DATE TO WS-RUN-DATE.
016300     MOVE CLK-RETURN-TIME TO WS-RUN-TIME.
016400
016500     PERFORM 1100-GET-OPERATOR-ID THRU 1100-EXIT.
016600     IF NO-OPERATOR-GIVEN
016650         PERFORM 1150-LOG-REFUSED-OPERATOR THRU 1150-EXIT
016700         MOVE "Y" TO WS-EOF-SW
016800         GO TO 1000-EXIT
016900     END-IF.
017000
017100     OPEN I-O INCIDENT-FILE.
017200     IF WS-INCIDENT-STATUS NOT = "00"
017300         DISPLAY "INCIMNT: CANNOT OPEN INCIDENT, STATUS = "
017400             WS-INCIDENT-STATUS
017500         MOVE "Y" TO WS-FILE-FAILED-SW
017600         MOVE "Y" TO WS-EOF-SW
017700         GO TO 1000-EXIT
017800     END-IF.
017900
018000     OPEN OUTPUT INCIDENT-REPORT-FILE.
018100     MOVE WS-OPERATOR-ID TO H1-OPERATOR-ID.
018200     MOVE WS-RUN-DATE    TO H1-RUN-DATE.
018300     WRITE INCIDENT-REPORT-RECORD FROM WS-HEADING-LINE-1.
018400     WRITE INCIDENT-REPORT-RECORD FROM WS-HEADING-LINE-2.
018500
018600     OPEN EXTEND ERROR-LOG-FILE.
018700     IF WS-ERRLOG-STATUS = "05" OR WS-ERRLOG-STATUS = "35"
018800         OPEN OUTPUT ERROR-LOG-FILE
018900     END-IF.
019000
019100     OPEN INPUT INCIDENT-UPDATE-FILE.
019200     IF WS-INCITRAN-STATUS NOT = "00"
019300         DISPLAY "INCIMNT: CANNOT OPEN INCITRAN, STATUS = "
019400             WS-INCITRAN-STATUS
019500         MOVE "Y" TO WS-EOF-SW
019600         GO TO 1000-EXIT
019700     END-IF.
019800
019900     PERFORM 2900-READ-INCITRAN.
020000 1000-EXIT.
020100     EXIT.
020200
020300******************************************************************
020400*    1100-GET-OPERATOR-ID -- THE COMMAND LINE MUST SAY "OPER=ID"
020500*                 (ID = WHO IS FOLLOWING UP), AND THE ID MUST BE
020600*                 ON OPERAUTH, ACTIVE, AND GRANTED INCIDENT
020625*                 MAINTENANCE.  OTHERWISE THE RUN IS REFUSED
020650*                 BEFORE ANY FILE IS TOUCHED.
020700******************************************************************
020800 1100-GET-OPERATOR-ID.
020900     DISPLAY 1 UPON ARGUMENT-NUMBER.
021000     ACCEPT WS-OPER-PARM FROM ARGUMENT-VALUE
021100         ON EXCEPTION
021200             MOVE SPACES TO WS-OPER-PARM
021300     END-ACCEPT.
021400
021500     IF WS-OPER-PARM (1:5) = "OPER="
021600         AND WS-OPER-PARM (6:8) NOT = SPACES
021700         MOVE WS-OPER-PARM (6:8) TO WS-OPERATOR-ID
021800     ELSE
021900         MOVE "Y" TO WS-NO-OPERATOR-SW
022000         DISPLAY "INCIMNT: NO OPER=ID ON THE COMMAND LINE -- "
022100             "RUN REFUSED."
022125         MOVE "NO OPER=ID ON THE COMMAND LINE - RUN REFUSED"
022150             TO WS-REJECT-MESSAGE
022175         GO TO 1100-EXIT
022200     END-IF.
022205
022210     MOVE WS-OPERATOR-ID TO OPL-OPERATOR-ID.
022215     MOVE "INCIMANT"     TO OPL-FUNCTION.
022220     CALL "OPERCHK" USING WS-OPER-LINKAGE.
022225     IF OPL-REFUSED
022230         MOVE "Y" TO WS-NO-OPERATOR-SW
022235         MOVE OPL-REFUSE-MESSAGE TO WS-REJECT-MESSAGE
022240         DISPLAY "INCIMNT: OPER=" WS-OPERATOR-ID " REFUSED -- "
022245             OPL-REFUSE-MESSAGE
022250     END-IF.
022300 1100-EXIT.
022400     EXIT.
022402
022404******************************************************************
022406*    1150-LOG-REFUSED-OPERATOR -- A REFUSED RUN OPENS NOTHING
022408*                 ELSE, BUT THE REFUSAL ITSELF GOES ON RECORD IN
022410*                 ERRLOG.
022412******************************************************************
022414 1150-LOG-REFUSED-OPERATOR.
022416     OPEN EXTEND ERROR-LOG-FILE.
022418     IF WS-ERRLOG-STATUS = "05" OR WS-ERRLOG-STATUS = "35"
022420         OPEN OUTPUT ERROR-LOG-FILE
022422     END-IF.
022424
022426     MOVE "INCIMNT"         TO ERR-PROGRAM-ID.
022428     MOVE "OPER="           TO ERR-FIELD-NAME.
022430     MOVE WS-OPER-PARM      TO ERR-BAD-VALUE.
022432     MOVE WS-REJECT-MESSAGE TO ERR-MESSAGE.
022434     MOVE WS-RUN-DATE       TO ERR-RUN-DATE.
022436     MOVE WS-RUN-TIME       TO ERR-TIME.
022438     MOVE SPACES            TO ERR-TRACE-ID.
022440     WRITE ERR-LOG-RECORD.
022442
022444     CLOSE ERROR-LOG-FILE.
022446 1150-EXIT.
022448     EXIT.
022500
022600******************************************************************
022700*    2000-PROCESS-UPDATE -- VALIDATE ONE CARD AND APPLY IT IF IT
022800*                 PASSES.  EVERY CARD LANDS ON THE REPORT WITH
022900*                 ITS DISPOSITION.
023000******************************************************************
023100 2000-PROCESS-UPDATE.
023200     ADD 1 TO WS-CARD-COUNT.
023300     MOVE "Y"    TO WS-VALID-SW.
023400     MOVE SPACES TO WS-REJECT-MESSAGE.
023500
023600     PERFORM 2100-VALIDATE-UPDATE THRU 2100-EXIT.
023700
023800     IF UPDATE-VALID
023900         PERFORM 2500-APPLY-UPDATE THRU 2500-EXIT
024000     ELSE
024100         PERFORM 2600-REJECT-UPDATE THRU 2600-EXIT
024200     END-IF.
024300
024400     PERFORM 2900-READ-INCITRAN.
024500 2000-EXIT.
024600     EXIT.
024700
024800******************************************************************
024900*    2100-VALIDATE-UPDATE -- THE INCIDENT MUST BE ON FILE AND
025000*                 STILL OPEN, THE ACTION KNOWN, AND THE CARD
025100*                 MUST MAKE SENSE FOR THE INCIDENT'S STATUS.
025200*                 THE RANDOM READ LEAVES THE INCIDENT IN THE FD
025300*                 FOR THE APPLY STEP TO CHANGE AND REWRITE.
025400******************************************************************
025500 2100-VALIDATE-UPDATE.
025600     IF IU-STREAM-DATE NOT NUMERIC
025700         OR IU-STEP-NAME = SPACES
025800         OR IU-OCCURRENCE NOT NUMERIC
025900         MOVE "N" TO WS-VALID-SW
026000         MOVE "INCIDENT KEY MISSING OR NOT NUMERIC - REJECTED"
026100             TO WS-REJECT-MESSAGE
026200         GO TO 2100-EXIT
026300     END-IF.
026400
026500     MOVE "Y" TO WS-ON-FILE-SW.
026600     MOVE IU-STREAM-DATE TO IC-STREAM-DATE.
026700     MOVE IU-STEP-NAME   TO IC-STEP-NAME.
026800     MOVE IU-OCCURRENCE  TO IC-OCCURRENCE.
026900     READ INCIDENT-FILE
027000         INVALID KEY
027100             MOVE "N" TO WS-ON-FILE-SW
027200     END-READ.
027300
027400     IF NOT INCIDENT-ON-FILE
027500         MOVE "N" TO WS-VALID-SW
027600         MOVE "INCIDENT NOT ON FILE - UPDATE REJECTED"
027700             TO WS-REJECT-MESSAGE
027800         GO TO 2100-EXIT
027900     END-IF.
028000     IF IC-CLOSED
028100         MOVE "N" TO WS-VALID-SW
028200         MOVE "INCIDENT ALREADY CLOSED - UPDATE REJECTED"
028300             TO WS-REJECT-MESSAGE
028400         GO TO 2100-EXIT
028500     END-IF.
028600
028700     EVALUATE IU-ACTION
028800         WHEN "ACKNOWLEDGE"
028900             PERFORM 2110-VALIDATE-ACKNOWLEDGE THRU 2110-EXIT
029000         WHEN "NOTE"
029100             PERFORM 2120-VALIDATE-NOTE THRU 2120-EXIT
029200         WHEN "CLOSE"
029300             PERFORM 2130-VALIDATE-CLOSE THRU 2130-EXIT
029400         WHEN OTHER
029500             MOVE "N" TO WS-VALID-SW
029600             MOVE "UNKNOWN ACTION - UPDATE REJECTED"
029700                 TO WS-REJECT-MESSAGE
029800     END-EVALUATE.
029900 2100-EXIT.
030000     EXIT.
030100
030200 2110-VALIDATE-ACKNOWLEDGE.
030300     IF NOT IC-OPEN
030400         MOVE "N" TO WS-VALID-SW
030500         MOVE "INCIDENT ALREADY ACKNOWLEDGED - UPDATE REJECTED"
030600             TO WS-REJECT-MESSAGE
030700     END-IF.
030800 2110-EXIT.
030900     EXIT.
031000
031100 2120-VALIDATE-NOTE.
031200     IF IU-CAUSE-NOTE = SPACES
031300         AND IU-RESOLUTION-NOTE = SPACES
031400         MOVE "N" TO WS-VALID-SW
031500         MOVE "NO CAUSE OR RESOLUTION GIVEN - UPDATE REJECTED"
031600             TO WS-REJECT-MESSAGE
031700     END-IF.
031800 2120-EXIT.
031900     EXIT.
032000
032100 2130-VALIDATE-CLOSE.
032200     IF IU-RESOLUTION-NOTE = SPACES
032300         AND IC-RESOLUTION-NOTE = SPACES
032400         MOVE "N" TO WS-VALID-SW
032500         MOVE "NO RESOLUTION ON FILE - CLOSE REJECTED"
032600             TO WS-REJECT-MESSAGE
032700     END-IF.
032800 2130-EXIT.
032900     EXIT.
033000
033100******************************************************************
033200*    2500-APPLY-UPDATE -- STAMP THE ACTION ON THE INCIDENT AND
033300*                 REWRITE IT.  A NOTE OR CLOSE CARD'S NOTES ARE
033400*                 RECORDED UNDER THE NOTE STAMP; A CLOSE OF AN
033500*                 INCIDENT NOBODY ACKNOWLEDGED ALSO STAMPS THE
033600*                 ACKNOWLEDGEMENT, SINCE CLOSING IT IS PROOF IT
033700*                 WAS SEEN.
033800******************************************************************
033900 2500-APPLY-UPDATE.
034000     IF IU-ACTION = "NOTE" OR IU-ACTION = "CLOSE"
034100         PERFORM 2510-APPLY-NOTES THRU 2510-EXIT
034200     END-IF.
034300
034400     IF IU-ACTION = "ACKNOWLEDGE"
034500         OR (IU-ACTION = "CLOSE" AND IC-OPEN)
034600         MOVE "A"            TO IC-STATUS
034700         MOVE WS-OPERATOR-ID TO IC-ACK-OPER
034800         MOVE WS-RUN-DATE    TO IC-ACK-DATE
034900     END-IF.
035000
035100     IF IU-ACTION = "CLOSE"
035200         MOVE "C"            TO IC-STATUS
035300         MOVE WS-OPERATOR-ID TO IC-CLOSE-OPER
035400         MOVE WS-RUN-DATE    TO IC-CLOSE-DATE
035500     END-IF.
035600
035700     REWRITE INCIDENT-RECORD
035800         INVALID KEY
035900             DISPLAY "INCIMNT: REWRITE FAILED FOR " IC-STEP-NAME
036000                 " " IC-STREAM-DATE ", STATUS = "
036100                 WS-INCIDENT-STATUS
036200     END-REWRITE.
036300
036400     MOVE IC-STATUS TO WS-NEW-STATUS.
036500     MOVE SPACES    TO AL-NOTE.
036600     IF IU-RESOLUTION-NOTE NOT = SPACES
036700         MOVE IU-RESOLUTION-NOTE TO AL-NOTE
036800     ELSE
036900         MOVE IU-CAUSE-NOTE      TO AL-NOTE
037000     END-IF.
037100     MOVE "APPLIED" TO AL-DISPOSITION.
037200     PERFORM 2700-WRITE-ACTION-LINE THRU 2700-EXIT.
037300
037400     ADD 1 TO WS-ACCEPTED-COUNT.
037500 2500-EXIT.
037600     EXIT.
037700
037800 2510-APPLY-NOTES.
037900     IF IU-CAUSE-NOTE NOT = SPACES
038000         MOVE IU-CAUSE-NOTE      TO IC-CAUSE-NOTE
038100     END-IF.
038200     IF IU-RESOLUTION-NOTE NOT = SPACES
038300         MOVE IU-RESOLUTION-NOTE TO IC-RESOLUTION-NOTE
038400     END-IF.
038500     IF IU-CAUSE-NOTE NOT = SPACES
038600         OR IU-RESOLUTION-NOTE NOT = SPACES
038700         MOVE WS-OPERATOR-ID TO IC-NOTE-OPER
038800         MOVE WS-RUN-DATE    TO IC-NOTE-DATE
038900     END-IF.
039000 2510-EXIT.
039100     EXIT.
039200
039300******************************************************************
039400*    2600-REJECT-UPDATE -- A CARD THAT FAILED VALIDATION LANDS
039500*                 ON THE REPORT AND IN THE SHARED ERRLOG.
039600******************************************************************
039700 2600-REJECT-UPDATE.
039800     ADD 1 TO WS-REJECTED-COUNT.
039900     MOVE "Y" TO WS-ANY-REJECTS-SW.
040000
040100     MOVE SPACE              TO WS-NEW-STATUS.
040200     MOVE WS-REJECT-MESSAGE  TO AL-NOTE.
040300     MOVE "REJECTED"         TO AL-DISPOSITION.
040400     PERFORM 2700-WRITE-ACTION-LINE THRU 2700-EXIT.
040500
040600     DISPLAY "INCIMNT: " WS-REJECT-MESSAGE " ("
040700         IU-ACTION " " IU-STEP-NAME ")".
040800
040900     MOVE "INCIMNT"          TO ERR-PROGRAM-ID.
041000     MOVE "IU-ACTION"        TO ERR-FIELD-NAME.
041100     MOVE INCIDENT-UPDATE-RECORD TO ERR-BAD-VALUE.
041200     MOVE WS-REJECT-MESSAGE  TO ERR-MESSAGE.
041300     MOVE WS-RUN-DATE        TO ERR-RUN-DATE.
041400     MOVE WS-RUN-TIME        TO ERR-TIME.
041500     MOVE SPACES             TO ERR-TRACE-ID.
041600     WRITE ERR-LOG-RECORD.
041700 2600-EXIT.
041800     EXIT.
041900
042000******************************************************************
042100*    2700-WRITE-ACTION-LINE -- ONE REPORT LINE PER CARD.  THE
042200*                 CALLER SETS THE NOTE, DISPOSITION AND THE
042300*                 STATUS THE INCIDENT WAS LEFT IN FIRST.
042400******************************************************************
042500 2700-WRITE-ACTION-LINE.
042600     MOVE IU-STREAM-DATE TO AL-STREAM-DATE.
042700     MOVE IU-STEP-NAME   TO AL-STEP-NAME.
042800     MOVE IU-OCCURRENCE  TO AL-OCCURRENCE.
042900     MOVE IU-ACTION      TO AL-ACTION.
043000     MOVE WS-NEW-STATUS  TO AL-STATUS.
043100     WRITE INCIDENT-REPORT-RECORD FROM WS-ACTION-LINE.
043200 2700-EXIT.
043300     EXIT.
043400
043500 2900-READ-INCITRAN.
043600     READ INCIDENT-UPDATE-FILE
043700         AT END
043800             MOVE "Y" TO WS-EOF-SW
043900     END-READ.
044000 2900-EXIT.
044100     EXIT.
044200
044300******************************************************************
044400*    9000-TERMINATE -- WRITE THE TOTALS, CLOSE UP, STAMP THE JOB
044500*                 END AND SET THE RETURN CODE.
044600******************************************************************
044700 9000-TERMINATE.
044800     IF NO-OPERATOR-GIVEN OR INCIDENT-OPEN-FAILED
044900         GO TO 9000-WRAP-UP
045000     END-IF.
045100
045200     MOVE WS-CARD-COUNT     TO TL-CARD-COUNT.
045300     MOVE WS-ACCEPTED-COUNT TO TL-ACCEPTED-COUNT.
045400     MOVE WS-REJECTED-COUNT TO TL-REJECTED-COUNT.
045500     WRITE INCIDENT-REPORT-RECORD FROM WS-TOTAL-LINE.
045600
045700     CLOSE INCIDENT-UPDATE-FILE.
045800     CLOSE INCIDENT-FILE.
045900     CLOSE ERROR-LOG-FILE.
046000     CLOSE INCIDENT-REPORT-FILE.
046100
046200 9000-WRAP-UP.
046300     MOVE "STAMP"   TO CLK-FUNCTION.
046400     MOVE "INCIMNT" TO CLK-PROGRAM-ID.
046500     MOVE "END"     TO CLK-EVENT.
046600     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
046700
046800     DISPLAY "INCIMNT: " WS-CARD-COUNT " CARD(S), "
046900         WS-ACCEPTED-COUNT " ACCEPTED, "
047000         WS-REJECTED-COUNT " REJECTED.".
047100
047200     IF NO-OPERATOR-GIVEN OR INCIDENT-OPEN-FAILED
047300         MOVE 0016 TO RETURN-CODE
047400     ELSE
047500         IF ANY-REJECTS
047600             MOVE 0004 TO RETURN-CODE
047700         ELSE
047800             MOVE 0000 TO RETURN-CODE
047900         END-IF
048000     END-IF.
048100 9000-EXIT.
048200     EXIT.
048300
048400 END PROGRAM INCIMNT.
