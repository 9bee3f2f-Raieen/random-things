000100******************************************************************
000200*    PROGRAM-ID:  MATLMNT
000300*    AUTHOR    :  J. R. PRATHER
000400*    INSTALL.  :  ESTIMATING SYSTEMS
000500*    DATE-WRTN :  10/25/18
000600*    PURPOSE   :  CONTROLLED MATLMAST MAINTENANCE.  MATLMAST IS
000700*                 THE KEYED MATERIAL PRICE MASTER THAT PRICES
000800*                 EVERY COST REQUEST MATH COMPUTES, AND MATH AND
000900*                 MATHEDIT REFUSE A COST CARD WHOSE MATERIAL IS
001000*                 NOT ON IT OR IS DISCONTINUED -- SO A PRICE OR
001100*                 WASTE CHANGE HAS TO BE ON RECORD.  THIS UTILITY
001200*                 IS DRIVEN BY MATLTRAN CARDS IN THE DEPTMNT
001300*                 MOLD: IT ADDS A MATERIAL (REFUSING A CODE
001400*                 ALREADY ON FILE), CHANGES THE DESCRIPTION, UNIT
001500*                 PRICE AND WASTE ALLOWANCE, AND DISCONTINUES OR
001600*                 REINSTATES IT VIA ML-STATUS-FLAG.  A MATERIAL
001700*                 IS NEVER DELETED -- COSTLED ROWS STILL NAME IT.
001800*                 BAD CARDS GO TO ERRLOG; EVERY ACCEPTED FIELD
001900*                 CHANGE IS APPENDED TO THE MATLAUD AUDIT FILE
002000*                 WITH THE OLD VALUE, NEW VALUE, DATE/TIME AND
002100*                 THE OPERATOR ID FROM THE "OPER=ID" COMMAND
002200*                 LINE, AND THE MASTER RECORD IS STAMPED WITH
002300*                 THE SAME DATE AND OPERATOR.  A RUN WITHOUT AN
002400*                 OPERATOR ID IS REFUSED OUTRIGHT.
002500*    TECTONICS :  cobc
002600*------------------------------------------------------------------
002700*    MOD LOG:
002800*    DATE       INIT  DESCRIPTION
002900*    10/25/18   JRP   ORIGINAL PROGRAM.
002910*    11/27/18   JRP   THE OPER= ID MUST NOW BE ON THE OPERAUTH
002920*                     FILE, ACTIVE, AND GRANTED MATLMAST
002930*                     MAINTENANCE (CHECKED BY THE OPERCHK
002940*                     SUBROUTINE).  A MISSING OR REFUSED ID IS
002950*                     NOW ALSO ERRLOGGED; THE RUN STILL STOPS
002960*                     WITH RETURN CODE 0016.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. MATLMNT.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT MATL-UPDATE-FILE ASSIGN TO "MATLTRAN"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-MATLTRAN-STATUS.
003900
004000     SELECT MATERIAL-MASTER-FILE ASSIGN TO "MATLMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS ML-MATERIAL-CODE
004400         FILE STATUS IS WS-MATLMAST-STATUS.
004500
004600     SELECT MATL-AUDIT-FILE ASSIGN TO "MATLAUD"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-MATLAUD-STATUS.
004900
005000     SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-ERRLOG-STATUS.
005300
005400     SELECT MATL-REPORT-FILE ASSIGN TO "MATLRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-MATLRPT-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  MATL-UPDATE-FILE
006000     LABEL RECORD IS STANDARD.
006100 COPY MATLTRAN.
006200
006300 FD  MATERIAL-MASTER-FILE.
006400 COPY MATLMAST.
006500
006600 FD  MATL-AUDIT-FILE
006700     LABEL RECORD IS STANDARD.
006800 COPY MATLAUDR.
006900
007000 FD  ERROR-LOG-FILE
007100     LABEL RECORD IS STANDARD.
007200 COPY ERRLOGRC.
007300
007400 FD  MATL-REPORT-FILE
007500     LABEL RECORD IS STANDARD.
007600 01  MATL-REPORT-RECORD              PIC X(100).
007700
007800 WORKING-STORAGE SECTION.
007900 01  WS-MATLTRAN-STATUS              PIC X(02) VALUE "00".
008000 01  WS-MATLMAST-STATUS              PIC X(02) VALUE "00".
008100 01  WS-MATLAUD-STATUS               PIC X(02) VALUE "00".
008200 01  WS-ERRLOG-STATUS                PIC X(02) VALUE "00".
008300 01  WS-MATLRPT-STATUS               PIC X(02) VALUE "00".
008400
008500 01  WS-SWITCHES.
008600     05  WS-EOF-SW                   PIC X(01) VALUE "N".
008700         88  END-OF-MATLTRAN         VALUE "Y".
008800     05  WS-VALID-SW                 PIC X(01) VALUE "Y".
008900         88  UPDATE-VALID            VALUE "Y".
009000     05  WS-NO-OPERATOR-SW           PIC X(01) VALUE "N".
009100         88  NO-OPERATOR-GIVEN       VALUE "Y".
009200     05  WS-MASTER-FAILED-SW         PIC X(01) VALUE "N".
009300         88  MASTER-OPEN-FAILED      VALUE "Y".
009400     05  WS-ANY-REJECTS-SW           PIC X(01) VALUE "N".
009500         88  ANY-REJECTS             VALUE "Y".
009600     05  WS-ON-FILE-SW               PIC X(01) VALUE "N".
009700         88  MATERIAL-ON-FILE        VALUE "Y".
009800
009900 01  WS-OPER-PARM                    PIC X(13) VALUE SPACES.
010000 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
010100
010200 01  WS-RUN-DATE                     PIC 9(08) VALUE 0.
010300 01  WS-RUN-TIME                     PIC 9(06) VALUE 0.
010400
010500 01  WS-CARD-COUNT                   PIC 9(06) VALUE 0.
010600 01  WS-ACCEPTED-COUNT               PIC 9(06) VALUE 0.
010700 01  WS-REJECTED-COUNT               PIC 9(06) VALUE 0.
010800
010900 01  WS-AUDIT-FIELD                  PIC X(15) VALUE SPACES.
011000 01  WS-OLD-VALUE                    PIC X(24) VALUE SPACES.
011100 01  WS-NEW-VALUE                    PIC X(24) VALUE SPACES.
011200 01  WS-REJECT-MESSAGE               PIC X(53) VALUE SPACES.
011300
011400*    PRICE AND WASTE GO INTO THE AUDIT TRAIL AS EDITED TEXT SO
011500*    THE OLD/NEW COLUMNS READ THE SAME AS THE NAME CHANGES.
011600 01  WS-EDIT-PRICE                   PIC ZZZZ9.99.
011700 01  WS-EDIT-WASTE                   PIC ZZ9.99.
011800
011900 COPY CLOCKLNK REPLACING CLOCK-LINKAGE BY WS-CLOCK-LINKAGE.
011950 COPY OPERLNK REPLACING OPER-LINKAGE BY WS-OPER-LINKAGE.
012000
012100 01  WS-HEADING-LINE-1.
012200     05  FILLER                      PIC X(34) VALUE
012300         " MATLMAST MAINTENANCE, OPERATOR = ".
012400     05  H1-OPERATOR-ID              PIC X(08).
012500     05  FILLER                      PIC X(12) VALUE
012600         "  RUN DATE ".
012700     05  H1-RUN-DATE                 PIC 9(08).
012800
012900 01  WS-HEADING-LINE-2.
013000     05  FILLER                      PIC X(40) VALUE
013100         " MATERIAL ACTION       FIELD".
013200     05  FILLER                      PIC X(26) VALUE "OLD-VALUE".
013300     05  FILLER                      PIC X(26) VALUE "NEW-VALUE".
013400     05  FILLER                      PIC X(08) VALUE "RESULT".
013500
013600 01  WS-ACTION-LINE.
013700     05  FILLER                      PIC X(01) VALUE SPACE.
013800     05  AL-MATERIAL-CODE            PIC X(08).
013900     05  FILLER                      PIC X(01) VALUE SPACE.
014000     05  AL-ACTION                   PIC X(11).
014100     05  FILLER                      PIC X(02) VALUE SPACE.
014200     05  AL-FIELD-NAME               PIC X(15).
014300     05  FILLER                      PIC X(02) VALUE SPACE.
014400     05  AL-OLD-VALUE                PIC X(24).
014500     05  FILLER                      PIC X(02) VALUE SPACE.
014600     05  AL-NEW-VALUE                PIC X(24).
014700     05  FILLER                      PIC X(02) VALUE SPACE.
014800     05  AL-DISPOSITION              PIC X(08).
014900
015000 01  WS-TOTAL-LINE.
015100     05  FILLER                      PIC X(01) VALUE SPACE.
015200     05  FILLER                      PIC X(08) VALUE "CARDS =".
015300     05  TL-CARD-COUNT               PIC ZZZZZ9.
015400     05  FILLER                      PIC X(12) VALUE
015500         "  ACCEPTED =".
015600     05  TL-ACCEPTED-COUNT           PIC ZZZZZ9.
015700     05  FILLER                      PIC X(12) VALUE
015800         "  REJECTED =".
015900     05  TL-REJECTED-COUNT           PIC ZZZZZ9.
016000
016100******************************************************************
016200 PROCEDURE DIVISION.
016300 0000-MAINLINE.
016400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016500     PERFORM 2000-PROCESS-UPDATE THRU 2000-EXIT
016600         UNTIL END-OF-MATLTRAN.
016700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016800     STOP RUN.
016900
017000******************************************************************
017100*    1000-INITIALIZE -- STAMP THE RUN, INSIST ON AN OPERATOR ID,
017200*                 AND OPEN THE FILES.  A MISSING MATLMAST IS
017300*                 CREATED EMPTY SO THE FIRST RUN CAN LOAD IT
017400*                 WITH ADD CARDS.
017500******************************************************************
017600 1000-INITIALIZE.
017700     MOVE "STAMP"   TO CLK-FUNCTION.
017800     MOVE "MATLMNT" TO CLK-PROGRAM-ID.
017900     MOVE "START"   TO CLK-EVENT.
018000     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
018100     MOVE CLK-RETURN-DATE TO WS-RUN-DATE.
018200     MOVE CLK-RETURN-TIME TO WS-RUN-TIME.
018300
018400     PERFORM 1100-GET-OPERATOR-ID THRU 1100-EXIT.
018500     IF NO-OPERATOR-GIVEN
018550         PERFORM 1150-LOG-REFUSED-OPERATOR THRU 1150-EXIT
018600         MOVE "Y" TO WS-EOF-SW
018700         GO TO 1000-EXIT
018800     END-IF.
018900
019000     OPEN I-O MATERIAL-MASTER-FILE.
019100     IF WS-MATLMAST-STATUS = "35"
019200         OPEN OUTPUT MATERIAL-MASTER-FILE
019300         CLOSE MATERIAL-MASTER-FILE
019400         OPEN I-O MATERIAL-MASTER-FILE
019500     END-IF.
019600     IF WS-MATLMAST-STATUS NOT = "00"
019700         DISPLAY "MATLMNT: CANNOT OPEN MATLMAST, STATUS = "
019800             WS-MATLMAST-STATUS
019900         MOVE "Y" TO WS-MASTER-FAILED-SW
020000         MOVE "Y" TO WS-EOF-SW
020100         GO TO 1000-EXIT
020200     END-IF.
020300
020400     OPEN OUTPUT MATL-REPORT-FILE.
020500     MOVE WS-OPERATOR-ID TO H1-OPERATOR-ID.
020600     MOVE WS-RUN-DATE    TO H1-RUN-DATE.
020700     WRITE MATL-REPORT-RECORD FROM WS-HEADING-LINE-1.
020800     WRITE MATL-REPORT-RECORD FROM WS-HEADING-LINE-2.
020900
021000     OPEN EXTEND MATL-AUDIT-FILE.
021100     IF WS-MATLAUD-STATUS = "05" OR WS-MATLAUD-STATUS = "35"
021200         OPEN OUTPUT MATL-AUDIT-FILE
021300     END-IF.
021400
021500     OPEN EXTEND ERROR-LOG-FILE.
021600     IF WS-ERRLOG-STATUS = "05" OR WS-ERRLOG-STATUS = "35"
021700         OPEN OUTPUT ERROR-LOG-FILE
021800     END-IF.
021900
022000     OPEN INPUT MATL-UPDATE-FILE.
022100     IF WS-MATLTRAN-STATUS NOT = "00"
022200         DISPLAY "MATLMNT: CANNOT OPEN MATLTRAN, STATUS = "
022300             WS-MATLTRAN-STATUS
022400         MOVE "Y" TO WS-EOF-SW
022500         GO TO 1000-EXIT
022600     END-IF.
022700
022800     PERFORM 2900-READ-MATLTRAN.
022900 1000-EXIT.
023000     EXIT.
023100
023200******************************************************************
023300*    1100-GET-OPERATOR-ID -- THE COMMAND LINE MUST SAY "OPER=ID"
023400*                 (ID = WHO IS SUBMITTING THE CHANGES), AND THE
023500*                 ID MUST BE ON OPERAUTH, ACTIVE, AND GRANTED
023525*                 MATLMAST MAINTENANCE.  OTHERWISE THE RUN IS
023550*                 REFUSED BEFORE ANY FILE IS TOUCHED.
023600******************************************************************
023700 1100-GET-OPERATOR-ID.
023800     DISPLAY 1 UPON ARGUMENT-NUMBER.
023900     ACCEPT WS-OPER-PARM FROM ARGUMENT-VALUE
024000         ON EXCEPTION
024100             MOVE SPACES TO WS-OPER-PARM
024200     END-ACCEPT.
024300
024400     IF WS-OPER-PARM (1:5) = "OPER="
024500         AND WS-OPER-PARM (6:8) NOT = SPACES
024600         MOVE WS-OPER-PARM (6:8) TO WS-OPERATOR-ID
024700     ELSE
024800         MOVE "Y" TO WS-NO-OPERATOR-SW
024900         DISPLAY "MATLMNT: NO OPER=ID ON THE COMMAND LINE -- "
025000             "RUN REFUSED."
025025         MOVE "NO OPER=ID ON THE COMMAND LINE - RUN REFUSED"
025050             TO WS-REJECT-MESSAGE
025075         GO TO 1100-EXIT
025100     END-IF.
025105
025110     MOVE WS-OPERATOR-ID TO OPL-OPERATOR-ID.
025115     MOVE "MATLMANT"     TO OPL-FUNCTION.
025120     CALL "OPERCHK" USING WS-OPER-LINKAGE.
025125     IF OPL-REFUSED
025130         MOVE "Y" TO WS-NO-OPERATOR-SW
025135         MOVE OPL-REFUSE-MESSAGE TO WS-REJECT-MESSAGE
025140         DISPLAY "MATLMNT: OPER=" WS-OPERATOR-ID " REFUSED -- "
025145             OPL-REFUSE-MESSAGE
025150     END-IF.
025200 1100-EXIT.
025300     EXIT.
025302
025304******************************************************************
025306*    1150-LOG-REFUSED-OPERATOR -- A REFUSED RUN OPENS NOTHING
025308*                 ELSE, BUT THE REFUSAL ITSELF GOES ON RECORD IN
025310*                 ERRLOG.
025312******************************************************************
025314 1150-LOG-REFUSED-OPERATOR.
025316     OPEN EXTEND ERROR-LOG-FILE.
025318     IF WS-ERRLOG-STATUS = "05" OR WS-ERRLOG-STATUS = "35"
025320         OPEN OUTPUT ERROR-LOG-FILE
025322     END-IF.
025324
025326     MOVE "MATLMNT"         TO ERR-PROGRAM-ID.
025328     MOVE "OPER="           TO ERR-FIELD-NAME.
025330     MOVE WS-OPER-PARM      TO ERR-BAD-VALUE.
025332     MOVE WS-REJECT-MESSAGE TO ERR-MESSAGE.
025334     MOVE WS-RUN-DATE       TO ERR-RUN-DATE.
025336     MOVE WS-RUN-TIME       TO ERR-TIME.
025338     MOVE SPACES            TO ERR-TRACE-ID.
025340     WRITE ERR-LOG-RECORD.
025342
025344     CLOSE ERROR-LOG-FILE.
025346 1150-EXIT.
025348     EXIT.
025400
025500******************************************************************
025600*    2000-PROCESS-UPDATE -- VALIDATE ONE UPDATE CARD AND APPLY
025700*                 IT IF IT PASSES.  EVERY CARD LANDS ON THE
025800*                 REPORT WITH ITS DISPOSITION.
025900******************************************************************
026000 2000-PROCESS-UPDATE.
026100     ADD 1 TO WS-CARD-COUNT.
026200     MOVE "Y"    TO WS-VALID-SW.
026300     MOVE SPACES TO WS-REJECT-MESSAGE.
026400
026500     PERFORM 2100-VALIDATE-UPDATE THRU 2100-EXIT.
026600
026700     IF UPDATE-VALID
026800         PERFORM 2500-APPLY-UPDATE THRU 2500-EXIT
026900     ELSE
027000         PERFORM 2600-REJECT-UPDATE THRU 2600-EXIT
027100     END-IF.
027200
027300     PERFORM 2900-READ-MATLTRAN.
027400 2000-EXIT.
027500     EXIT.
027600
027700******************************************************************
027800*    2100-VALIDATE-UPDATE -- THE CODE MUST BE PRESENT, THE
027900*                 ACTION KNOWN, AND THE CARD MUST MAKE SENSE
028000*                 AGAINST WHAT IS ON FILE.  THE RANDOM READ
028100*                 LEAVES THE CURRENT MASTER RECORD IN THE FD FOR
028200*                 THE APPLY STEP TO CHANGE AND REWRITE.
028300******************************************************************
028400 2100-VALIDATE-UPDATE.
028500     IF MU-MATERIAL-CODE = SPACES
028600         MOVE "N" TO WS-VALID-SW
028700         MOVE "MISSING MATERIAL CODE - UPDATE REJECTED"
028800             TO WS-REJECT-MESSAGE
028900         GO TO 2100-EXIT
029000     END-IF.
029100
029200     MOVE "Y" TO WS-ON-FILE-SW.
029300     MOVE MU-MATERIAL-CODE TO ML-MATERIAL-CODE.
029400     READ MATERIAL-MASTER-FILE
029500         INVALID KEY
029600             MOVE "N" TO WS-ON-FILE-SW
029700     END-READ.
029800
029900     EVALUATE MU-ACTION
030000         WHEN "ADD"
030100             PERFORM 2110-VALIDATE-ADD THRU 2110-EXIT
030200         WHEN "CHANGE"
030300             PERFORM 2120-VALIDATE-CHANGE THRU 2120-EXIT
030400         WHEN "DISCONTINUE"
030500             PERFORM 2130-VALIDATE-DISCONTINUE THRU 2130-EXIT
030600         WHEN "REINSTATE"
030700             PERFORM 2140-VALIDATE-REINSTATE THRU 2140-EXIT
030800         WHEN OTHER
030900             MOVE "N" TO WS-VALID-SW
031000             MOVE "UNKNOWN ACTION - UPDATE REJECTED"
031100                 TO WS-REJECT-MESSAGE
031200     END-EVALUATE.
031300 2100-EXIT.
031400     EXIT.
031500
031600 2110-VALIDATE-ADD.
031700     IF MATERIAL-ON-FILE
031800         MOVE "N" TO WS-VALID-SW
031900         MOVE "MATERIAL ALREADY ON FILE - ADD REJECTED"
032000             TO WS-REJECT-MESSAGE
032100         GO TO 2110-EXIT
032200     END-IF.
032300     IF MU-DESCRIPTION = SPACES
032400         MOVE "N" TO WS-VALID-SW
032500         MOVE "DESCRIPTION REQUIRED - ADD REJECTED"
032600             TO WS-REJECT-MESSAGE
032700         GO TO 2110-EXIT
032800     END-IF.
032900     IF MU-PRICE-GIVEN NOT = "Y"
033000         MOVE "N" TO WS-VALID-SW
033100         MOVE "UNIT PRICE REQUIRED - ADD REJECTED"
033200             TO WS-REJECT-MESSAGE
033300         GO TO 2110-EXIT
033400     END-IF.
033500     PERFORM 2150-CHECK-AMOUNTS THRU 2150-EXIT.
033600 2110-EXIT.
033700     EXIT.
033800
033900 2120-VALIDATE-CHANGE.
034000     IF NOT MATERIAL-ON-FILE
034100         MOVE "N" TO WS-VALID-SW
034200         MOVE "MATERIAL NOT ON FILE - UPDATE REJECTED"
034300             TO WS-REJECT-MESSAGE
034400         GO TO 2120-EXIT
034500     END-IF.
034600     IF MU-DESCRIPTION = SPACES
034700         AND MU-PRICE-GIVEN NOT = "Y"
034800         AND MU-WASTE-GIVEN NOT = "Y"
034900         MOVE "N" TO WS-VALID-SW
035000         MOVE "NO DESCRIPTION, PRICE OR WASTE GIVEN - REJECTED"
035100             TO WS-REJECT-MESSAGE
035200         GO TO 2120-EXIT
035300     END-IF.
035400     PERFORM 2150-CHECK-AMOUNTS THRU 2150-EXIT.
035500 2120-EXIT.
035600     EXIT.
035700
035800 2130-VALIDATE-DISCONTINUE.
035900     IF NOT MATERIAL-ON-FILE
036000         MOVE "N" TO WS-VALID-SW
036100         MOVE "MATERIAL NOT ON FILE - UPDATE REJECTED"
036200             TO WS-REJECT-MESSAGE
036300         GO TO 2130-EXIT
036400     END-IF.
036500     IF ML-DISCONTINUED
036600         MOVE "N" TO WS-VALID-SW
036700         MOVE "MATERIAL ALREADY DISCONTINUED - UPDATE REJECTED"
036800             TO WS-REJECT-MESSAGE
036900     END-IF.
037000 2130-EXIT.
037100     EXIT.
037200
037300 2140-VALIDATE-REINSTATE.
037400     IF NOT MATERIAL-ON-FILE
037500         MOVE "N" TO WS-VALID-SW
037600         MOVE "MATERIAL NOT ON FILE - UPDATE REJECTED"
037700             TO WS-REJECT-MESSAGE
037800         GO TO 2140-EXIT
037900     END-IF.
038000     IF ML-ACTIVE
038100         MOVE "N" TO WS-VALID-SW
038200         MOVE "MATERIAL ALREADY ACTIVE - UPDATE REJECTED"
038300             TO WS-REJECT-MESSAGE
038400     END-IF.
038500 2140-EXIT.
038600     EXIT.
038700
038800******************************************************************
038900*    2150-CHECK-AMOUNTS -- A PRICE OR WASTE FLAGGED AS GIVEN MUST
039000*                 BE NUMERIC.  A PRICE OF ZERO WOULD COST EVERY
039100*                 REQUEST AT NOTHING, AND A WASTE ALLOWANCE OF
039200*                 100 PCT OR MORE IS A KEYING ERROR.
039300******************************************************************
039400 2150-CHECK-AMOUNTS.
039500     IF MU-PRICE-GIVEN = "Y"
039600         IF MU-UNIT-PRICE NOT NUMERIC
039700             OR MU-UNIT-PRICE = 0
039800             MOVE "N" TO WS-VALID-SW
039900             MOVE "UNIT PRICE NOT NUMERIC OR ZERO - REJECTED"
040000                 TO WS-REJECT-MESSAGE
040100             GO TO 2150-EXIT
040200         END-IF
040300     END-IF.
040400     IF MU-WASTE-GIVEN = "Y"
040500         IF MU-WASTE-PCT NOT NUMERIC
040600             OR MU-WASTE-PCT NOT < 100
040700             MOVE "N" TO WS-VALID-SW
040800             MOVE "WASTE PCT NOT NUMERIC OR OVER 99.99 - REJECTED"
040900                 TO WS-REJECT-MESSAGE
041000         END-IF
041100     END-IF.
041200 2150-EXIT.
041300     EXIT.
041400
041500******************************************************************
041600*    2500-APPLY-UPDATE -- CHANGE THE MASTER RECORD, STAMP IT WITH
041700*                 THE RUN DATE AND OPERATOR, WRITE OR REWRITE
041800*                 IT, AND RECORD EACH FIELD TOUCHED IN MATLAUD
041900*                 AND ON THE REPORT.
042000******************************************************************
042100 2500-APPLY-UPDATE.
042200     EVALUATE MU-ACTION
042300         WHEN "ADD"
042400             PERFORM 2510-APPLY-ADD THRU 2510-EXIT
042500         WHEN "CHANGE"
042600             PERFORM 2520-APPLY-CHANGE THRU 2520-EXIT
042700         WHEN "DISCONTINUE"
042800             MOVE "ML-STATUS-FLAG" TO WS-AUDIT-FIELD
042900             MOVE ML-STATUS-FLAG   TO WS-OLD-VALUE
043000             MOVE "D"              TO WS-NEW-VALUE
043100             MOVE "D"              TO ML-STATUS-FLAG
043200             PERFORM 2700-RECORD-CHANGE THRU 2700-EXIT
043300         WHEN "REINSTATE"
043400             MOVE "ML-STATUS-FLAG" TO WS-AUDIT-FIELD
043500             MOVE ML-STATUS-FLAG   TO WS-OLD-VALUE
043600             MOVE "A"              TO WS-NEW-VALUE
043700             MOVE "A"              TO ML-STATUS-FLAG
043800             PERFORM 2700-RECORD-CHANGE THRU 2700-EXIT
043900     END-EVALUATE.
044000
044100     MOVE WS-RUN-DATE    TO ML-LAST-CHANGE-DATE.
044200     MOVE WS-OPERATOR-ID TO ML-LAST-CHANGE-OPER.
044300     IF MU-ACTION = "ADD"
044400         WRITE MATERIAL-MASTER-RECORD
044500             INVALID KEY
044600                 DISPLAY "MATLMNT: WRITE FAILED FOR "
044700                     ML-MATERIAL-CODE ", STATUS = "
044800                     WS-MATLMAST-STATUS
044900         END-WRITE
045000     ELSE
045100         REWRITE MATERIAL-MASTER-RECORD
045200             INVALID KEY
045300                 DISPLAY "MATLMNT: REWRITE FAILED FOR "
045400                     ML-MATERIAL-CODE ", STATUS = "
045500                     WS-MATLMAST-STATUS
045600         END-REWRITE
045700     END-IF.
045800
045900     ADD 1 TO WS-ACCEPTED-COUNT.
046000 2500-EXIT.
046100     EXIT.
046200
046300 2510-APPLY-ADD.
046400     MOVE MU-MATERIAL-CODE TO ML-MATERIAL-CODE.
046500     MOVE MU-DESCRIPTION   TO ML-DESCRIPTION.
046600     MOVE MU-UNIT-PRICE    TO ML-UNIT-PRICE.
046700     MOVE 0                TO ML-WASTE-PCT.
046800     IF MU-WASTE-GIVEN = "Y"
046900         MOVE MU-WASTE-PCT TO ML-WASTE-PCT
047000     END-IF.
047100     MOVE "A"              TO ML-STATUS-FLAG.
047200
047300     MOVE "ML-DESCRIPTION" TO WS-AUDIT-FIELD.
047400     MOVE SPACES           TO WS-OLD-VALUE.
047500     MOVE ML-DESCRIPTION   TO WS-NEW-VALUE.
047600     PERFORM 2700-RECORD-CHANGE THRU 2700-EXIT.
047700     MOVE "ML-UNIT-PRICE"  TO WS-AUDIT-FIELD.
047800     MOVE SPACES           TO WS-OLD-VALUE.
047900     MOVE ML-UNIT-PRICE    TO WS-EDIT-PRICE.
048000     MOVE WS-EDIT-PRICE    TO WS-NEW-VALUE.
048100     PERFORM 2700-RECORD-CHANGE THRU 2700-EXIT.
048200     MOVE "ML-WASTE-PCT"   TO WS-AUDIT-FIELD.
048300     MOVE SPACES           TO WS-OLD-VALUE.
048400     MOVE ML-WASTE-PCT     TO WS-EDIT-WASTE.
048500     MOVE WS-EDIT-WASTE    TO WS-NEW-VALUE.
048600     PERFORM 2700-RECORD-CHANGE THRU 2700-EXIT.
048700     MOVE "ML-STATUS-FLAG" TO WS-AUDIT-FIELD.
048800     MOVE SPACES           TO WS-OLD-VALUE.
048900     MOVE "A"              TO WS-NEW-VALUE.
049000     PERFORM 2700-RECORD-CHANGE THRU 2700-EXIT.
049100 2510-EXIT.
049200     EXIT.
049300
049400 2520-APPLY-CHANGE.
049500     IF MU-DESCRIPTION NOT = SPACES
049600         MOVE "ML-DESCRIPTION" TO WS-AUDIT-FIELD
049700         MOVE ML-DESCRIPTION   TO WS-OLD-VALUE
049800         MOVE MU-DESCRIPTION   TO WS-NEW-VALUE
049900         MOVE MU-DESCRIPTION   TO ML-DESCRIPTION
050000         PERFORM 2700-RECORD-CHANGE THRU 2700-EXIT
050100     END-IF.
050200     IF MU-PRICE-GIVEN = "Y"
050300         MOVE "ML-UNIT-PRICE"  TO WS-AUDIT-FIELD
050400         MOVE ML-UNIT-PRICE    TO WS-EDIT-PRICE
050500         MOVE WS-EDIT-PRICE    TO WS-OLD-VALUE
050600         MOVE MU-UNIT-PRICE    TO WS-EDIT-PRICE
050700         MOVE WS-EDIT-PRICE    TO WS-NEW-VALUE
050800         MOVE MU-UNIT-PRICE    TO ML-UNIT-PRICE
050900         PERFORM 2700-RECORD-CHANGE THRU 2700-EXIT
051000     END-IF.
051100     IF MU-WASTE-GIVEN = "Y"
051200         MOVE "ML-WASTE-PCT"   TO WS-AUDIT-FIELD
051300         MOVE ML-WASTE-PCT     TO WS-EDIT-WASTE
051400         MOVE WS-EDIT-WASTE    TO WS-OLD-VALUE
051500         MOVE MU-WASTE-PCT     TO WS-EDIT-WASTE
051600         MOVE WS-EDIT-WASTE    TO WS-NEW-VALUE
051700         MOVE MU-WASTE-PCT     TO ML-WASTE-PCT
051800         PERFORM 2700-RECORD-CHANGE THRU 2700-EXIT
051900     END-IF.
052000 2520-EXIT.
052100     EXIT.
052200
052300******************************************************************
052400*    2600-REJECT-UPDATE -- A CARD THAT FAILED VALIDATION LANDS
052500*                 ON THE REPORT AND IN THE SHARED ERRLOG.
052600******************************************************************
052700 2600-REJECT-UPDATE.
052800     ADD 1 TO WS-REJECTED-COUNT.
052900     MOVE "Y" TO WS-ANY-REJECTS-SW.
053000
053100     MOVE SPACES           TO WS-ACTION-LINE.
053200     MOVE MU-MATERIAL-CODE TO AL-MATERIAL-CODE.
053300     MOVE MU-ACTION        TO AL-ACTION.
053400     MOVE MU-DESCRIPTION   TO AL-NEW-VALUE.
053500     MOVE "REJECTED"       TO AL-DISPOSITION.
053600     WRITE MATL-REPORT-RECORD FROM WS-ACTION-LINE.
053700
053800     DISPLAY "MATLMNT: " WS-REJECT-MESSAGE " ("
053900         MU-ACTION " " MU-MATERIAL-CODE ")".
054000
054100     MOVE "MATLMNT"          TO ERR-PROGRAM-ID.
054200     MOVE "MU-ACTION"        TO ERR-FIELD-NAME.
054300     MOVE MATL-UPDATE-RECORD TO ERR-BAD-VALUE.
054400     MOVE WS-REJECT-MESSAGE  TO ERR-MESSAGE.
054500     MOVE WS-RUN-DATE        TO ERR-RUN-DATE.
054600     MOVE WS-RUN-TIME        TO ERR-TIME.
054700     MOVE SPACES             TO ERR-TRACE-ID.
054800     WRITE ERR-LOG-RECORD.
054900 2600-EXIT.
055000     EXIT.
055100
055200******************************************************************
055300*    2700-RECORD-CHANGE -- ONE MATLAUD ROW AND ONE REPORT LINE
055400*                 PER FIELD CHANGED.  THE CALLER SETS THE FIELD
055500*                 NAME AND THE OLD AND NEW VALUES FIRST.
055600******************************************************************
055700 2700-RECORD-CHANGE.
055800     MOVE MU-MATERIAL-CODE TO MA-MATERIAL-CODE.
055900     MOVE MU-ACTION        TO MA-ACTION.
056000     MOVE WS-AUDIT-FIELD   TO MA-FIELD-NAME.
056100     MOVE WS-OLD-VALUE     TO MA-OLD-VALUE.
056200     MOVE WS-NEW-VALUE     TO MA-NEW-VALUE.
056300     MOVE WS-RUN-DATE      TO MA-CHANGE-DATE.
056400     MOVE WS-RUN-TIME      TO MA-CHANGE-TIME.
056500     MOVE WS-OPERATOR-ID   TO MA-OPERATOR-ID.
056600     WRITE MATL-AUDIT-RECORD.
056700
056800     MOVE SPACES           TO WS-ACTION-LINE.
056900     MOVE MU-MATERIAL-CODE TO AL-MATERIAL-CODE.
057000     MOVE MU-ACTION        TO AL-ACTION.
057100     MOVE WS-AUDIT-FIELD   TO AL-FIELD-NAME.
057200     MOVE WS-OLD-VALUE     TO AL-OLD-VALUE.
057300     MOVE WS-NEW-VALUE     TO AL-NEW-VALUE.
057400     MOVE "APPLIED"        TO AL-DISPOSITION.
057500     WRITE MATL-REPORT-RECORD FROM WS-ACTION-LINE.
057600 2700-EXIT.
057700     EXIT.
057800
057900 2900-READ-MATLTRAN.
058000     READ MATL-UPDATE-FILE
058100         AT END
058200             MOVE "Y" TO WS-EOF-SW
058300     END-READ.
058400 2900-EXIT.
058500     EXIT.
058600
058700******************************************************************
058800*    9000-TERMINATE -- WRITE THE TOTALS, CLOSE UP, STAMP THE JOB
058900*                 END AND SET THE RETURN CODE.
059000******************************************************************
059100 9000-TERMINATE.
059200     IF NO-OPERATOR-GIVEN OR MASTER-OPEN-FAILED
059300         GO TO 9000-WRAP-UP
059400     END-IF.
059500
059600     MOVE WS-CARD-COUNT     TO TL-CARD-COUNT.
059700     MOVE WS-ACCEPTED-COUNT TO TL-ACCEPTED-COUNT.
059800     MOVE WS-REJECTED-COUNT TO TL-REJECTED-COUNT.
059900     WRITE MATL-REPORT-RECORD FROM WS-TOTAL-LINE.
060000
060100     CLOSE MATL-UPDATE-FILE.
060200     CLOSE MATERIAL-MASTER-FILE.
060300     CLOSE MATL-AUDIT-FILE.
060400     CLOSE ERROR-LOG-FILE.
060500     CLOSE MATL-REPORT-FILE.
060600
060700 9000-WRAP-UP.
060800     MOVE "STAMP"   TO CLK-FUNCTION.
060900     MOVE "MATLMNT" TO CLK-PROGRAM-ID.
061000     MOVE "END"     TO CLK-EVENT.
061100     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
061200
061300     DISPLAY "MATLMNT: " WS-CARD-COUNT " CARD(S), "
061400         WS-ACCEPTED-COUNT " ACCEPTED, "
061500         WS-REJECTED-COUNT " REJECTED.".
061600
061700     IF NO-OPERATOR-GIVEN OR MASTER-OPEN-FAILED
061800         MOVE 0016 TO RETURN-CODE
061900     ELSE
062000         IF ANY-REJECTS
062100             MOVE 0004 TO RETURN-CODE
062200         ELSE
062300             MOVE 0000 TO RETURN-CODE
062400         END-IF
062500     END-IF.
062600 9000-EXIT.
062700     EXIT.
062800
062900 END PROGRAM MATLMNT.
