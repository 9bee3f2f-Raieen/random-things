000100******************************************************************
000200*    PROGRAM-ID:  DEPTMNT
000300*    AUTHOR    :  J. R. PRATHER
000400*    INSTALL.  :  ESTIMATING SYSTEMS
000500*    DATE-WRTN :  10/19/18
000600*    PURPOSE   :  CONTROLLED DEPTMAST MAINTENANCE.  DEPTMAST
000700*                 DRIVES DEPARTMENT VALIDATION IN MATH AND
000800*                 MATHEDIT AND THE DEPARTMENT NAMES ON EVERY
000900*                 CHARGBIL BILL, YET IT WAS EDITED RAW --
001000*                 NOTHING STOPPED A DUPLICATE CODE BEING ADDED
001100*                 OR A DEPARTMENT BEING MARKED INACTIVE WHILE IT
001200*                 STILL HAD UNBILLED ACTIVITY, AND ESTC WAS
001300*                 DEACTIVATED WITH NOBODY ON RECORD AS HAVING
001400*                 DONE IT.  THIS UTILITY IS DRIVEN BY DEPTTRAN
001500*                 CARDS IN THE HISTMNT/PARMMNT MOLD: IT ADDS A
001600*                 DEPARTMENT (REFUSING A CODE ALREADY ON FILE),
001700*                 CHANGES DM-DEPT-NAME AND DM-CONTACT, AND
001800*                 ACTIVATES OR DEACTIVATES VIA DM-ACTIVE-FLAG --
001900*                 REFUSING A DEACTIVATION WHILE THE DEPARTMENT
002000*                 HAS CHARGLED ACTIVITY IN THE OPEN BILLING
002100*                 MONTH (ANYTHING DATED AFTER THE BILLMON MONTH
002200*                 CHARGBIL LAST BILLED).  BAD CARDS GO TO
002300*                 ERRLOG; EVERY ACCEPTED FIELD CHANGE IS
002400*                 APPENDED TO THE DEPTAUD AUDIT FILE WITH THE
002500*                 OLD VALUE, NEW VALUE, DATE/TIME AND THE
002600*                 OPERATOR ID FROM THE "OPER=ID" COMMAND LINE.
002700*                 A RUN WITHOUT AN OPERATOR ID IS REFUSED
002800*                 OUTRIGHT.
002900*    TECTONICS :  cobc
003000*------------------------------------------------------------------
003100*    MOD LOG:
003200*    DATE       INIT  DESCRIPTION
003300*    10/19/18   JRP   ORIGINAL PROGRAM.
003320*    11/08/18   JRP   A DEACTIVATION IS ALSO REFUSED WHILE THE
003340*                     DEPARTMENT HAS CHARGES HELD ON BILLADJ
003360*                     (DATED INTO A CLOSED MONTH) THAT NO
003380*                     CHARGBIL RUN HAS BILLED YET.
003382*    11/27/18   JRP   THE OPER= ID MUST NOW BE ON THE OPERAUTH
003384*                     FILE, ACTIVE, AND GRANTED DEPTMAST
003386*                     MAINTENANCE (CHECKED BY THE OPERCHK
003388*                     SUBROUTINE).  A MISSING OR REFUSED ID IS
003390*                     NOW ALSO ERRLOGGED; THE RUN STILL STOPS
003392*                     WITH RETURN CODE 0016.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. DEPTMNT.
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT DEPT-UPDATE-FILE ASSIGN TO "DEPTTRAN"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-DEPTTRAN-STATUS.
004300
004400     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-DEPTMAST-STATUS.
004700
004800     SELECT DEPT-AUDIT-FILE ASSIGN TO "DEPTAUD"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-DEPTAUD-STATUS.
005100
005200     SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PARMFILE-STATUS.
005500
005600     SELECT CHARGE-LEDGER-FILE ASSIGN TO "CHARGLED"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS CG-KEY
006000         FILE STATUS IS WS-CHARGLED-STATUS.
006010
006020     SELECT BILL-ADJUSTMENT-FILE ASSIGN TO "BILLADJ"
006030         ORGANIZATION IS INDEXED
006040         ACCESS MODE IS DYNAMIC
006050         RECORD KEY IS AJ-KEY
006060         FILE STATUS IS WS-BILLADJ-STATUS.
006100
006200     SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-ERRLOG-STATUS.
006500
006600     SELECT DEPT-REPORT-FILE ASSIGN TO "DEPTRPT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-DEPTRPT-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  DEPT-UPDATE-FILE
007200     LABEL RECORD IS STANDARD.
007300 COPY DEPTTRAN.
007400
007500 FD  DEPT-MASTER-FILE
007600     LABEL RECORD IS STANDARD.
007700 COPY DEPTMAST.
007800
007900 FD  DEPT-AUDIT-FILE
008000     LABEL RECORD IS STANDARD.
008100 COPY DEPTAUDR.
008200
008300 FD  PARAMETER-FILE
008400     LABEL RECORD IS STANDARD.
008500 COPY PARMREC.
008600
008700 FD  CHARGE-LEDGER-FILE.
008800 COPY CHARGLED.
008825
008850 FD  BILL-ADJUSTMENT-FILE.
008875 COPY BILLADJ.
008900
009000 FD  ERROR-LOG-FILE
009100     LABEL RECORD IS STANDARD.
009200 COPY ERRLOGRC.
009300
009400 FD  DEPT-REPORT-FILE
009500     LABEL RECORD IS STANDARD.
009600 01  DEPT-REPORT-RECORD              PIC X(100).
009700
009800 WORKING-STORAGE SECTION.
009900 01  WS-DEPTTRAN-STATUS              PIC X(02) VALUE "00".
010000 01  WS-DEPTMAST-STATUS              PIC X(02) VALUE "00".
010100 01  WS-DEPTAUD-STATUS               PIC X(02) VALUE "00".
010200 01  WS-PARMFILE-STATUS              PIC X(02) VALUE "00".
010300 01  WS-CHARGLED-STATUS              PIC X(02) VALUE "00".
010350 01  WS-BILLADJ-STATUS               PIC X(02) VALUE "00".
010400 01  WS-ERRLOG-STATUS                PIC X(02) VALUE "00".
010500 01  WS-DEPTRPT-STATUS               PIC X(02) VALUE "00".
010600
010700 01  WS-SWITCHES.
010800     05  WS-EOF-SW                   PIC X(01) VALUE "N".
010900         88  END-OF-DEPTTRAN         VALUE "Y".
011000     05  WS-VALID-SW                 PIC X(01) VALUE "Y".
011100         88  UPDATE-VALID            VALUE "Y".
011200     05  WS-NO-OPERATOR-SW           PIC X(01) VALUE "N".
011300         88  NO-OPERATOR-GIVEN       VALUE "Y".
011400     05  WS-ANY-REJECTS-SW           PIC X(01) VALUE "N".
011500         88  ANY-REJECTS             VALUE "Y".
011600     05  WS-ANY-CHANGES-SW           PIC X(01) VALUE "N".
011700         88  ANY-CHANGES-MADE        VALUE "Y".
011800     05  WS-SWEEP-EOF-SW             PIC X(01) VALUE "N".
011900         88  END-OF-SWEEP            VALUE "Y".
012000     05  WS-ACTIVITY-SW              PIC X(01) VALUE "N".
012100         88  OPEN-MONTH-ACTIVITY     VALUE "Y".
012200
012300 01  WS-OPER-PARM                    PIC X(13) VALUE SPACES.
012400 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
012500
012600 01  WS-RUN-DATE                     PIC 9(08) VALUE 0.
012700 01  WS-RUN-TIME                     PIC 9(06) VALUE 0.
012800
012900*    THE OPEN BILLING MONTH STARTS THE DAY AFTER THE BILLMON
013000*    MONTH CHARGBIL LAST BILLED.  WITH NO BILLMON ON FILE IT
013100*    STARTS ON THE FIRST OF THE RUN MONTH.
013200 01  WS-BILL-MONTH                   PIC 9(06) VALUE 0.
013300 01  WS-BILL-YEAR                    PIC 9(04) VALUE 0.
013400 01  WS-BILL-MM                      PIC 9(02) VALUE 0.
013500 01  WS-OPEN-FROM-DATE               PIC 9(08) VALUE 0.
013600
013700 01  WS-CARD-COUNT                   PIC 9(06) VALUE 0.
013800 01  WS-ACCEPTED-COUNT               PIC 9(06) VALUE 0.
013900 01  WS-REJECTED-COUNT               PIC 9(06) VALUE 0.
014000 01  WS-ACTIVITY-COUNT               PIC 9(06) VALUE 0.
014100
014200 01  WS-DEPT-TABLE.
014300     05  WS-DT-ENTRY OCCURS 20 TIMES.
014400         10  WS-DT-DEPARTMENT        PIC X(04).
014500         10  WS-DT-DEPT-NAME         PIC X(24).
014600         10  WS-DT-CONTACT           PIC X(20).
014700         10  WS-DT-ACTIVE            PIC X(01).
014800 01  WS-DT-ENTRIES                   PIC 9(02) VALUE 0.
014900 01  WS-DT-SUB                       PIC 9(02) VALUE 0.
015000 01  WS-DT-MATCH-SUB                 PIC 9(02) VALUE 0.
015100
015200 01  WS-AUDIT-FIELD                  PIC X(15) VALUE SPACES.
015300 01  WS-OLD-VALUE                    PIC X(24) VALUE SPACES.
015400 01  WS-NEW-VALUE                    PIC X(24) VALUE SPACES.
015500 01  WS-REJECT-MESSAGE               PIC X(53) VALUE SPACES.
015600
015700 COPY CLOCKLNK REPLACING CLOCK-LINKAGE BY WS-CLOCK-LINKAGE.
015750 COPY OPERLNK REPLACING OPER-LINKAGE BY WS-OPER-LINKAGE.
015800
015900 01  WS-HEADING-LINE-1.
016000     05  FILLER                      PIC X(34) VALUE
016100         " DEPTMAST MAINTENANCE, OPERATOR = ".
016200     05  H1-OPERATOR-ID              PIC X(08).
016300     05  FILLER                      PIC X(23) VALUE
016400         "  OPEN BILLING FROM ".
016500     05  H1-OPEN-FROM-DATE           PIC 9(08).
016600
016700 01  WS-HEADING-LINE-2.
016800     05  FILLER                      PIC X(62) VALUE
016900         " DEPT  ACTION      FIELD            OLD-VALUE".
017000     05  FILLER                      PIC X(26) VALUE "NEW-VALUE".
017100     05  FILLER                      PIC X(11) VALUE
017190         "DISPOSITION".
017200
017300 01  WS-ACTION-LINE.
017400     05  FILLER                      PIC X(01) VALUE SPACE.
017500     05  AL-DEPARTMENT               PIC X(04).
017600     05  FILLER                      PIC X(02) VALUE SPACE.
017700     05  AL-ACTION                   PIC X(10).
017800     05  FILLER                      PIC X(02) VALUE SPACE.
017900     05  AL-FIELD-NAME               PIC X(15).
018000     05  FILLER                      PIC X(02) VALUE SPACE.
018100     05  AL-OLD-VALUE                PIC X(24).
018200     05  FILLER                      PIC X(02) VALUE SPACE.
018300     05  AL-NEW-VALUE                PIC X(24).
018400     05  FILLER                      PIC X(02) VALUE SPACE.
018500     05  AL-DISPOSITION              PIC X(09).
018600
018700 01  WS-TOTAL-LINE.
018800     05  FILLER                      PIC X(01) VALUE SPACE.
018900     05  FILLER                      PIC X(08) VALUE "CARDS =".
019000     05  TL-CARD-COUNT               PIC ZZZZZ9.
019100     05  FILLER                      PIC X(12) VALUE
019200         "  ACCEPTED =".
019300     05  TL-ACCEPTED-COUNT           PIC ZZZZZ9.
019400     05  FILLER                      PIC X(12) VALUE
019500         "  REJECTED =".
019600     05  TL-REJECTED-COUNT           PIC ZZZZZ9.
019700
019800******************************************************************
019900 PROCEDURE DIVISION.
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020200     PERFORM 2000-PROCESS-UPDATE THRU 2000-EXIT
020300         UNTIL END-OF-DEPTTRAN.
020400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020500     STOP RUN.
020600
020700******************************************************************
020800*    1000-INITIALIZE -- STAMP THE RUN, INSIST ON AN OPERATOR ID,
020900*                 WORK OUT WHERE THE OPEN BILLING MONTH STARTS,
021000*                 LOAD THE CURRENT DEPTMAST INTO THE TABLE, AND
021100*                 OPEN THE FILES.
021200******************************************************************
021300 1000-INITIALIZE.
021400     MOVE "STAMP"   TO CLK-FUNCTION.
021500     MOVE "DEPTMNT" TO CLK-PROGRAM-ID.
021600     MOVE "START"   TO CLK-EVENT.
021700     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
021800     MOVE CLK-RETURN-DATE TO WS-RUN-DATE.
021900     MOVE CLK-RETURN-TIME TO WS-RUN-TIME.
022000
022100     PERFORM 1100-GET-OPERATOR-ID THRU 1100-EXIT.
022200     IF NO-OPERATOR-GIVEN
022250         PERFORM 1160-LOG-REFUSED-OPERATOR THRU 1160-EXIT
022300         MOVE "Y" TO WS-EOF-SW
022400         GO TO 1000-EXIT
022500     END-IF.
022600
022700     PERFORM 1150-GET-OPEN-MONTH THRU 1150-EXIT.
022800     PERFORM 1200-LOAD-DEPT-TABLE THRU 1200-EXIT.
022900
023000     OPEN OUTPUT DEPT-REPORT-FILE.
023100     MOVE WS-OPERATOR-ID    TO H1-OPERATOR-ID.
023200     MOVE WS-OPEN-FROM-DATE TO H1-OPEN-FROM-DATE.
023300     WRITE DEPT-REPORT-RECORD FROM WS-HEADING-LINE-1.
023400     WRITE DEPT-REPORT-RECORD FROM WS-HEADING-LINE-2.
023500
023600     OPEN EXTEND DEPT-AUDIT-FILE.
023700     IF WS-DEPTAUD-STATUS = "05" OR WS-DEPTAUD-STATUS = "35"
023800         OPEN OUTPUT DEPT-AUDIT-FILE
023900     END-IF.
024000
024100     OPEN EXTEND ERROR-LOG-FILE.
024200     IF WS-ERRLOG-STATUS = "05" OR WS-ERRLOG-STATUS = "35"
024300         OPEN OUTPUT ERROR-LOG-FILE
024400     END-IF.
024500
024600     OPEN INPUT DEPT-UPDATE-FILE.
024700     IF WS-DEPTTRAN-STATUS NOT = "00"
024800         DISPLAY "DEPTMNT: CANNOT OPEN DEPTTRAN, STATUS = "
024900             WS-DEPTTRAN-STATUS
025000         MOVE "Y" TO WS-EOF-SW
025100         GO TO 1000-EXIT
025200     END-IF.
025300
025400     PERFORM 2900-READ-DEPTTRAN.
025500 1000-EXIT.
025600     EXIT.
025700
025800******************************************************************
025900*    1100-GET-OPERATOR-ID -- THE COMMAND LINE MUST SAY "OPER=ID"
026000*                 (ID = WHO IS SUBMITTING THE CHANGES), AND THE
026100*                 ID MUST BE ON OPERAUTH, ACTIVE, AND GRANTED
026125*                 DEPTMAST MAINTENANCE.  OTHERWISE THE RUN IS
026150*                 REFUSED BEFORE ANY FILE IS TOUCHED.
026200******************************************************************
026300 1100-GET-OPERATOR-ID.
026400     DISPLAY 1 UPON ARGUMENT-NUMBER.
026500     ACCEPT WS-OPER-PARM FROM ARGUMENT-VALUE
026600         ON EXCEPTION
026700             MOVE SPACES TO WS-OPER-PARM
026800     END-ACCEPT.
026900
027000     IF WS-OPER-PARM (1:5) = "OPER="
027100         AND WS-OPER-PARM (6:8) NOT = SPACES
027200         MOVE WS-OPER-PARM (6:8) TO WS-OPERATOR-ID
027300     ELSE
027400         MOVE "Y" TO WS-NO-OPERATOR-SW
027500         DISPLAY "DEPTMNT: NO OPER=ID ON THE COMMAND LINE -- "
027600             "RUN REFUSED."
027625         MOVE "NO OPER=ID ON THE COMMAND LINE - RUN REFUSED"
027650             TO WS-REJECT-MESSAGE
027675         GO TO 1100-EXIT
027700     END-IF.
027705
027710     MOVE WS-OPERATOR-ID TO OPL-OPERATOR-ID.
027715     MOVE "DEPTMANT"     TO OPL-FUNCTION.
027720     CALL "OPERCHK" USING WS-OPER-LINKAGE.
027725     IF OPL-REFUSED
027730         MOVE "Y" TO WS-NO-OPERATOR-SW
027735         MOVE OPL-REFUSE-MESSAGE TO WS-REJECT-MESSAGE
027740         DISPLAY "DEPTMNT: OPER=" WS-OPERATOR-ID " REFUSED -- "
027745             OPL-REFUSE-MESSAGE
027750     END-IF.
027800 1100-EXIT.
027900     EXIT.
028000
028100******************************************************************
028200*    1150-GET-OPEN-MONTH -- BILLMON IS THE MONTH CHARGBIL LAST
028300*                 BILLED; EVERYTHING FROM THE FIRST OF THE
028400*                 FOLLOWING MONTH ON IS STILL UNBILLED.
028500******************************************************************
028600 1150-GET-OPEN-MONTH.
028700     OPEN INPUT PARAMETER-FILE.
028800     IF WS-PARMFILE-STATUS = "00"
028900         PERFORM UNTIL WS-PARMFILE-STATUS = "10"
029000             READ PARAMETER-FILE
029100                 AT END
029200                     MOVE "10" TO WS-PARMFILE-STATUS
029300                 NOT AT END
029400                     IF PARM-NAME = "BILLMON"
029500                         COMPUTE WS-BILL-MONTH =
029600                             FUNCTION NUMVAL(PARM-VALUE)
029700                     END-IF
029800             END-READ
029900         END-PERFORM
030000         CLOSE PARAMETER-FILE
030100     END-IF.
030200
030300     IF WS-BILL-MONTH = 0
030400         COMPUTE WS-OPEN-FROM-DATE =
030500             (WS-RUN-DATE / 100) * 100 + 1
030600         GO TO 1150-EXIT
030700     END-IF.
030800
030900     DIVIDE WS-BILL-MONTH BY 100 GIVING WS-BILL-YEAR
031000         REMAINDER WS-BILL-MM.
031100     IF WS-BILL-MM = 12
031200         ADD 1 TO WS-BILL-YEAR
031300         MOVE 1 TO WS-BILL-MM
031400     ELSE
031500         ADD 1 TO WS-BILL-MM
031600     END-IF.
031700     COMPUTE WS-OPEN-FROM-DATE =
031800         WS-BILL-YEAR * 10000 + WS-BILL-MM * 100 + 1.
031900 1150-EXIT.
032000     EXIT.
032002
032004******************************************************************
032006*    1160-LOG-REFUSED-OPERATOR -- A REFUSED RUN OPENS NOTHING
032008*                 ELSE, BUT THE REFUSAL ITSELF GOES ON RECORD IN
032010*                 ERRLOG.
032012******************************************************************
032014 1160-LOG-REFUSED-OPERATOR.
032016     OPEN EXTEND ERROR-LOG-FILE.
032018     IF WS-ERRLOG-STATUS = "05" OR WS-ERRLOG-STATUS = "35"
032020         OPEN OUTPUT ERROR-LOG-FILE
032022     END-IF.
032024
032026     MOVE "DEPTMNT"         TO ERR-PROGRAM-ID.
032028     MOVE "OPER="           TO ERR-FIELD-NAME.
032030     MOVE WS-OPER-PARM      TO ERR-BAD-VALUE.
032032     MOVE WS-REJECT-MESSAGE TO ERR-MESSAGE.
032034     MOVE WS-RUN-DATE       TO ERR-RUN-DATE.
032036     MOVE WS-RUN-TIME       TO ERR-TIME.
032038     MOVE SPACES            TO ERR-TRACE-ID.
032040     WRITE ERR-LOG-RECORD.
032042
032044     CLOSE ERROR-LOG-FILE.
032046 1160-EXIT.
032048     EXIT.
032100
032200 1200-LOAD-DEPT-TABLE.
032300     OPEN INPUT DEPT-MASTER-FILE.
032400     IF WS-DEPTMAST-STATUS NOT = "00"
032500         DISPLAY "DEPTMNT: DEPTMAST NOT FOUND, STATUS = "
032600             WS-DEPTMAST-STATUS " -- A NEW ONE WILL BE BUILT."
032700         GO TO 1200-EXIT
032800     END-IF.
032900
033000     PERFORM UNTIL WS-DEPTMAST-STATUS = "10"
033100         READ DEPT-MASTER-FILE
033200             AT END
033300                 MOVE "10" TO WS-DEPTMAST-STATUS
033400             NOT AT END
033500                 IF DM-DEPARTMENT NOT = SPACES
033600                     AND WS-DT-ENTRIES < 20
033700                     ADD 1 TO WS-DT-ENTRIES
033800                     MOVE DM-DEPARTMENT
033900                         TO WS-DT-DEPARTMENT (WS-DT-ENTRIES)
034000                     MOVE DM-DEPT-NAME
034100                         TO WS-DT-DEPT-NAME (WS-DT-ENTRIES)
034200                     MOVE DM-CONTACT
034300                         TO WS-DT-CONTACT (WS-DT-ENTRIES)
034400                     MOVE DM-ACTIVE-FLAG
034500                         TO WS-DT-ACTIVE (WS-DT-ENTRIES)
034600                 END-IF
034700         END-READ
034800     END-PERFORM.
034900
035000     CLOSE DEPT-MASTER-FILE.
035100 1200-EXIT.
035200     EXIT.
035300
035400******************************************************************
035500*    2000-PROCESS-UPDATE -- VALIDATE ONE UPDATE CARD AND APPLY
035600*                 IT IF IT PASSES.  EVERY CARD LANDS ON THE
035700*                 REPORT WITH ITS DISPOSITION.
035800******************************************************************
035900 2000-PROCESS-UPDATE.
036000     ADD 1 TO WS-CARD-COUNT.
036100     MOVE "Y"    TO WS-VALID-SW.
036200     MOVE SPACES TO WS-REJECT-MESSAGE.
036300
036400     PERFORM 2100-VALIDATE-UPDATE THRU 2100-EXIT.
036500
036600     IF UPDATE-VALID
036700         PERFORM 2500-APPLY-UPDATE THRU 2500-EXIT
036800     ELSE
036900         PERFORM 2600-REJECT-UPDATE THRU 2600-EXIT
037000     END-IF.
037100
037200     PERFORM 2900-READ-DEPTTRAN.
037300 2000-EXIT.
037400     EXIT.
037500
037600******************************************************************
037700*    2100-VALIDATE-UPDATE -- THE CODE MUST BE PRESENT, THE
037800*                 ACTION KNOWN, AND THE CARD MUST MAKE SENSE
037900*                 AGAINST WHAT IS ON FILE: NO DUPLICATE ADD, NO
038000*                 CHANGE TO A CODE NOT ON FILE, NO NO-OP FLAG
038100*                 FLIP, AND NO DEACTIVATION WHILE THE DEPARTMENT
038200*                 STILL HAS UNBILLED ACTIVITY.
038300******************************************************************
038400 2100-VALIDATE-UPDATE.
038500     IF DU-DEPARTMENT = SPACES
038600         MOVE "N" TO WS-VALID-SW
038700         MOVE "MISSING DEPARTMENT CODE - UPDATE REJECTED"
038800             TO WS-REJECT-MESSAGE
038900         GO TO 2100-EXIT
039000     END-IF.
039100
039200     MOVE 0 TO WS-DT-MATCH-SUB.
039300     PERFORM 2150-FIND-DEPT-ENTRY THRU 2150-EXIT
039400         VARYING WS-DT-SUB FROM 1 BY 1
039500         UNTIL WS-DT-SUB > WS-DT-ENTRIES.
039600
039700     EVALUATE DU-ACTION
039800         WHEN "ADD"
039900             PERFORM 2110-VALIDATE-ADD THRU 2110-EXIT
040000         WHEN "CHANGE"
040100             PERFORM 2120-VALIDATE-CHANGE THRU 2120-EXIT
040200         WHEN "ACTIVATE"
040300             PERFORM 2130-VALIDATE-ACTIVATE THRU 2130-EXIT
040400         WHEN "DEACTIVATE"
040500             PERFORM 2140-VALIDATE-DEACTIVATE THRU 2140-EXIT
040600         WHEN OTHER
040700             MOVE "N" TO WS-VALID-SW
040800             MOVE "UNKNOWN ACTION - UPDATE REJECTED"
040900                 TO WS-REJECT-MESSAGE
041000     END-EVALUATE.
041100 2100-EXIT.
041200     EXIT.
041300
041400 2110-VALIDATE-ADD.
041500     IF WS-DT-MATCH-SUB > 0
041600         MOVE "N" TO WS-VALID-SW
041700         MOVE "DEPARTMENT ALREADY ON FILE - ADD REJECTED"
041800             TO WS-REJECT-MESSAGE
041900         GO TO 2110-EXIT
042000     END-IF.
042100     IF DU-DEPT-NAME = SPACES
042200         MOVE "N" TO WS-VALID-SW
042300         MOVE "DEPARTMENT NAME REQUIRED - ADD REJECTED"
042400             TO WS-REJECT-MESSAGE
042500         GO TO 2110-EXIT
042600     END-IF.
042700     IF WS-DT-ENTRIES NOT < 20
042800         MOVE "N" TO WS-VALID-SW
042900         MOVE "DEPARTMENT TABLE FULL - ADD REJECTED"
043000             TO WS-REJECT-MESSAGE
043100     END-IF.
043200 2110-EXIT.
043300     EXIT.
043400
043500 2120-VALIDATE-CHANGE.
043600     IF WS-DT-MATCH-SUB = 0
043700         MOVE "N" TO WS-VALID-SW
043800         MOVE "DEPARTMENT NOT ON FILE - UPDATE REJECTED"
043900             TO WS-REJECT-MESSAGE
044000         GO TO 2120-EXIT
044100     END-IF.
044200     IF DU-DEPT-NAME = SPACES AND DU-CONTACT = SPACES
044300         MOVE "N" TO WS-VALID-SW
044400         MOVE "NO NAME OR CONTACT GIVEN - UPDATE REJECTED"
044500             TO WS-REJECT-MESSAGE
044600     END-IF.
044700 2120-EXIT.
044800     EXIT.
044900
045000 2130-VALIDATE-ACTIVATE.
045100     IF WS-DT-MATCH-SUB = 0
045200         MOVE "N" TO WS-VALID-SW
045300         MOVE "DEPARTMENT NOT ON FILE - UPDATE REJECTED"
045400             TO WS-REJECT-MESSAGE
045500         GO TO 2130-EXIT
045600     END-IF.
045700     IF WS-DT-ACTIVE (WS-DT-MATCH-SUB) = "A"
045800         MOVE "N" TO WS-VALID-SW
045900         MOVE "DEPARTMENT ALREADY ACTIVE - UPDATE REJECTED"
046000             TO WS-REJECT-MESSAGE
046100     END-IF.
046200 2130-EXIT.
046300     EXIT.
046400
046500 2140-VALIDATE-DEACTIVATE.
046600     IF WS-DT-MATCH-SUB = 0
046700         MOVE "N" TO WS-VALID-SW
046800         MOVE "DEPARTMENT NOT ON FILE - UPDATE REJECTED"
046900             TO WS-REJECT-MESSAGE
047000         GO TO 2140-EXIT
047100     END-IF.
047200     IF WS-DT-ACTIVE (WS-DT-MATCH-SUB) = "I"
047300         MOVE "N" TO WS-VALID-SW
047400         MOVE "DEPARTMENT ALREADY INACTIVE - UPDATE REJECTED"
047500             TO WS-REJECT-MESSAGE
047600         GO TO 2140-EXIT
047700     END-IF.
047800     PERFORM 2200-CHECK-OPEN-ACTIVITY THRU 2200-EXIT.
047825     IF NOT OPEN-MONTH-ACTIVITY
047850         PERFORM 2300-CHECK-HELD-CHARGES THRU 2300-EXIT
047875     END-IF.
047900     IF OPEN-MONTH-ACTIVITY
048000         MOVE "N" TO WS-VALID-SW
048100         MOVE "UNBILLED CHARGLED ACTIVITY - NOT DEACTIVATED"
048200             TO WS-REJECT-MESSAGE
048300     END-IF.
048400 2140-EXIT.
048500     EXIT.
048600
048700 2150-FIND-DEPT-ENTRY.
048800     IF WS-DT-DEPARTMENT (WS-DT-SUB) = DU-DEPARTMENT
048900         MOVE WS-DT-SUB TO WS-DT-MATCH-SUB
049000     END-IF.
049100 2150-EXIT.
049200     EXIT.
049300
049400******************************************************************
049500*    2200-CHECK-OPEN-ACTIVITY -- SWEEP CHARGLED FROM THE FIRST
049600*                 DAY OF THE OPEN BILLING MONTH FORWARD FOR ANY
049700*                 ROW CARRYING THE DEPARTMENT.  ONE IS ENOUGH TO
049800*                 REFUSE THE DEACTIVATION -- THOSE ROWS STILL
049900*                 HAVE TO BILL UNDER AN ACTIVE NAME.  A MISSING
050000*                 LEDGER MEANS THERE IS NOTHING UNBILLED.
050100******************************************************************
050200 2200-CHECK-OPEN-ACTIVITY.
050300     MOVE "N" TO WS-ACTIVITY-SW.
050400     MOVE 0   TO WS-ACTIVITY-COUNT.
050500     OPEN INPUT CHARGE-LEDGER-FILE.
050600     IF WS-CHARGLED-STATUS NOT = "00"
050700         GO TO 2200-EXIT
050800     END-IF.
050900
051000     MOVE "N" TO WS-SWEEP-EOF-SW.
051100     MOVE WS-OPEN-FROM-DATE TO CG-CALC-DATE.
051200     MOVE 0                 TO CG-SEQ-NO.
051300     START CHARGE-LEDGER-FILE KEY NOT < CG-KEY
051400         INVALID KEY
051500             MOVE "Y" TO WS-SWEEP-EOF-SW
051600     END-START.
051700
051800     PERFORM 2250-CHECK-ONE-CHARGE THRU 2250-EXIT
051900         UNTIL END-OF-SWEEP.
052000     CLOSE CHARGE-LEDGER-FILE.
052100
052200     IF WS-ACTIVITY-COUNT > 0
052300         MOVE "Y" TO WS-ACTIVITY-SW
052400     END-IF.
052500 2200-EXIT.
052600     EXIT.
052700
052800 2250-CHECK-ONE-CHARGE.
052900     READ CHARGE-LEDGER-FILE NEXT RECORD
053000         AT END
053100             MOVE "Y" TO WS-SWEEP-EOF-SW
053200             GO TO 2250-EXIT
053300     END-READ.
053400
053500     IF CG-DEPARTMENT = DU-DEPARTMENT
053600         ADD 1 TO WS-ACTIVITY-COUNT
053700         MOVE "Y" TO WS-SWEEP-EOF-SW
053800     END-IF.
053900 2250-EXIT.
054000     EXIT.
054002
054004******************************************************************
054006*    2300-CHECK-HELD-CHARGES -- A CHARGE DATED INTO A MONTH
054008*                 ALREADY CLOSED IS HELD ON BILLADJ UNTIL THE
054010*                 NEXT OPEN MONTH'S CHARGBIL BILLS IT.  ONE
054012*                 UNBILLED HELD ROW FOR THE DEPARTMENT IS ENOUGH
054014*                 TO REFUSE THE DEACTIVATION.  NO BILLADJ MEANS
054016*                 NOTHING IS HELD.
054018******************************************************************
054020 2300-CHECK-HELD-CHARGES.
054022     OPEN INPUT BILL-ADJUSTMENT-FILE.
054024     IF WS-BILLADJ-STATUS NOT = "00"
054026         GO TO 2300-EXIT
054028     END-IF.
054030
054032     MOVE "N" TO WS-SWEEP-EOF-SW.
054034     MOVE 0   TO AJ-CALC-DATE.
054036     MOVE 0   TO AJ-SEQ-NO.
054038     START BILL-ADJUSTMENT-FILE KEY NOT < AJ-KEY
054040         INVALID KEY
054042             MOVE "Y" TO WS-SWEEP-EOF-SW
054044     END-START.
054046
054048     PERFORM 2350-CHECK-ONE-HELD THRU 2350-EXIT
054050         UNTIL END-OF-SWEEP.
054052     CLOSE BILL-ADJUSTMENT-FILE.
054054 2300-EXIT.
054056     EXIT.
054058
054060 2350-CHECK-ONE-HELD.
054062     READ BILL-ADJUSTMENT-FILE NEXT RECORD
054064         AT END
054066             MOVE "Y" TO WS-SWEEP-EOF-SW
054068             GO TO 2350-EXIT
054070     END-READ.
054072
054074     IF AJ-DEPARTMENT = DU-DEPARTMENT
054076         AND AJ-UNBILLED
054078         MOVE "Y" TO WS-ACTIVITY-SW
054080         MOVE "Y" TO WS-SWEEP-EOF-SW
054082     END-IF.
054084 2350-EXIT.
054086     EXIT.
054100
054200******************************************************************
054300*    2500-APPLY-UPDATE -- CHANGE THE TABLE AND RECORD EACH FIELD
054400*                 TOUCHED IN DEPTAUD AND ON THE REPORT.
054500******************************************************************
054600 2500-APPLY-UPDATE.
054700     EVALUATE DU-ACTION
054800         WHEN "ADD"
054900             ADD 1 TO WS-DT-ENTRIES
055000             MOVE WS-DT-ENTRIES TO WS-DT-MATCH-SUB
055100             MOVE DU-DEPARTMENT
055190                 TO WS-DT-DEPARTMENT (WS-DT-ENTRIES)
055200             MOVE DU-DEPT-NAME  TO WS-DT-DEPT-NAME (WS-DT-ENTRIES)
055300             MOVE DU-CONTACT    TO WS-DT-CONTACT (WS-DT-ENTRIES)
055400             MOVE "A"           TO WS-DT-ACTIVE (WS-DT-ENTRIES)
055500             MOVE "DM-DEPT-NAME"   TO WS-AUDIT-FIELD
055600             MOVE SPACES           TO WS-OLD-VALUE
055700             MOVE DU-DEPT-NAME     TO WS-NEW-VALUE
055800             PERFORM 2700-RECORD-CHANGE THRU 2700-EXIT
055900             MOVE "DM-CONTACT"     TO WS-AUDIT-FIELD
056000             MOVE SPACES           TO WS-OLD-VALUE
056100             MOVE DU-CONTACT       TO WS-NEW-VALUE
056200             PERFORM 2700-RECORD-CHANGE THRU 2700-EXIT
056300             MOVE "DM-ACTIVE-FLAG" TO WS-AUDIT-FIELD
056400             MOVE SPACES           TO WS-OLD-VALUE
056500             MOVE "A"              TO WS-NEW-VALUE
056600             PERFORM 2700-RECORD-CHANGE THRU 2700-EXIT
056700         WHEN "CHANGE"
056800             IF DU-DEPT-NAME NOT = SPACES
056900                 MOVE "DM-DEPT-NAME" TO WS-AUDIT-FIELD
057000                 MOVE WS-DT-DEPT-NAME (WS-DT-MATCH-SUB)
057100                     TO WS-OLD-VALUE
057200                 MOVE DU-DEPT-NAME   TO WS-NEW-VALUE
057300                 MOVE DU-DEPT-NAME
057400                     TO WS-DT-DEPT-NAME (WS-DT-MATCH-SUB)
057500                 PERFORM 2700-RECORD-CHANGE THRU 2700-EXIT
057600             END-IF
057700             IF DU-CONTACT NOT = SPACES
057800                 MOVE "DM-CONTACT"   TO WS-AUDIT-FIELD
057900                 MOVE WS-DT-CONTACT (WS-DT-MATCH-SUB)
058000                     TO WS-OLD-VALUE
058100                 MOVE DU-CONTACT     TO WS-NEW-VALUE
058200                 MOVE DU-CONTACT
058300                     TO WS-DT-CONTACT (WS-DT-MATCH-SUB)
058400                 PERFORM 2700-RECORD-CHANGE THRU 2700-EXIT
058500             END-IF
058600         WHEN "ACTIVATE"
058700             MOVE "DM-ACTIVE-FLAG" TO WS-AUDIT-FIELD
058800             MOVE WS-DT-ACTIVE (WS-DT-MATCH-SUB) TO WS-OLD-VALUE
058900             MOVE "A"              TO WS-NEW-VALUE
059000             MOVE "A" TO WS-DT-ACTIVE (WS-DT-MATCH-SUB)
059100             PERFORM 2700-RECORD-CHANGE THRU 2700-EXIT
059200         WHEN "DEACTIVATE"
059300             MOVE "DM-ACTIVE-FLAG" TO WS-AUDIT-FIELD
059400             MOVE WS-DT-ACTIVE (WS-DT-MATCH-SUB) TO WS-OLD-VALUE
059500             MOVE "I"              TO WS-NEW-VALUE
059600             MOVE "I" TO WS-DT-ACTIVE (WS-DT-MATCH-SUB)
059700             PERFORM 2700-RECORD-CHANGE THRU 2700-EXIT
059800     END-EVALUATE.
059900
060000     ADD 1 TO WS-ACCEPTED-COUNT.
060100     MOVE "Y" TO WS-ANY-CHANGES-SW.
060200 2500-EXIT.
060300     EXIT.
060400
060500******************************************************************
060600*    2600-REJECT-UPDATE -- A CARD THAT FAILED VALIDATION LANDS
060700*                 ON THE REPORT AND IN THE SHARED ERRLOG.
060800******************************************************************
060900 2600-REJECT-UPDATE.
061000     ADD 1 TO WS-REJECTED-COUNT.
061100     MOVE "Y" TO WS-ANY-REJECTS-SW.
061200
061300     MOVE SPACES        TO WS-ACTION-LINE.
061400     MOVE DU-DEPARTMENT TO AL-DEPARTMENT.
061500     MOVE DU-ACTION     TO AL-ACTION.
061600     MOVE DU-DEPT-NAME  TO AL-NEW-VALUE.
061700     MOVE "REJECTED"    TO AL-DISPOSITION.
061800     WRITE DEPT-REPORT-RECORD FROM WS-ACTION-LINE.
061900
062000     DISPLAY "DEPTMNT: " WS-REJECT-MESSAGE " ("
062100         DU-ACTION " " DU-DEPARTMENT ")".
062200
062300     MOVE "DEPTMNT"         TO ERR-PROGRAM-ID.
062400     MOVE "DU-ACTION"       TO ERR-FIELD-NAME.
062500     MOVE DEPT-UPDATE-RECORD TO ERR-BAD-VALUE.
062600     MOVE WS-REJECT-MESSAGE TO ERR-MESSAGE.
062700     MOVE WS-RUN-DATE       TO ERR-RUN-DATE.
062800     MOVE WS-RUN-TIME       TO ERR-TIME.
062900     MOVE SPACES            TO ERR-TRACE-ID.
063000     WRITE ERR-LOG-RECORD.
063100 2600-EXIT.
063200     EXIT.
063300
063400******************************************************************
063500*    2700-RECORD-CHANGE -- ONE DEPTAUD ROW AND ONE REPORT LINE
063600*                 PER FIELD CHANGED.  THE CALLER SETS THE FIELD
063700*                 NAME AND THE OLD AND NEW VALUES FIRST.
063800******************************************************************
063900 2700-RECORD-CHANGE.
064000     MOVE DU-DEPARTMENT  TO DA-DEPARTMENT.
064100     MOVE DU-ACTION      TO DA-ACTION.
064200     MOVE WS-AUDIT-FIELD TO DA-FIELD-NAME.
064300     MOVE WS-OLD-VALUE   TO DA-OLD-VALUE.
064400     MOVE WS-NEW-VALUE   TO DA-NEW-VALUE.
064500     MOVE WS-RUN-DATE    TO DA-CHANGE-DATE.
064600     MOVE WS-RUN-TIME    TO DA-CHANGE-TIME.
064700     MOVE WS-OPERATOR-ID TO DA-OPERATOR-ID.
064800     WRITE DEPT-AUDIT-RECORD.
064900
065000     MOVE SPACES         TO WS-ACTION-LINE.
065100     MOVE DU-DEPARTMENT  TO AL-DEPARTMENT.
065200     MOVE DU-ACTION      TO AL-ACTION.
065300     MOVE WS-AUDIT-FIELD TO AL-FIELD-NAME.
065400     MOVE WS-OLD-VALUE   TO AL-OLD-VALUE.
065500     MOVE WS-NEW-VALUE   TO AL-NEW-VALUE.
065600     MOVE "APPLIED"      TO AL-DISPOSITION.
065700     WRITE DEPT-REPORT-RECORD FROM WS-ACTION-LINE.
065800 2700-EXIT.
065900     EXIT.
066000
066100 2900-READ-DEPTTRAN.
066200     READ DEPT-UPDATE-FILE
066300         AT END
066400             MOVE "Y" TO WS-EOF-SW
066500     END-READ.
066600 2900-EXIT.
066700     EXIT.
066800
066900******************************************************************
067000*    9000-TERMINATE -- REWRITE DEPTMAST FROM THE TABLE (ONLY IF
067100*                 SOMETHING WAS ACCEPTED), WRITE THE TOTALS,
067200*                 STAMP THE JOB END AND SET THE RETURN CODE.
067300******************************************************************
067400 9000-TERMINATE.
067500     IF NO-OPERATOR-GIVEN
067600         GO TO 9000-WRAP-UP
067700     END-IF.
067800
067900     IF ANY-CHANGES-MADE
068000         PERFORM 9100-REWRITE-DEPTMAST THRU 9100-EXIT
068100     END-IF.
068200
068300     MOVE WS-CARD-COUNT     TO TL-CARD-COUNT.
068400     MOVE WS-ACCEPTED-COUNT TO TL-ACCEPTED-COUNT.
068500     MOVE WS-REJECTED-COUNT TO TL-REJECTED-COUNT.
068600     WRITE DEPT-REPORT-RECORD FROM WS-TOTAL-LINE.
068700
068800     CLOSE DEPT-UPDATE-FILE.
068900     CLOSE DEPT-AUDIT-FILE.
069000     CLOSE ERROR-LOG-FILE.
069100     CLOSE DEPT-REPORT-FILE.
069200
069300 9000-WRAP-UP.
069400     MOVE "STAMP"   TO CLK-FUNCTION.
069500     MOVE "DEPTMNT" TO CLK-PROGRAM-ID.
069600     MOVE "END"     TO CLK-EVENT.
069700     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
069800
069900     DISPLAY "DEPTMNT: " WS-CARD-COUNT " CARD(S), "
070000         WS-ACCEPTED-COUNT " ACCEPTED, "
070100         WS-REJECTED-COUNT " REJECTED.".
070200
070300     IF NO-OPERATOR-GIVEN
070400         MOVE 0016 TO RETURN-CODE
070500     ELSE
070600         IF ANY-REJECTS
070700             MOVE 0004 TO RETURN-CODE
070800         ELSE
070900             MOVE 0000 TO RETURN-CODE
071000         END-IF
071100     END-IF.
071200 9000-EXIT.
071300     EXIT.
071400
071500******************************************************************
071600*    9100-REWRITE-DEPTMAST -- WRITE THE WHOLE TABLE BACK OUT AS
071700*                 THE NEW DEPTMAST, IN THE ORDER IT WAS LOADED
071800*                 WITH ADDS ON THE END.
071900******************************************************************
072000 9100-REWRITE-DEPTMAST.
072100     OPEN OUTPUT DEPT-MASTER-FILE.
072200     PERFORM 9150-WRITE-ONE-DEPT THRU 9150-EXIT
072300         VARYING WS-DT-SUB FROM 1 BY 1
072400         UNTIL WS-DT-SUB > WS-DT-ENTRIES.
072500     CLOSE DEPT-MASTER-FILE.
072600 9100-EXIT.
072700     EXIT.
072800
072900 9150-WRITE-ONE-DEPT.
073000     MOVE WS-DT-DEPARTMENT (WS-DT-SUB) TO DM-DEPARTMENT.
073100     MOVE WS-DT-DEPT-NAME (WS-DT-SUB)  TO DM-DEPT-NAME.
073200     MOVE WS-DT-CONTACT (WS-DT-SUB)    TO DM-CONTACT.
073300     MOVE WS-DT-ACTIVE (WS-DT-SUB)     TO DM-ACTIVE-FLAG.
073400     WRITE DEPT-MASTER-RECORD.
073500 9150-EXIT.
073600     EXIT.
073700
073800 END PROGRAM DEPTMNT.
