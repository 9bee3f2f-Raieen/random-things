000100******************************************************************
000200*    PROGRAM-ID:  GROWVAR
000300*    AUTHOR    :  J. R. PRATHER
000400*    INSTALL.  :  ESTIMATING SYSTEMS
000500*    DATE-WRTN :  11/12/18
000600*    PURPOSE   :  GROWTH FORECAST VERSUS ACTUAL.  THE DESK SIZES
000700*                 STAFFING FROM THE GROWTH SCENARIO SCHEDULES,
000800*                 BUT NOBODY EVER CHECKED A PROJECTION AGAINST
000900*                 WHAT REALLY ARRIVED.  THIS PROGRAM TAKES ONE
001000*                 BASE MONTH'S SCHEDULES FROM GROWPROJ AND LINES
001100*                 EACH SCENARIO'S PROJECTED AMOUNT PER PERIOD UP
001200*                 AGAINST THE ACTUAL ESTIMATING VOLUME FOR THE
001300*                 SAME CALENDAR MONTH, WITH THE VARIANCE (ACTUAL
001400*                 LESS PROJECTED) AND THE CUMULATIVE VARIANCE,
001500*                 THEN NAMES THE SCENARIO THAT HAS TRACKED
001600*                 ACTUALS MOST CLOSELY SO FAR -- THE SMALLEST
001700*                 AVERAGE ABSOLUTE VARIANCE OVER THE MONTHS
001800*                 COMPARED.  ACTUAL VOLUME IS THE MONTH'S REQUEST
001900*                 COUNT: AREA REQUESTS FROM SHAPELED, EVERY OTHER
002000*                 REQUEST TYPE FROM CHARGLED PLUS ANY CHARGE HELD
002100*                 ON BILLADJ BECAUSE ITS MONTH WAS ALREADY CLOSED.
002200*                 ONLY FINISHED MONTHS ARE COMPARED; THE RUN
002300*                 MONTH AND LATER PERIODS PRINT AS OPEN.
002400*                 COMMAND LINE (BOTH OPTIONAL, EITHER ORDER):
002500*                     BASE=YYYYMM  SCHEDULES TO CHECK -- DEFAULT
002600*                                  IS THE EARLIEST BASE MONTH ON
002700*                                  GROWPROJ, THE LONGEST RECORD
002800*                     DEPT=XXXX    ONE DEPARTMENT'S VOLUME ONLY
002900*                 RETURN CODE 4 WHEN NO MONTH HAS FINISHED SINCE
003000*                 THE BASE MONTH, 16 WHEN THERE IS NO SCHEDULE TO
003100*                 CHECK OR A LEDGER CANNOT BE READ.
003200*    TECTONICS :  cobc
003300*------------------------------------------------------------------
003400*    MOD LOG:
003500*    DATE       INIT  DESCRIPTION
003600*    11/12/18   JRP   ORIGINAL PROGRAM.
003700******************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. GROWVAR.
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT GROWTH-PROJECTION-FILE ASSIGN TO "GROWPROJ"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS GP-KEY
004700         FILE STATUS IS WS-GROWPROJ-STATUS.
004800
004900     SELECT SHAPE-LEDGER-FILE ASSIGN TO "SHAPELED"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS SL-KEY
005300         FILE STATUS IS WS-SHAPELED-STATUS.
005400
005500     SELECT CHARGE-LEDGER-FILE ASSIGN TO "CHARGLED"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS CG-KEY
005900         FILE STATUS IS WS-CHARGLED-STATUS.
006000
006100     SELECT BILL-ADJUSTMENT-FILE ASSIGN TO "BILLADJ"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS AJ-KEY
006500         FILE STATUS IS WS-BILLADJ-STATUS.
006600
006700     SELECT GROWVAR-REPORT-FILE ASSIGN TO "GROWVAR"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-GROWVAR-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  GROWTH-PROJECTION-FILE.
007300 COPY GROWPROJ.
007400
007500 FD  SHAPE-LEDGER-FILE.
007600 COPY SHAPELED.
007700
007800 FD  CHARGE-LEDGER-FILE.
007900 COPY CHARGLED.
008000
008100 FD  BILL-ADJUSTMENT-FILE.
008200 COPY BILLADJ.
008300
008400 FD  GROWVAR-REPORT-FILE
008500     LABEL RECORD IS STANDARD.
008600 01  GROWVAR-REPORT-RECORD           PIC X(100).
008700
008800 WORKING-STORAGE SECTION.
008900 01  WS-GROWPROJ-STATUS              PIC X(02) VALUE "00".
009000 01  WS-SHAPELED-STATUS              PIC X(02) VALUE "00".
009100 01  WS-CHARGLED-STATUS              PIC X(02) VALUE "00".
009200 01  WS-BILLADJ-STATUS               PIC X(02) VALUE "00".
009300 01  WS-GROWVAR-STATUS               PIC X(02) VALUE "00".
009400
009500 01  WS-SWITCHES.
009600     05  WS-REFUSED-SW               PIC X(01) VALUE "N".
009700         88  RUN-REFUSED             VALUE "Y".
009800     05  WS-EOF-SW                   PIC X(01) VALUE "N".
009900         88  END-OF-FILE             VALUE "Y".
010000     05  WS-GROWPROJ-OPEN-SW         PIC X(01) VALUE "N".
010100         88  GROWPROJ-OPEN           VALUE "Y".
010200     05  WS-REPORT-OPEN-SW           PIC X(01) VALUE "N".
010300         88  REPORT-OPEN             VALUE "Y".
010400
010500 01  WS-ARG-SUB                      PIC 9(01) VALUE 0.
010600 01  WS-ARG-PARM                     PIC X(13) VALUE SPACES.
010700 01  WS-DEPT-FILTER                  PIC X(04) VALUE SPACES.
010800
010900 01  WS-RUN-DATE                     PIC 9(08) VALUE 0.
011000 01  WS-RUN-MONTH                    PIC 9(06) VALUE 0.
011100 01  FILLER REDEFINES WS-RUN-MONTH.
011200     05  WS-RUN-YEAR                 PIC 9(04).
011300     05  WS-RUN-MM                   PIC 9(02).
011400 01  WS-BASE-MONTH                   PIC 9(06) VALUE 0.
011500 01  FILLER REDEFINES WS-BASE-MONTH.
011600     05  WS-BASE-YEAR                PIC 9(04).
011700     05  WS-BASE-MM                  PIC 9(02).
011800 01  WS-WORK-MONTH                   PIC 9(06) VALUE 0.
011900 01  FILLER REDEFINES WS-WORK-MONTH.
012000     05  WS-WORK-YEAR                PIC 9(04).
012100     05  WS-WORK-MM                  PIC 9(02).
012200
012300*    MONTHS COUNTED FROM YEAR ZERO, SO A LEDGER DATE TURNS INTO
012400*    A SCHEDULE PERIOD WITH ONE SUBTRACTION.
012500 01  WS-BASE-MONTH-NUMBER            PIC 9(07) VALUE 0.
012600 01  WS-MONTH-NUMBER                 PIC 9(07) VALUE 0.
012700 01  WS-PERIOD-NO                    PIC S9(07) VALUE 0.
012800 01  WS-MAX-PERIODS                  PIC 9(03) VALUE 0.
012900 01  WS-COMPLETE-PERIODS             PIC S9(07) VALUE 0.
013000 01  WS-PER-SUB                      PIC 9(03) VALUE 0.
013100
013200*    ONE ENTRY PER SCHEDULE PERIOD: ITS CALENDAR MONTH AND THE
013300*    VOLUME THAT ACTUALLY ARRIVED IN IT.
013400 01  WS-PERIOD-TABLE.
013500     05  WS-PT-ENTRY OCCURS 200 TIMES.
013600         10  WS-PT-MONTH             PIC 9(06).
013700         10  WS-PT-AREA              PIC 9(09).
013800         10  WS-PT-OTHER             PIC 9(09).
013900
014000 01  WS-SCENARIO-TABLE.
014100     05  WS-VS-ENTRY OCCURS 10 TIMES.
014200         10  WS-VS-NAME              PIC X(08).
014300         10  WS-VS-BASE-AMOUNT       PIC 9(09)V99.
014400         10  WS-VS-PERIODS           PIC 9(04).
014500         10  WS-VS-COMPARED          PIC 9(04).
014600         10  WS-VS-CUM-VARIANCE      PIC S9(17)V99.
014700         10  WS-VS-ABS-VARIANCE      PIC 9(17)V99.
014800         10  WS-VS-AVG-VARIANCE      PIC 9(15)V99.
014900         10  WS-VS-PROJ-AMOUNT       PIC 9(15)V99
015000                                     OCCURS 200 TIMES.
015100 01  WS-VS-ENTRIES                   PIC 9(02) VALUE 0.
015200 01  WS-VS-SUB                       PIC 9(02) VALUE 0.
015300 01  WS-VS-MATCH-SUB                 PIC 9(02) VALUE 0.
015400 01  WS-BEST-SUB                     PIC 9(02) VALUE 0.
015500
015600 01  WS-ACTUAL                       PIC 9(09) VALUE 0.
015700 01  WS-VARIANCE                     PIC S9(15)V99 VALUE 0.
015800 01  WS-PROJ-ROWS                    PIC 9(06) VALUE 0.
015900 01  WS-AREA-COUNTED                 PIC 9(07) VALUE 0.
016000 01  WS-OTHER-COUNTED                PIC 9(07) VALUE 0.
016100 01  WS-HELD-COUNTED                 PIC 9(07) VALUE 0.
016200
016300 COPY CLOCKLNK REPLACING CLOCK-LINKAGE BY WS-CLOCK-LINKAGE.
016400
016500 01  WS-HEADING-LINE-1.
016600     05  FILLER                      PIC X(46) VALUE
016700         " GROWTH FORECAST VERSUS ACTUAL -- BASE MONTH ".
016800     05  H1-BASE-MONTH               PIC 9(06).
016900     05  FILLER                      PIC X(14) VALUE
017000         "  DEPARTMENT ".
017100     05  H1-DEPARTMENT               PIC X(04).
017200     05  FILLER                      PIC X(06) VALUE "  RUN ".
017300     05  H1-RUN-DATE                 PIC 9(08).
017400
017500 01  WS-ACTUAL-HEADER                PIC X(40) VALUE
017600     " ACTUAL ESTIMATING VOLUME".
017700
017800 01  WS-ACTUAL-COLUMNS               PIC X(100) VALUE
017900     " PERIOD  MONTH    AREA-SHAPELED  OTHER-CHARGLED
018000-    "  TOTAL-REQUESTS".
018100
018200 01  WS-ACTUAL-LINE.
018300     05  FILLER                      PIC X(01) VALUE SPACE.
018400     05  AL-PERIOD                   PIC ZZZZZ9.
018500     05  FILLER                      PIC X(02) VALUE SPACE.
018600     05  AL-MONTH                    PIC 9(06).
018700     05  FILLER                      PIC X(06) VALUE SPACE.
018800     05  AL-AREA                     PIC Z(8)9.
018900     05  FILLER                      PIC X(07) VALUE SPACE.
019000     05  AL-OTHER                    PIC Z(8)9.
019100     05  FILLER                      PIC X(07) VALUE SPACE.
019200     05  AL-TOTAL                    PIC Z(8)9.
019300
019400 01  WS-NO-ACTUALS-LINE              PIC X(60) VALUE
019500     " NO MONTH HAS FINISHED SINCE THE BASE MONTH YET.".
019600
019700 01  WS-SCENARIO-HEADER-LINE.
019800     05  FILLER                      PIC X(10) VALUE
019900         " SCENARIO ".
020000     05  SH-SCENARIO-NAME            PIC X(08).
020100     05  FILLER                      PIC X(07) VALUE "  BASE ".
020200     05  SH-BASE-AMOUNT              PIC Z(8)9.99.
020300     05  FILLER                      PIC X(10) VALUE
020400         "  PERIODS ".
020500     05  SH-PERIODS                  PIC ZZZ9.
020600
020700 01  WS-SCENARIO-COLUMNS             PIC X(100) VALUE
020800     " PERIOD  MONTH           PROJECTED     ACTUAL
020900-    "      VARIANCE    CUMULATIVE-VARIANCE".
021000
021100 01  WS-DETAIL-LINE.
021200     05  FILLER                      PIC X(01) VALUE SPACE.
021300     05  DL-PERIOD                   PIC ZZZZZ9.
021400     05  FILLER                      PIC X(02) VALUE SPACE.
021500     05  DL-MONTH                    PIC 9(06).
021600     05  FILLER                      PIC X(02) VALUE SPACE.
021700     05  DL-PROJECTED                PIC Z(14)9.99.
021800     05  FILLER                      PIC X(02) VALUE SPACE.
021900     05  DL-ACTUAL                   PIC Z(8)9.
022000     05  FILLER                      PIC X(01) VALUE SPACE.
022100     05  DL-VARIANCE                 PIC -Z(14)9.99.
022200     05  FILLER                      PIC X(01) VALUE SPACE.
022300     05  DL-CUMULATIVE               PIC -Z(16)9.99.
022400     05  FILLER                      PIC X(01) VALUE SPACE.
022500     05  DL-STATUS                   PIC X(04).
022600
022700 01  WS-SCENARIO-SUMMARY-LINE.
022800     05  FILLER                      PIC X(18) VALUE
022900         " MONTHS COMPARED: ".
023000     05  SS-COMPARED                 PIC ZZZ9.
023100     05  FILLER                      PIC X(30) VALUE
023200         "  AVERAGE ABSOLUTE VARIANCE: ".
023300     05  SS-AVG-VARIANCE             PIC Z(14)9.99.
023400
023500 01  WS-COMPARISON-HEADER            PIC X(40) VALUE
023600     " SCENARIO TRACKING COMPARISON".
023700
023800 01  WS-COMPARISON-COLUMNS           PIC X(100) VALUE
023900     " SCENARIO  COMPARED    CUMULATIVE-VARIANCE
024000-    "  AVG-ABSOLUTE-VARIANCE".
024100
024200 01  WS-COMPARISON-LINE.
024300     05  FILLER                      PIC X(01) VALUE SPACE.
024400     05  CP-SCENARIO-NAME            PIC X(08).
024500     05  FILLER                      PIC X(02) VALUE SPACE.
024600     05  CP-COMPARED                 PIC ZZZZZZ9.
024700     05  FILLER                      PIC X(02) VALUE SPACE.
024800     05  CP-CUMULATIVE               PIC -Z(16)9.99.
024900     05  FILLER                      PIC X(02) VALUE SPACE.
025000     05  CP-AVG-VARIANCE             PIC Z(14)9.99.
025100
025200 01  WS-BEST-LINE.
025300     05  FILLER                      PIC X(36) VALUE
025400         " CLOSEST TRACKING SCENARIO SO FAR: ".
025500     05  BL-SCENARIO-NAME            PIC X(08).
025600
025700 01  WS-NO-BEST-LINE                 PIC X(70) VALUE
025800     " NO SCENARIO CAN BE NAMED -- NO FINISHED MONTH TO COMPARE.".
025900
026000******************************************************************
026100 PROCEDURE DIVISION.
026200 0000-MAINLINE.
026300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026400     IF NOT RUN-REFUSED
026500         PERFORM 2000-GATHER-ACTUALS THRU 2000-EXIT
026600     END-IF.
026700     IF NOT RUN-REFUSED
026800         PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
026900     END-IF.
027000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027100     STOP RUN.
027200
027300******************************************************************
027400*    1000-INITIALIZE -- STAMP THE RUN, TAKE THE COMMAND LINE,
027500*                 PICK THE BASE MONTH AND LOAD ITS SCHEDULES.
027600******************************************************************
027700 1000-INITIALIZE.
027800     MOVE "STAMP"   TO CLK-FUNCTION.
027900     MOVE "GROWVAR" TO CLK-PROGRAM-ID.
028000     MOVE "START"   TO CLK-EVENT.
028100     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
028200     MOVE CLK-RETURN-DATE TO WS-RUN-DATE.
028300     COMPUTE WS-RUN-MONTH = WS-RUN-DATE / 100.
028400
028500     PERFORM 1100-TAKE-ARGUMENT THRU 1100-EXIT
028600         VARYING WS-ARG-SUB FROM 1 BY 1
028700         UNTIL WS-ARG-SUB > 2
028800         OR RUN-REFUSED.
028900     IF RUN-REFUSED
029000         GO TO 1000-EXIT
029100     END-IF.
029200
029300     OPEN INPUT GROWTH-PROJECTION-FILE.
029400     IF WS-GROWPROJ-STATUS NOT = "00"
029500         DISPLAY "GROWVAR: CANNOT OPEN GROWPROJ, STATUS = "
029600             WS-GROWPROJ-STATUS " -- NO SCHEDULES TO CHECK."
029700         MOVE "Y" TO WS-REFUSED-SW
029800         GO TO 1000-EXIT
029900     END-IF.
030000     MOVE "Y" TO WS-GROWPROJ-OPEN-SW.
030100
030200     IF WS-BASE-MONTH = 0
030300         PERFORM 1200-FIND-BASE-MONTH THRU 1200-EXIT
030400     END-IF.
030500     IF WS-BASE-MONTH = 0
030600         DISPLAY "GROWVAR: GROWPROJ HOLDS NO SCHEDULES."
030700         MOVE "Y" TO WS-REFUSED-SW
030800         GO TO 1000-EXIT
030900     END-IF.
031000
031100     PERFORM 1300-LOAD-SCHEDULES THRU 1300-EXIT.
031200     IF WS-VS-ENTRIES = 0
031300         DISPLAY "GROWVAR: NO GROWPROJ SCHEDULE FOR BASE MONTH "
031400             WS-BASE-MONTH "."
031500         MOVE "Y" TO WS-REFUSED-SW
031600         GO TO 1000-EXIT
031700     END-IF.
031800
031900     PERFORM 1400-SET-PERIOD-MONTHS THRU 1400-EXIT.
032000 1000-EXIT.
032100     EXIT.
032200
032300******************************************************************
032400*    1100-TAKE-ARGUMENT -- ONE COMMAND-LINE WORD, "BASE=YYYYMM"
032500*                 OR "DEPT=XXXX".  ANYTHING ELSE REFUSES THE RUN
032600*                 RATHER THAN QUIETLY REPORTING SOMETHING OTHER
032700*                 THAN WHAT WAS ASKED FOR.
032800******************************************************************
032900 1100-TAKE-ARGUMENT.
033000     DISPLAY WS-ARG-SUB UPON ARGUMENT-NUMBER.
033100     ACCEPT WS-ARG-PARM FROM ARGUMENT-VALUE
033200         ON EXCEPTION
033300             MOVE SPACES TO WS-ARG-PARM
033400     END-ACCEPT.
033500
033600     IF WS-ARG-PARM = SPACES
033700         GO TO 1100-EXIT
033800     END-IF.
033900
034000     IF WS-ARG-PARM (1:5) = "BASE="
034100         AND WS-ARG-PARM (6:6) IS NUMERIC
034200         AND WS-ARG-PARM (10:2) > "00"
034300         AND WS-ARG-PARM (10:2) < "13"
034400         MOVE WS-ARG-PARM (6:6) TO WS-BASE-MONTH
034500         GO TO 1100-EXIT
034600     END-IF.
034700
034800     IF WS-ARG-PARM (1:5) = "DEPT="
034900         AND WS-ARG-PARM (6:4) NOT = SPACES
035000         MOVE WS-ARG-PARM (6:4) TO WS-DEPT-FILTER
035100         GO TO 1100-EXIT
035200     END-IF.
035300
035400     DISPLAY "GROWVAR: ARGUMENT " WS-ARG-PARM " NOT UNDERSTOOD"
035500         " -- USE BASE=YYYYMM AND/OR DEPT=XXXX.".
035600     MOVE "Y" TO WS-REFUSED-SW.
035700 1100-EXIT.
035800     EXIT.
035900
036000******************************************************************
036100*    1200-FIND-BASE-MONTH -- WITH NO BASE= ON THE COMMAND LINE,
036200*                 CHECK THE EARLIEST SCHEDULES ON FILE -- THEY
036300*                 HAVE THE MOST FINISHED MONTHS BEHIND THEM.
036400******************************************************************
036500 1200-FIND-BASE-MONTH.
036600     MOVE "N" TO WS-EOF-SW.
036700     PERFORM 1250-CHECK-BASE-MONTH THRU 1250-EXIT
036800         UNTIL END-OF-FILE.
036900 1200-EXIT.
037000     EXIT.
037100
037200 1250-CHECK-BASE-MONTH.
037300     READ GROWTH-PROJECTION-FILE NEXT RECORD
037400         AT END
037500             MOVE "Y" TO WS-EOF-SW
037600             GO TO 1250-EXIT
037700     END-READ.
037800
037900     IF WS-BASE-MONTH = 0
038000         OR GP-BASE-MONTH < WS-BASE-MONTH
038100         MOVE GP-BASE-MONTH TO WS-BASE-MONTH
038200     END-IF.
038300 1250-EXIT.
038400     EXIT.
038500
038600******************************************************************
038700*    1300-LOAD-SCHEDULES -- LOAD EVERY SCENARIO'S SCHEDULE FOR
038800*                 THE BASE MONTH.  THE FILE IS KEYED BY SCENARIO
038900*                 FIRST, SO IT IS READ FROM THE TOP AND EACH ROW
039000*                 FOR ANOTHER BASE MONTH IS PASSED OVER.
039100******************************************************************
039200 1300-LOAD-SCHEDULES.
039300     MOVE LOW-VALUES TO GP-KEY.
039400     MOVE "N" TO WS-EOF-SW.
039500     START GROWTH-PROJECTION-FILE KEY NOT < GP-KEY
039600         INVALID KEY
039700             MOVE "Y" TO WS-EOF-SW
039800     END-START.
039900
040000     PERFORM 1350-LOAD-ONE-ROW THRU 1350-EXIT
040100         UNTIL END-OF-FILE.
040200 1300-EXIT.
040300     EXIT.
040400
040500 1350-LOAD-ONE-ROW.
040600     READ GROWTH-PROJECTION-FILE NEXT RECORD
040700         AT END
040800             MOVE "Y" TO WS-EOF-SW
040900             GO TO 1350-EXIT
041000     END-READ.
041100
041200     IF GP-BASE-MONTH NOT = WS-BASE-MONTH
041300         OR GP-PERIOD < 1
041400         OR GP-PERIOD > 200
041500         GO TO 1350-EXIT
041600     END-IF.
041700
041800     MOVE 0 TO WS-VS-MATCH-SUB.
041900     PERFORM 1360-FIND-SCENARIO THRU 1360-EXIT
042000         VARYING WS-VS-SUB FROM 1 BY 1
042100         UNTIL WS-VS-SUB > WS-VS-ENTRIES.
042200
042300     IF WS-VS-MATCH-SUB = 0
042400         IF WS-VS-ENTRIES < 10
042500             ADD 1 TO WS-VS-ENTRIES
042600             MOVE WS-VS-ENTRIES TO WS-VS-MATCH-SUB
042700             INITIALIZE WS-VS-ENTRY (WS-VS-MATCH-SUB)
042800             MOVE GP-SCENARIO-NAME
042900                 TO WS-VS-NAME (WS-VS-MATCH-SUB)
043000             MOVE GP-BASE-AMOUNT
043100                 TO WS-VS-BASE-AMOUNT (WS-VS-MATCH-SUB)
043200         ELSE
043300             DISPLAY "GROWVAR: MORE THAN 10 SCENARIOS -- "
043400                 GP-SCENARIO-NAME " NOT CHECKED."
043500             GO TO 1350-EXIT
043600         END-IF
043700     END-IF.
043800
043900     MOVE GP-PROJ-AMOUNT
044000         TO WS-VS-PROJ-AMOUNT (WS-VS-MATCH-SUB, GP-PERIOD).
044100     IF GP-PERIOD > WS-VS-PERIODS (WS-VS-MATCH-SUB)
044200         MOVE GP-PERIOD TO WS-VS-PERIODS (WS-VS-MATCH-SUB)
044300     END-IF.
044400     IF GP-PERIOD > WS-MAX-PERIODS
044500         MOVE GP-PERIOD TO WS-MAX-PERIODS
044600     END-IF.
044700     ADD 1 TO WS-PROJ-ROWS.
044800 1350-EXIT.
044900     EXIT.
045000
045100 1360-FIND-SCENARIO.
045200     IF WS-VS-NAME (WS-VS-SUB) = GP-SCENARIO-NAME
045300         MOVE WS-VS-SUB TO WS-VS-MATCH-SUB
045400     END-IF.
045500 1360-EXIT.
045600     EXIT.
045700
045800******************************************************************
045900*    1400-SET-PERIOD-MONTHS -- GIVE EACH PERIOD ITS CALENDAR
046000*                 MONTH (PERIOD 1 IS THE BASE MONTH) AND WORK OUT
046100*                 HOW MANY PERIODS HAVE FULLY FINISHED BEFORE THE
046200*                 RUN MONTH.
046300******************************************************************
046400 1400-SET-PERIOD-MONTHS.
046500     COMPUTE WS-BASE-MONTH-NUMBER =
046600         WS-BASE-YEAR * 12 + WS-BASE-MM.
046700     INITIALIZE WS-PERIOD-TABLE.
046800     PERFORM 1450-SET-ONE-MONTH THRU 1450-EXIT
046900         VARYING WS-PER-SUB FROM 1 BY 1
047000         UNTIL WS-PER-SUB > WS-MAX-PERIODS.
047100
047200     COMPUTE WS-COMPLETE-PERIODS =
047300         WS-RUN-YEAR * 12 + WS-RUN-MM - WS-BASE-MONTH-NUMBER.
047400     IF WS-COMPLETE-PERIODS < 0
047500         MOVE 0 TO WS-COMPLETE-PERIODS
047600     END-IF.
047700     IF WS-COMPLETE-PERIODS > WS-MAX-PERIODS
047800         MOVE WS-MAX-PERIODS TO WS-COMPLETE-PERIODS
047900     END-IF.
048000 1400-EXIT.
048100     EXIT.
048200
048300 1450-SET-ONE-MONTH.
048400     COMPUTE WS-MONTH-NUMBER =
048500         WS-BASE-MONTH-NUMBER + WS-PER-SUB - 2.
048600     DIVIDE WS-MONTH-NUMBER BY 12
048700         GIVING WS-WORK-YEAR REMAINDER WS-WORK-MM.
048800     ADD 1 TO WS-WORK-MM.
048900     MOVE WS-WORK-MONTH TO WS-PT-MONTH (WS-PER-SUB).
049000 1450-EXIT.
049100     EXIT.
049200
049300******************************************************************
049400*    2000-GATHER-ACTUALS -- COUNT THE REQUESTS THAT ARRIVED IN
049500*                 EACH FINISHED PERIOD.  EACH LEDGER IS KEYED BY
049600*                 CALC DATE, SO EACH PASS STARTS AT THE BASE
049700*                 MONTH AND STOPS AT THE FIRST ROW PAST THE LAST
049800*                 FINISHED MONTH.
049900******************************************************************
050000 2000-GATHER-ACTUALS.
050100     IF WS-COMPLETE-PERIODS = 0
050200         GO TO 2000-EXIT
050300     END-IF.
050400
050500     PERFORM 2100-COUNT-AREA-REQUESTS THRU 2100-EXIT.
050600     IF RUN-REFUSED
050700         GO TO 2000-EXIT
050800     END-IF.
050900     PERFORM 2200-COUNT-CHARGED-REQUESTS THRU 2200-EXIT.
051000     IF RUN-REFUSED
051100         GO TO 2000-EXIT
051200     END-IF.
051300     PERFORM 2300-COUNT-HELD-REQUESTS THRU 2300-EXIT.
051400 2000-EXIT.
051500     EXIT.
051600
051700******************************************************************
051800*    2100-COUNT-AREA-REQUESTS -- AREA VOLUME FROM SHAPELED.
051900******************************************************************
052000 2100-COUNT-AREA-REQUESTS.
052100     OPEN INPUT SHAPE-LEDGER-FILE.
052200     IF WS-SHAPELED-STATUS = "35"
052300         DISPLAY "GROWVAR: SHAPELED NOT ON DISK -- NO AREA "
052400             "VOLUME COUNTED."
052500         GO TO 2100-EXIT
052600     END-IF.
052700     IF WS-SHAPELED-STATUS NOT = "00"
052800         DISPLAY "GROWVAR: CANNOT OPEN SHAPELED, STATUS = "
052900             WS-SHAPELED-STATUS
053000         MOVE "Y" TO WS-REFUSED-SW
053100         GO TO 2100-EXIT
053200     END-IF.
053300
053400     MOVE "N" TO WS-EOF-SW.
053500     COMPUTE SL-CALC-DATE = WS-BASE-MONTH * 100 + 1.
053600     MOVE LOW-VALUES TO SL-DEPARTMENT.
053700     MOVE 0          TO SL-SEQ-NO.
053800     START SHAPE-LEDGER-FILE KEY NOT < SL-KEY
053900         INVALID KEY
054000             MOVE "Y" TO WS-EOF-SW
054100     END-START.
054200
054300     PERFORM 2150-COUNT-ONE-AREA THRU 2150-EXIT
054400         UNTIL END-OF-FILE.
054500     CLOSE SHAPE-LEDGER-FILE.
054600 2100-EXIT.
054700     EXIT.
054800
054900 2150-COUNT-ONE-AREA.
055000     READ SHAPE-LEDGER-FILE NEXT RECORD
055100         AT END
055200             MOVE "Y" TO WS-EOF-SW
055300             GO TO 2150-EXIT
055400     END-READ.
055500
055600     COMPUTE WS-WORK-MONTH = SL-CALC-DATE / 100.
055700     PERFORM 8000-FIND-PERIOD THRU 8000-EXIT.
055800     IF WS-PERIOD-NO > WS-COMPLETE-PERIODS
055900         MOVE "Y" TO WS-EOF-SW
056000         GO TO 2150-EXIT
056100     END-IF.
056200     IF WS-PERIOD-NO < 1
056300         GO TO 2150-EXIT
056400     END-IF.
056500     IF WS-DEPT-FILTER NOT = SPACES
056600         AND SL-DEPARTMENT NOT = WS-DEPT-FILTER
056700         GO TO 2150-EXIT
056800     END-IF.
056900
057000     ADD 1 TO WS-PT-AREA (WS-PERIOD-NO).
057100     ADD 1 TO WS-AREA-COUNTED.
057200 2150-EXIT.
057300     EXIT.
057400
057500******************************************************************
057600*    2200-COUNT-CHARGED-REQUESTS -- EVERY OTHER REQUEST TYPE FROM
057700*                 CHARGLED.  CHARGLED CARRIES THE AREA REQUESTS
057800*                 TOO, BUT THOSE ARE ALREADY COUNTED FROM
057900*                 SHAPELED, WHICH GOES BACK FURTHER.
058000******************************************************************
058100 2200-COUNT-CHARGED-REQUESTS.
058200     OPEN INPUT CHARGE-LEDGER-FILE.
058300     IF WS-CHARGLED-STATUS = "35"
058400         DISPLAY "GROWVAR: CHARGLED NOT ON DISK -- NO OTHER "
058500             "VOLUME COUNTED."
058600         GO TO 2200-EXIT
058700     END-IF.
058800     IF WS-CHARGLED-STATUS NOT = "00"
058900         DISPLAY "GROWVAR: CANNOT OPEN CHARGLED, STATUS = "
059000             WS-CHARGLED-STATUS
059100         MOVE "Y" TO WS-REFUSED-SW
059200         GO TO 2200-EXIT
059300     END-IF.
059400
059500     MOVE "N" TO WS-EOF-SW.
059600     COMPUTE CG-CALC-DATE = WS-BASE-MONTH * 100 + 1.
059700     MOVE 0 TO CG-SEQ-NO.
059800     START CHARGE-LEDGER-FILE KEY NOT < CG-KEY
059900         INVALID KEY
060000             MOVE "Y" TO WS-EOF-SW
060100     END-START.
060200
060300     PERFORM 2250-COUNT-ONE-CHARGE THRU 2250-EXIT
060400         UNTIL END-OF-FILE.
060500     CLOSE CHARGE-LEDGER-FILE.
060600 2200-EXIT.
060700     EXIT.
060800
060900 2250-COUNT-ONE-CHARGE.
061000     READ CHARGE-LEDGER-FILE NEXT RECORD
061100         AT END
061200             MOVE "Y" TO WS-EOF-SW
061300             GO TO 2250-EXIT
061400     END-READ.
061500
061600     COMPUTE WS-WORK-MONTH = CG-CALC-DATE / 100.
061700     PERFORM 8000-FIND-PERIOD THRU 8000-EXIT.
061800     IF WS-PERIOD-NO > WS-COMPLETE-PERIODS
061900         MOVE "Y" TO WS-EOF-SW
062000         GO TO 2250-EXIT
062100     END-IF.
062200     IF WS-PERIOD-NO < 1
062300         OR CG-REQUEST-TYPE = "AREA"
062400         GO TO 2250-EXIT
062500     END-IF.
062600     IF WS-DEPT-FILTER NOT = SPACES
062700         AND CG-DEPARTMENT NOT = WS-DEPT-FILTER
062800         GO TO 2250-EXIT
062900     END-IF.
063000
063100     ADD 1 TO WS-PT-OTHER (WS-PERIOD-NO).
063200     ADD 1 TO WS-OTHER-COUNTED.
063300 2250-EXIT.
063400     EXIT.
063500
063600******************************************************************
063700*    2300-COUNT-HELD-REQUESTS -- A NON-AREA CHARGE DATED INTO A
063800*                 CLOSED MONTH WAS HELD ON BILLADJ INSTEAD OF
063900*                 CHARGLED, BUT THE WORK STILL ARRIVED IN THAT
064000*                 MONTH AND COUNTS TOWARD ITS VOLUME.
064100******************************************************************
064200 2300-COUNT-HELD-REQUESTS.
064300     OPEN INPUT BILL-ADJUSTMENT-FILE.
064400     IF WS-BILLADJ-STATUS = "35"
064500         GO TO 2300-EXIT
064600     END-IF.
064700     IF WS-BILLADJ-STATUS NOT = "00"
064800         DISPLAY "GROWVAR: CANNOT OPEN BILLADJ, STATUS = "
064900             WS-BILLADJ-STATUS
065000         MOVE "Y" TO WS-REFUSED-SW
065100         GO TO 2300-EXIT
065200     END-IF.
065300
065400     MOVE "N" TO WS-EOF-SW.
065500     COMPUTE AJ-CALC-DATE = WS-BASE-MONTH * 100 + 1.
065600     MOVE 0 TO AJ-SEQ-NO.
065700     START BILL-ADJUSTMENT-FILE KEY NOT < AJ-KEY
065800         INVALID KEY
065900             MOVE "Y" TO WS-EOF-SW
066000     END-START.
066100
066200     PERFORM 2350-COUNT-ONE-HELD THRU 2350-EXIT
066300         UNTIL END-OF-FILE.
066400     CLOSE BILL-ADJUSTMENT-FILE.
066500 2300-EXIT.
066600     EXIT.
066700
066800 2350-COUNT-ONE-HELD.
066900     READ BILL-ADJUSTMENT-FILE NEXT RECORD
067000         AT END
067100             MOVE "Y" TO WS-EOF-SW
067200             GO TO 2350-EXIT
067300     END-READ.
067400
067500     COMPUTE WS-WORK-MONTH = AJ-CALC-DATE / 100.
067600     PERFORM 8000-FIND-PERIOD THRU 8000-EXIT.
067700     IF WS-PERIOD-NO > WS-COMPLETE-PERIODS
067800         MOVE "Y" TO WS-EOF-SW
067900         GO TO 2350-EXIT
068000     END-IF.
068100     IF WS-PERIOD-NO < 1
068200         OR AJ-REQUEST-TYPE = "AREA"
068300         GO TO 2350-EXIT
068400     END-IF.
068500     IF WS-DEPT-FILTER NOT = SPACES
068600         AND AJ-DEPARTMENT NOT = WS-DEPT-FILTER
068700         GO TO 2350-EXIT
068800     END-IF.
068900
069000     ADD 1 TO WS-PT-OTHER (WS-PERIOD-NO).
069100     ADD 1 TO WS-HELD-COUNTED.
069200 2350-EXIT.
069300     EXIT.
069400
069500******************************************************************
069600*    3000-WRITE-REPORT -- THE ACTUAL VOLUME BLOCK, ONE SECTION
069700*                 PER SCENARIO, AND THE CLOSING COMPARISON THAT
069800*                 NAMES THE SCENARIO TRACKING ACTUALS BEST.
069900******************************************************************
070000 3000-WRITE-REPORT.
070100     OPEN OUTPUT GROWVAR-REPORT-FILE.
070200     MOVE "Y" TO WS-REPORT-OPEN-SW.
070300
070400     MOVE WS-BASE-MONTH TO H1-BASE-MONTH.
070500     MOVE WS-RUN-DATE   TO H1-RUN-DATE.
070600     IF WS-DEPT-FILTER = SPACES
070700         MOVE "ALL"          TO H1-DEPARTMENT
070800     ELSE
070900         MOVE WS-DEPT-FILTER TO H1-DEPARTMENT
071000     END-IF.
071100     WRITE GROWVAR-REPORT-RECORD FROM WS-HEADING-LINE-1.
071200
071300     MOVE SPACES TO GROWVAR-REPORT-RECORD.
071400     WRITE GROWVAR-REPORT-RECORD.
071500     MOVE WS-ACTUAL-HEADER TO GROWVAR-REPORT-RECORD.
071600     WRITE GROWVAR-REPORT-RECORD.
071700     IF WS-COMPLETE-PERIODS = 0
071800         WRITE GROWVAR-REPORT-RECORD FROM WS-NO-ACTUALS-LINE
071900     ELSE
072000         WRITE GROWVAR-REPORT-RECORD FROM WS-ACTUAL-COLUMNS
072100         PERFORM 3050-WRITE-ACTUAL-LINE THRU 3050-EXIT
072200             VARYING WS-PER-SUB FROM 1 BY 1
072300             UNTIL WS-PER-SUB > WS-COMPLETE-PERIODS
072400     END-IF.
072500
072600     PERFORM 3100-WRITE-ONE-SCENARIO THRU 3100-EXIT
072700         VARYING WS-VS-SUB FROM 1 BY 1
072800         UNTIL WS-VS-SUB > WS-VS-ENTRIES.
072900
073000     PERFORM 3500-WRITE-COMPARISON THRU 3500-EXIT.
073100 3000-EXIT.
073200     EXIT.
073300
073400 3050-WRITE-ACTUAL-LINE.
073500     MOVE SPACES TO WS-ACTUAL-LINE.
073600     MOVE WS-PER-SUB               TO AL-PERIOD.
073700     MOVE WS-PT-MONTH (WS-PER-SUB) TO AL-MONTH.
073800     MOVE WS-PT-AREA (WS-PER-SUB)  TO AL-AREA.
073900     MOVE WS-PT-OTHER (WS-PER-SUB) TO AL-OTHER.
074000     COMPUTE WS-ACTUAL =
074100         WS-PT-AREA (WS-PER-SUB) + WS-PT-OTHER (WS-PER-SUB).
074200     MOVE WS-ACTUAL                TO AL-TOTAL.
074300     WRITE GROWVAR-REPORT-RECORD FROM WS-ACTUAL-LINE.
074400 3050-EXIT.
074500     EXIT.
074600
074700******************************************************************
074800*    3100-WRITE-ONE-SCENARIO -- ONE SCENARIO'S PERIODS, PROJECTED
074900*                 AGAINST ACTUAL, AND ITS CLOSING SUMMARY LINE.
075000******************************************************************
075100 3100-WRITE-ONE-SCENARIO.
075200     MOVE SPACES TO GROWVAR-REPORT-RECORD.
075300     WRITE GROWVAR-REPORT-RECORD.
075400     MOVE WS-VS-NAME (WS-VS-SUB)        TO SH-SCENARIO-NAME.
075500     MOVE WS-VS-BASE-AMOUNT (WS-VS-SUB) TO SH-BASE-AMOUNT.
075600     MOVE WS-VS-PERIODS (WS-VS-SUB)     TO SH-PERIODS.
075700     WRITE GROWVAR-REPORT-RECORD FROM WS-SCENARIO-HEADER-LINE.
075800     WRITE GROWVAR-REPORT-RECORD FROM WS-SCENARIO-COLUMNS.
075900
076000     PERFORM 3150-WRITE-PERIOD-LINE THRU 3150-EXIT
076100         VARYING WS-PER-SUB FROM 1 BY 1
076200         UNTIL WS-PER-SUB > WS-VS-PERIODS (WS-VS-SUB).
076300
076400     IF WS-VS-COMPARED (WS-VS-SUB) > 0
076500         COMPUTE WS-VS-AVG-VARIANCE (WS-VS-SUB) ROUNDED =
076600             WS-VS-ABS-VARIANCE (WS-VS-SUB)
076700             / WS-VS-COMPARED (WS-VS-SUB)
076800     END-IF.
076900     MOVE WS-VS-COMPARED (WS-VS-SUB)     TO SS-COMPARED.
077000     MOVE WS-VS-AVG-VARIANCE (WS-VS-SUB) TO SS-AVG-VARIANCE.
077100     WRITE GROWVAR-REPORT-RECORD FROM WS-SCENARIO-SUMMARY-LINE.
077200 3100-EXIT.
077300     EXIT.
077400
077500 3150-WRITE-PERIOD-LINE.
077600     MOVE SPACES TO WS-DETAIL-LINE.
077700     MOVE WS-PER-SUB               TO DL-PERIOD.
077800     MOVE WS-PT-MONTH (WS-PER-SUB) TO DL-MONTH.
077900     MOVE WS-VS-PROJ-AMOUNT (WS-VS-SUB, WS-PER-SUB)
078000         TO DL-PROJECTED.
078100
078200*    A PERIOD WHOSE MONTH HAS NOT FINISHED HAS NO ACTUAL YET.
078300     IF WS-PER-SUB > WS-COMPLETE-PERIODS
078400         MOVE "OPEN" TO DL-STATUS
078500         WRITE GROWVAR-REPORT-RECORD FROM WS-DETAIL-LINE
078600         GO TO 3150-EXIT
078700     END-IF.
078800
078900     COMPUTE WS-ACTUAL =
079000         WS-PT-AREA (WS-PER-SUB) + WS-PT-OTHER (WS-PER-SUB).
079100     COMPUTE WS-VARIANCE =
079200         WS-ACTUAL - WS-VS-PROJ-AMOUNT (WS-VS-SUB, WS-PER-SUB).
079300     ADD WS-VARIANCE TO WS-VS-CUM-VARIANCE (WS-VS-SUB).
079400     IF WS-VARIANCE < 0
079500         SUBTRACT WS-VARIANCE FROM WS-VS-ABS-VARIANCE (WS-VS-SUB)
079600     ELSE
079700         ADD WS-VARIANCE TO WS-VS-ABS-VARIANCE (WS-VS-SUB)
079800     END-IF.
079900     ADD 1 TO WS-VS-COMPARED (WS-VS-SUB).
080000
080100     MOVE WS-ACTUAL                        TO DL-ACTUAL.
080200     MOVE WS-VARIANCE                      TO DL-VARIANCE.
080300     MOVE WS-VS-CUM-VARIANCE (WS-VS-SUB)   TO DL-CUMULATIVE.
080400     WRITE GROWVAR-REPORT-RECORD FROM WS-DETAIL-LINE.
080500 3150-EXIT.
080600     EXIT.
080700
080800******************************************************************
080900*    3500-WRITE-COMPARISON -- LINE THE SCENARIOS UP AND NAME THE
081000*                 ONE WITH THE SMALLEST AVERAGE ABSOLUTE VARIANCE.
081100*                 THE AVERAGE, NOT THE TOTAL, SO A SCENARIO WITH
081200*                 A SHORTER TERM CAP IS NOT FAVORED FOR HAVING
081300*                 FEWER MONTHS TO MISS; THE CUMULATIVE VARIANCE
081400*                 SHOWS WHICH WAY IT MISSES.
081500******************************************************************
081600 3500-WRITE-COMPARISON.
081700     MOVE SPACES TO GROWVAR-REPORT-RECORD.
081800     WRITE GROWVAR-REPORT-RECORD.
081900     MOVE WS-COMPARISON-HEADER TO GROWVAR-REPORT-RECORD.
082000     WRITE GROWVAR-REPORT-RECORD.
082100     WRITE GROWVAR-REPORT-RECORD FROM WS-COMPARISON-COLUMNS.
082200
082300     MOVE 0 TO WS-BEST-SUB.
082400     PERFORM 3550-WRITE-COMPARISON-LINE THRU 3550-EXIT
082500         VARYING WS-VS-SUB FROM 1 BY 1
082600         UNTIL WS-VS-SUB > WS-VS-ENTRIES.
082700
082800     MOVE SPACES TO GROWVAR-REPORT-RECORD.
082900     WRITE GROWVAR-REPORT-RECORD.
083000     IF WS-BEST-SUB = 0
083100         WRITE GROWVAR-REPORT-RECORD FROM WS-NO-BEST-LINE
083200     ELSE
083300         MOVE WS-VS-NAME (WS-BEST-SUB) TO BL-SCENARIO-NAME
083400         WRITE GROWVAR-REPORT-RECORD FROM WS-BEST-LINE
083500     END-IF.
083600 3500-EXIT.
083700     EXIT.
083800
083900 3550-WRITE-COMPARISON-LINE.
084000     MOVE SPACES TO WS-COMPARISON-LINE.
084100     MOVE WS-VS-NAME (WS-VS-SUB)         TO CP-SCENARIO-NAME.
084200     MOVE WS-VS-COMPARED (WS-VS-SUB)     TO CP-COMPARED.
084300     MOVE WS-VS-CUM-VARIANCE (WS-VS-SUB) TO CP-CUMULATIVE.
084400     MOVE WS-VS-AVG-VARIANCE (WS-VS-SUB) TO CP-AVG-VARIANCE.
084500     WRITE GROWVAR-REPORT-RECORD FROM WS-COMPARISON-LINE.
084600
084700     IF WS-VS-COMPARED (WS-VS-SUB) = 0
084800         GO TO 3550-EXIT
084900     END-IF.
085000     IF WS-BEST-SUB = 0
085100         MOVE WS-VS-SUB TO WS-BEST-SUB
085200         GO TO 3550-EXIT
085300     END-IF.
085400     IF WS-VS-AVG-VARIANCE (WS-VS-SUB)
085500         < WS-VS-AVG-VARIANCE (WS-BEST-SUB)
085600         MOVE WS-VS-SUB TO WS-BEST-SUB
085700     END-IF.
085800 3550-EXIT.
085900     EXIT.
086000
086100******************************************************************
086200*    8000-FIND-PERIOD -- THE SCHEDULE PERIOD A LEDGER MONTH
086300*                 (WS-WORK-MONTH) FALLS IN.  ZERO OR LESS IS
086400*                 BEFORE THE BASE MONTH.
086500******************************************************************
086600 8000-FIND-PERIOD.
086700     COMPUTE WS-PERIOD-NO =
086800         WS-WORK-YEAR * 12 + WS-WORK-MM
086900         - WS-BASE-MONTH-NUMBER + 1.
087000 8000-EXIT.
087100     EXIT.
087200
087300******************************************************************
087400*    9000-TERMINATE -- CLOSE UP, STAMP THE END OF THE RUN AND
087500*                 SET THE RETURN CODE.
087600******************************************************************
087700 9000-TERMINATE.
087800     IF GROWPROJ-OPEN
087900         CLOSE GROWTH-PROJECTION-FILE
088000     END-IF.
088100     IF REPORT-OPEN
088200         CLOSE GROWVAR-REPORT-FILE
088300     END-IF.
088400
088500     MOVE "STAMP"   TO CLK-FUNCTION.
088600     MOVE "GROWVAR" TO CLK-PROGRAM-ID.
088700     MOVE "END"     TO CLK-EVENT.
088800     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
088900
089000     IF RUN-REFUSED
089100         DISPLAY "GROWVAR: NO REPORT PRODUCED."
089200         MOVE 0016 TO RETURN-CODE
089300         GO TO 9000-EXIT
089400     END-IF.
089500
089600     DISPLAY "GROWVAR: " WS-VS-ENTRIES " SCENARIO(S), "
089700         WS-PROJ-ROWS " PROJECTED PERIOD(S) FOR BASE MONTH "
089800         WS-BASE-MONTH ".".
089900     DISPLAY "GROWVAR: ACTUALS -- AREA " WS-AREA-COUNTED
090000         ", CHARGED " WS-OTHER-COUNTED ", HELD "
090100         WS-HELD-COUNTED ".".
090200
090300     IF WS-BEST-SUB = 0
090400         DISPLAY "GROWVAR: NO FINISHED MONTH TO COMPARE YET."
090500         MOVE 0004 TO RETURN-CODE
090600     ELSE
090700         DISPLAY "GROWVAR: CLOSEST TRACKING SCENARIO IS "
090800             WS-VS-NAME (WS-BEST-SUB) "."
090900         MOVE 0000 TO RETURN-CODE
091000     END-IF.
091100 9000-EXIT.
091200     EXIT.
091300
091400 END PROGRAM GROWVAR.
