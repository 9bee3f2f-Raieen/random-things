000100******************************************************************
000200*    PROGRAM-ID:  BUDGRPT
000300*    AUTHOR    :  J. R. PRATHER
000400*    INSTALL.  :  ESTIMATING SYSTEMS
000500*    DATE-WRTN :  10/23/18
000600*    PURPOSE   :  DEPARTMENT BUDGET VS ACTUAL REPORT.  CHARGBIL
000700*                 BILLS AFTER THE FACT, SO A DEPARTMENT USED TO
000800*                 FIND OUT IT HAD BLOWN ITS ESTIMATING ALLOCATION
000900*                 ONLY WHEN THE INVOICE LANDED.  THIS REPORT
001000*                 READS THE CURRENT MONTH'S SLICE OF THE CHARGLED
001100*                 LEDGER UP TO THE RUN DATE, PRICES EACH ROW AT
001200*                 ITS RATECARD RATE THE SAME WAY CHARGBIL WILL,
001300*                 AND PRINTS ONE LINE PER DEPARTMENT: ITS DEPTBUDG
001400*                 MONTHLY BUDGET, MONTH-TO-DATE CHARGES, PERCENT
001500*                 CONSUMED, AND THE PROJECTED MONTH-END CHARGE AT
001600*                 THE CURRENT DAILY RATE (MONTH-TO-DATE / DAYS
001700*                 ELAPSED * DAYS IN THE MONTH) SO FINANCE CAN
001800*                 WARN A DEPARTMENT MID-MONTH.  A DEPARTMENT WITH
001900*                 ACTIVITY BUT NO BUDGET ROW PRINTS FLAGGED.
002000*    TECTONICS :  cobc
002100*------------------------------------------------------------------
002200*    MOD LOG:
002300*    DATE       INIT  DESCRIPTION
002400*    10/23/18   JRP   ORIGINAL PROGRAM.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. BUDGRPT.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CHARGE-LEDGER-FILE ASSIGN TO "CHARGLED"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS CG-KEY
003500         FILE STATUS IS WS-CHARGLED-STATUS.
003600
003700     SELECT RATE-CARD-FILE ASSIGN TO "RATECARD"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-RATECARD-STATUS.
004000
004100     SELECT DEPT-BUDGET-FILE ASSIGN TO "DEPTBUDG"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-DEPTBUDG-STATUS.
004400
004500     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-DEPTMAST-STATUS.
004800
004900     SELECT BUDGET-REPORT-FILE ASSIGN TO "BUDGRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-BUDGRPT-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CHARGE-LEDGER-FILE.
005500 COPY CHARGLED.
005600
005700 FD  RATE-CARD-FILE
005800     LABEL RECORD IS STANDARD.
005900 COPY RATECARD.
006000
006100 FD  DEPT-BUDGET-FILE
006200     LABEL RECORD IS STANDARD.
006300 COPY DEPTBUDG.
006400
006500 FD  DEPT-MASTER-FILE
006600     LABEL RECORD IS STANDARD.
006700 COPY DEPTMAST.
006800
006900 FD  BUDGET-REPORT-FILE
007000     LABEL RECORD IS STANDARD.
007100 01  BUDGET-REPORT-RECORD            PIC X(100).
007200
007300 WORKING-STORAGE SECTION.
007400 01  WS-CHARGLED-STATUS              PIC X(02) VALUE "00".
007500 01  WS-RATECARD-STATUS              PIC X(02) VALUE "00".
007600 01  WS-DEPTBUDG-STATUS              PIC X(02) VALUE "00".
007700 01  WS-DEPTMAST-STATUS              PIC X(02) VALUE "00".
007800 01  WS-BUDGRPT-STATUS               PIC X(02) VALUE "00".
007900
008000 01  WS-SWITCHES.
008100     05  WS-EOF-SW                   PIC X(01) VALUE "N".
008200         88  END-OF-LEDGER           VALUE "Y".
008300     05  WS-NO-BUDGETS-SW            PIC X(01) VALUE "N".
008400         88  NO-BUDGETS-LOADED       VALUE "Y".
008500     05  WS-ANY-OVER-SW              PIC X(01) VALUE "N".
008600         88  ANY-DEPT-OVER-BUDGET    VALUE "Y".
008650     05  WS-LEDGER-OPEN-SW           PIC X(01) VALUE "N".
008660         88  LEDGER-OPEN             VALUE "Y".
008700
008800 01  WS-RUN-DATE                     PIC 9(08) VALUE 0.
008900 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
009000     05  WS-RUN-YEAR                 PIC 9(04).
009100     05  WS-RUN-MONTH                PIC 9(02).
009200     05  WS-RUN-DAY                  PIC 9(02).
009300 01  WS-MONTH-FROM-DATE              PIC 9(08) VALUE 0.
009400 01  WS-DAYS-IN-MONTH                PIC 9(02) VALUE 0.
009500 01  WS-LEAP-QUOTIENT                PIC 9(04) VALUE 0.
009600 01  WS-LEAP-REMAINDER               PIC 9(04) VALUE 0.
009700
009800 01  WS-MONTH-DAYS-VALUES            PIC X(24) VALUE
009900     "312831303130313130313031".
010000 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
010100     05  WS-MONTH-DAYS OCCURS 12 TIMES
010200                                     PIC 9(02).
010300
010400 01  WS-RATE-TABLE.
010500     05  WS-RT-ENTRY OCCURS 10 TIMES.
010600         10  WS-RT-REQUEST-TYPE      PIC X(06).
010700         10  WS-RT-RATE              PIC 9(05)V99.
010800 01  WS-RT-ENTRIES                   PIC 9(02) VALUE 0.
010900 01  WS-RT-SUB                       PIC 9(02) VALUE 0.
011000 01  WS-RT-MATCH-SUB                 PIC 9(02) VALUE 0.
011100
011200 01  WS-DEPT-MASTER-TABLE.
011300     05  WS-DM-ENTRY OCCURS 20 TIMES.
011400         10  WS-DM-DEPARTMENT        PIC X(04).
011500         10  WS-DM-DEPT-NAME         PIC X(24).
011600 01  WS-DM-ENTRIES                   PIC 9(02) VALUE 0.
011700 01  WS-DM-SUB                       PIC 9(02) VALUE 0.
011800 01  WS-DM-MATCH-SUB                 PIC 9(02) VALUE 0.
011900 01  WS-FOUND-DEPT-NAME              PIC X(24) VALUE SPACES.
012000
012100*    ONE ENTRY PER DEPTBUDG ROW, PLUS ONE FOR ANY DEPARTMENT
012200*    THAT SHOWS UP IN THE LEDGER WITHOUT A BUDGET.
012300 01  WS-BUDGET-TABLE.
012400     05  WS-BG-ENTRY OCCURS 20 TIMES.
012500         10  WS-BG-DEPARTMENT        PIC X(04).
012600         10  WS-BG-BUDGET            PIC 9(07)V99.
012700         10  WS-BG-MTD               PIC 9(09)V99.
012800 01  WS-BG-ENTRIES                   PIC 9(02) VALUE 0.
012900 01  WS-BG-SUB                       PIC 9(02) VALUE 0.
013000 01  WS-BG-MATCH-SUB                 PIC 9(02) VALUE 0.
013100
013200 01  WS-LEDGER-COUNT                 PIC 9(06) VALUE 0.
013300 01  WS-PERCENT                      PIC 9(05)V9 VALUE 0.
013400 01  WS-PROJECTED                    PIC 9(09)V99 VALUE 0.
013500 01  WS-TOTAL-BUDGET                 PIC 9(09)V99 VALUE 0.
013600 01  WS-TOTAL-MTD                    PIC 9(09)V99 VALUE 0.
013700 01  WS-TOTAL-PROJECTED              PIC 9(09)V99 VALUE 0.
013800
013900 COPY CLOCKLNK REPLACING CLOCK-LINKAGE BY WS-CLOCK-LINKAGE.
014000
014100 01  WS-HEADING-LINE-1.
014200     05  FILLER                      PIC X(35) VALUE
014300         " DEPARTMENT BUDGET VS ACTUAL AS OF ".
014400     05  H1-RUN-DATE                 PIC 9(08).
014500     05  FILLER                      PIC X(08) VALUE "  (DAY ".
014600     05  H1-DAY                      PIC Z9.
014700     05  FILLER                      PIC X(04) VALUE " OF ".
014800     05  H1-DAYS-IN-MONTH            PIC Z9.
014900     05  FILLER                      PIC X(01) VALUE ")".
015000
015100 01  WS-HEADING-LINE-2.
015200     05  FILLER                      PIC X(48) VALUE
015300         " DEPT  NAME                           BUDGET".
015400     05  FILLER                      PIC X(50) VALUE
015500         "  MONTH-TO-DATE  PCT USED     PROJECTED  FLAG".
015600
015700 01  WS-DETAIL-LINE.
015800     05  FILLER                      PIC X(01) VALUE SPACE.
015900     05  DL-DEPARTMENT               PIC X(04).
016000     05  FILLER                      PIC X(02) VALUE SPACE.
016100     05  DL-DEPT-NAME                PIC X(24).
016200     05  FILLER                      PIC X(02) VALUE SPACE.
016300     05  DL-BUDGET                   PIC Z(8)9.99.
016400     05  FILLER                      PIC X(03) VALUE SPACE.
016500     05  DL-MTD                      PIC Z(8)9.99.
016600     05  FILLER                      PIC X(03) VALUE SPACE.
016700     05  DL-PERCENT                  PIC ZZZZ9.9.
016800     05  FILLER                      PIC X(01) VALUE "%".
016900     05  FILLER                      PIC X(02) VALUE SPACE.
017000     05  DL-PROJECTED                PIC Z(8)9.99.
017100     05  FILLER                      PIC X(02) VALUE SPACE.
017200     05  DL-FLAG                     PIC X(10).
017300
017400 01  WS-TOTAL-LINE.
017500     05  FILLER                      PIC X(33) VALUE
017600         " ALL DEPARTMENTS".
017700     05  TL-BUDGET                   PIC Z(8)9.99.
017800     05  FILLER                      PIC X(03) VALUE SPACE.
017900     05  TL-MTD                      PIC Z(8)9.99.
018000     05  FILLER                      PIC X(13) VALUE SPACE.
018100     05  TL-PROJECTED                PIC Z(8)9.99.
018200
018300******************************************************************
018400 PROCEDURE DIVISION.
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018700     PERFORM 2000-PROCESS-LEDGER THRU 2000-EXIT
018800         UNTIL END-OF-LEDGER.
018900     PERFORM 3000-TERMINATE THRU 3000-EXIT.
019000     PERFORM 3900-WRAP-UP THRU 3900-EXIT.
019100     STOP RUN.
019200
019300******************************************************************
019400*    1000-INITIALIZE -- STAMP THE RUN, WORK OUT THE MONTH AND
019500*                 HOW MANY DAYS OF IT HAVE PASSED, LOAD THE
019600*                 BUDGETS, RATES AND NAMES, AND POSITION THE
019700*                 LEDGER AT THE FIRST DAY OF THE MONTH.  NO
019800*                 BUDGETS MEANS NOTHING TO REPORT AGAINST.
019900******************************************************************
020000 1000-INITIALIZE.
020100     MOVE "STAMP"   TO CLK-FUNCTION.
020200     MOVE "BUDGRPT" TO CLK-PROGRAM-ID.
020300     MOVE "START"   TO CLK-EVENT.
020400     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
020500     MOVE CLK-RETURN-DATE TO WS-RUN-DATE.
020600
020700     COMPUTE WS-MONTH-FROM-DATE = (WS-RUN-DATE / 100) * 100 + 1.
020800     MOVE WS-MONTH-DAYS (WS-RUN-MONTH) TO WS-DAYS-IN-MONTH.
020900     IF WS-RUN-MONTH = 2
021000         DIVIDE WS-RUN-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
021100             REMAINDER WS-LEAP-REMAINDER
021200         IF WS-LEAP-REMAINDER = 0
021300             MOVE 29 TO WS-DAYS-IN-MONTH
021400         END-IF
021500     END-IF.
021600
021700     PERFORM 1100-LOAD-DEPT-BUDGET THRU 1100-EXIT.
021800     IF NO-BUDGETS-LOADED
021900         MOVE "Y" TO WS-EOF-SW
022000         GO TO 1000-EXIT
022100     END-IF.
022200
022300     PERFORM 1200-LOAD-RATE-CARD THRU 1200-EXIT.
022400     PERFORM 1300-LOAD-DEPT-MASTER THRU 1300-EXIT.
022500
022600     OPEN OUTPUT BUDGET-REPORT-FILE.
022700     MOVE WS-RUN-DATE      TO H1-RUN-DATE.
022800     MOVE WS-RUN-DAY       TO H1-DAY.
022900     MOVE WS-DAYS-IN-MONTH TO H1-DAYS-IN-MONTH.
023000     WRITE BUDGET-REPORT-RECORD FROM WS-HEADING-LINE-1.
023100     WRITE BUDGET-REPORT-RECORD FROM WS-HEADING-LINE-2.
023200
023300     OPEN INPUT CHARGE-LEDGER-FILE.
023400     IF WS-CHARGLED-STATUS NOT = "00"
023500         DISPLAY "BUDGRPT: CANNOT OPEN CHARGLED, STATUS = "
023600             WS-CHARGLED-STATUS " -- NO CHARGES THIS MONTH."
023700         MOVE "Y" TO WS-EOF-SW
023800         GO TO 1000-EXIT
023900     END-IF.
023950     MOVE "Y" TO WS-LEDGER-OPEN-SW.
024000
024100     MOVE WS-MONTH-FROM-DATE TO CG-CALC-DATE.
024200     MOVE 0                  TO CG-SEQ-NO.
024300     START CHARGE-LEDGER-FILE KEY NOT < CG-KEY
024400         INVALID KEY
024500             MOVE "Y" TO WS-EOF-SW
024600     END-START.
024700
024800     IF END-OF-LEDGER
024900         GO TO 1000-EXIT
025000     END-IF.
025100
025200     PERFORM 2900-READ-LEDGER.
025300 1000-EXIT.
025400     EXIT.
025500
025600 1100-LOAD-DEPT-BUDGET.
025700     OPEN INPUT DEPT-BUDGET-FILE.
025800     IF WS-DEPTBUDG-STATUS NOT = "00"
025900         DISPLAY "BUDGRPT: CANNOT OPEN DEPTBUDG, STATUS = "
026000             WS-DEPTBUDG-STATUS
026100         MOVE "Y" TO WS-NO-BUDGETS-SW
026200         GO TO 1100-EXIT
026300     END-IF.
026400
026500     PERFORM UNTIL WS-DEPTBUDG-STATUS = "10"
026600         READ DEPT-BUDGET-FILE
026700             AT END
026800                 MOVE "10" TO WS-DEPTBUDG-STATUS
026900             NOT AT END
027000                 IF DB-DEPARTMENT NOT = SPACES
027100                     AND WS-BG-ENTRIES < 20
027200                     ADD 1 TO WS-BG-ENTRIES
027300                     MOVE DB-DEPARTMENT
027400                         TO WS-BG-DEPARTMENT (WS-BG-ENTRIES)
027500                     MOVE DB-MONTHLY-BUDGET
027600                         TO WS-BG-BUDGET (WS-BG-ENTRIES)
027700                     MOVE 0 TO WS-BG-MTD (WS-BG-ENTRIES)
027800                 END-IF
027900         END-READ
028000     END-PERFORM.
028100
028200     CLOSE DEPT-BUDGET-FILE.
028300
028400     IF WS-BG-ENTRIES = 0
028500         DISPLAY "BUDGRPT: DEPTBUDG HAS NO BUDGET ROWS -- "
028600             "NOTHING TO REPORT AGAINST."
028700         MOVE "Y" TO WS-NO-BUDGETS-SW
028800     END-IF.
028900 1100-EXIT.
029000     EXIT.
029100
029200 1200-LOAD-RATE-CARD.
029300     OPEN INPUT RATE-CARD-FILE.
029400     IF WS-RATECARD-STATUS NOT = "00"
029500         DISPLAY "BUDGRPT: CANNOT OPEN RATECARD, STATUS = "
029600             WS-RATECARD-STATUS " -- CHARGES PRICE AT ZERO."
029700         GO TO 1200-EXIT
029800     END-IF.
029900
030000     PERFORM UNTIL WS-RATECARD-STATUS = "10"
030100         READ RATE-CARD-FILE
030200             AT END
030300                 MOVE "10" TO WS-RATECARD-STATUS
030400             NOT AT END
030500                 IF RT-REQUEST-TYPE NOT = SPACES
030600                     AND WS-RT-ENTRIES < 10
030700                     ADD 1 TO WS-RT-ENTRIES
030800                     MOVE RT-REQUEST-TYPE
030900                         TO WS-RT-REQUEST-TYPE (WS-RT-ENTRIES)
031000                     MOVE RT-RATE
031100                         TO WS-RT-RATE (WS-RT-ENTRIES)
031200                 END-IF
031300         END-READ
031400     END-PERFORM.
031500
031600     CLOSE RATE-CARD-FILE.
031700 1200-EXIT.
031800     EXIT.
031900
032000 1300-LOAD-DEPT-MASTER.
032100     OPEN INPUT DEPT-MASTER-FILE.
032200     IF WS-DEPTMAST-STATUS NOT = "00"
032300         DISPLAY "BUDGRPT: DEPTMAST NOT AVAILABLE, STATUS = "
032400             WS-DEPTMAST-STATUS " -- CODES PRINT WITHOUT NAMES."
032500         GO TO 1300-EXIT
032600     END-IF.
032700
032800     PERFORM UNTIL WS-DEPTMAST-STATUS = "10"
032900         READ DEPT-MASTER-FILE
033000             AT END
033100                 MOVE "10" TO WS-DEPTMAST-STATUS
033200             NOT AT END
033300                 IF DM-DEPARTMENT NOT = SPACES
033400                     AND WS-DM-ENTRIES < 20
033500                     ADD 1 TO WS-DM-ENTRIES
033600                     MOVE DM-DEPARTMENT
033700                         TO WS-DM-DEPARTMENT (WS-DM-ENTRIES)
033800                     MOVE DM-DEPT-NAME
033900                         TO WS-DM-DEPT-NAME (WS-DM-ENTRIES)
034000                 END-IF
034100         END-READ
034200     END-PERFORM.
034300
034400     CLOSE DEPT-MASTER-FILE.
034500 1300-EXIT.
034600     EXIT.
034700
034800******************************************************************
034900*    2000-PROCESS-LEDGER -- PRICE ONE LEDGER ROW INTO ITS
035000*                 DEPARTMENT'S MONTH-TO-DATE CHARGE.  THE LEDGER
035100*                 IS KEYED BY DATE, SO THE FIRST ROW PAST THE RUN
035200*                 DATE ENDS THE PASS.
035300******************************************************************
035400 2000-PROCESS-LEDGER.
035500     IF CG-CALC-DATE > WS-RUN-DATE
035600         MOVE "Y" TO WS-EOF-SW
035700         GO TO 2000-EXIT
035800     END-IF.
035900
036000     ADD 1 TO WS-LEDGER-COUNT.
036100
036200     MOVE 0 TO WS-BG-MATCH-SUB.
036300     PERFORM 2100-FIND-BUDGET-ENTRY THRU 2100-EXIT
036400         VARYING WS-BG-SUB FROM 1 BY 1
036500         UNTIL WS-BG-SUB > WS-BG-ENTRIES.
036600
036700     IF WS-BG-MATCH-SUB = 0
036800         IF WS-BG-ENTRIES < 20
036900             ADD 1 TO WS-BG-ENTRIES
037000             MOVE WS-BG-ENTRIES TO WS-BG-MATCH-SUB
037100             MOVE CG-DEPARTMENT
037200                 TO WS-BG-DEPARTMENT (WS-BG-ENTRIES)
037300             MOVE 0 TO WS-BG-BUDGET (WS-BG-ENTRIES)
037400             MOVE 0 TO WS-BG-MTD (WS-BG-ENTRIES)
037500         ELSE
037600             PERFORM 2900-READ-LEDGER
037700             GO TO 2000-EXIT
037800         END-IF
037900     END-IF.
038000
038100     MOVE 0 TO WS-RT-MATCH-SUB.
038200     PERFORM 2200-MATCH-RATE THRU 2200-EXIT
038300         VARYING WS-RT-SUB FROM 1 BY 1
038400         UNTIL WS-RT-SUB > WS-RT-ENTRIES.
038500     IF WS-RT-MATCH-SUB > 0
038600         ADD WS-RT-RATE (WS-RT-MATCH-SUB)
038700             TO WS-BG-MTD (WS-BG-MATCH-SUB)
038800     END-IF.
038900
039000     PERFORM 2900-READ-LEDGER.
039100 2000-EXIT.
039200     EXIT.
039300
039400 2100-FIND-BUDGET-ENTRY.
039500     IF WS-BG-DEPARTMENT (WS-BG-SUB) = CG-DEPARTMENT
039600         MOVE WS-BG-SUB TO WS-BG-MATCH-SUB
039700     END-IF.
039800 2100-EXIT.
039900     EXIT.
040000
040100 2200-MATCH-RATE.
040200     IF WS-RT-REQUEST-TYPE (WS-RT-SUB) = CG-REQUEST-TYPE
040300         MOVE WS-RT-SUB TO WS-RT-MATCH-SUB
040400     END-IF.
040500 2200-EXIT.
040600     EXIT.
040700
040800 2900-READ-LEDGER.
040900     READ CHARGE-LEDGER-FILE NEXT RECORD
041000         AT END
041100             MOVE "Y" TO WS-EOF-SW
041200     END-READ.
041300 2900-EXIT.
041400     EXIT.
041500
041600******************************************************************
041700*    3000-TERMINATE -- ONE LINE PER DEPARTMENT AND THE TOTALS.
041800******************************************************************
041900 3000-TERMINATE.
042000     IF NO-BUDGETS-LOADED
042100         GO TO 3000-EXIT
042200     END-IF.
042300
042400     PERFORM 3100-REPORT-ONE-DEPARTMENT THRU 3100-EXIT
042500         VARYING WS-BG-SUB FROM 1 BY 1
042600         UNTIL WS-BG-SUB > WS-BG-ENTRIES.
042700
042800     MOVE SPACES TO BUDGET-REPORT-RECORD.
042900     WRITE BUDGET-REPORT-RECORD.
043000     MOVE WS-TOTAL-BUDGET    TO TL-BUDGET.
043100     MOVE WS-TOTAL-MTD       TO TL-MTD.
043200     MOVE WS-TOTAL-PROJECTED TO TL-PROJECTED.
043300     WRITE BUDGET-REPORT-RECORD FROM WS-TOTAL-LINE.
043400
043500     IF LEDGER-OPEN
043600         CLOSE CHARGE-LEDGER-FILE
043700     END-IF.
043800     CLOSE BUDGET-REPORT-FILE.
043900 3000-EXIT.
044000     EXIT.
044100
044200******************************************************************
044300*    3100-REPORT-ONE-DEPARTMENT -- PERCENT CONSUMED AND THE
044400*                 STRAIGHT-LINE PROJECTION.  THE FLAG COLUMN
044500*                 SAYS OVER (ALREADY AT 100%), 80% (PAST THE
044600*                 WARNING LINE), PROJ OVER (ON PACE TO EXCEED
044700*                 BY MONTH-END) OR NO BUDGET.
044800******************************************************************
044900 3100-REPORT-ONE-DEPARTMENT.
045000     MOVE SPACES TO WS-DETAIL-LINE.
045100     MOVE WS-BG-DEPARTMENT (WS-BG-SUB) TO DL-DEPARTMENT.
045200     PERFORM 3500-FIND-DEPT-NAME THRU 3500-EXIT.
045300     MOVE WS-FOUND-DEPT-NAME           TO DL-DEPT-NAME.
045400     MOVE WS-BG-BUDGET (WS-BG-SUB)     TO DL-BUDGET.
045500     MOVE WS-BG-MTD (WS-BG-SUB)        TO DL-MTD.
045600
045700     COMPUTE WS-PROJECTED ROUNDED =
045800         WS-BG-MTD (WS-BG-SUB) / WS-RUN-DAY * WS-DAYS-IN-MONTH.
045900     MOVE WS-PROJECTED TO DL-PROJECTED.
046000
046100     IF WS-BG-BUDGET (WS-BG-SUB) = 0
046200         MOVE 0           TO DL-PERCENT
046300         MOVE "NO BUDGET" TO DL-FLAG
046400     ELSE
046500         COMPUTE WS-PERCENT ROUNDED =
046600             WS-BG-MTD (WS-BG-SUB) * 100
046700             / WS-BG-BUDGET (WS-BG-SUB)
046800         MOVE WS-PERCENT TO DL-PERCENT
046900         EVALUATE TRUE
047000             WHEN WS-BG-MTD (WS-BG-SUB)
047100                     NOT < WS-BG-BUDGET (WS-BG-SUB)
047200                 MOVE "OVER" TO DL-FLAG
047300                 MOVE "Y"    TO WS-ANY-OVER-SW
047400             WHEN WS-PERCENT NOT < 80
047500                 MOVE "80%"  TO DL-FLAG
047600             WHEN WS-PROJECTED > WS-BG-BUDGET (WS-BG-SUB)
047700                 MOVE "PROJ OVER" TO DL-FLAG
047800         END-EVALUATE
047900     END-IF.
048000
048100     WRITE BUDGET-REPORT-RECORD FROM WS-DETAIL-LINE.
048200
048300     ADD WS-BG-BUDGET (WS-BG-SUB) TO WS-TOTAL-BUDGET.
048400     ADD WS-BG-MTD (WS-BG-SUB)    TO WS-TOTAL-MTD.
048500     ADD WS-PROJECTED             TO WS-TOTAL-PROJECTED.
048600 3100-EXIT.
048700     EXIT.
048800
048900 3500-FIND-DEPT-NAME.
049000     MOVE 0      TO WS-DM-MATCH-SUB.
049100     MOVE SPACES TO WS-FOUND-DEPT-NAME.
049200     PERFORM 3550-MATCH-DEPT-MASTER THRU 3550-EXIT
049300         VARYING WS-DM-SUB FROM 1 BY 1
049400         UNTIL WS-DM-SUB > WS-DM-ENTRIES.
049500     IF WS-DM-MATCH-SUB > 0
049600         MOVE WS-DM-DEPT-NAME (WS-DM-MATCH-SUB)
049700             TO WS-FOUND-DEPT-NAME
049800     END-IF.
049900 3500-EXIT.
050000     EXIT.
050100
050200 3550-MATCH-DEPT-MASTER.
050300     IF WS-DM-DEPARTMENT (WS-DM-SUB)
050400             = WS-BG-DEPARTMENT (WS-BG-SUB)
050500         MOVE WS-DM-SUB TO WS-DM-MATCH-SUB
050600     END-IF.
050700 3550-EXIT.
050800     EXIT.
050900
051000******************************************************************
051100*    3900-WRAP-UP -- STAMP THE JOB END AND SET THE RETURN CODE.
051200*                 0004 FLAGS A DEPARTMENT ALREADY AT OR OVER ITS
051300*                 BUDGET; 0016 MEANS THERE WERE NO BUDGETS.
051400******************************************************************
051500 3900-WRAP-UP.
051600     MOVE "STAMP"   TO CLK-FUNCTION.
051700     MOVE "BUDGRPT" TO CLK-PROGRAM-ID.
051800     MOVE "END"     TO CLK-EVENT.
051900     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
052000
052100     DISPLAY "BUDGRPT: " WS-LEDGER-COUNT
052200         " LEDGER ROW(S) PRICED FOR " WS-RUN-YEAR WS-RUN-MONTH
052300         ", MONTH-TO-DATE = " WS-TOTAL-MTD ".".
052400
052500     IF NO-BUDGETS-LOADED
052600         MOVE 0016 TO RETURN-CODE
052700     ELSE
052800         IF ANY-DEPT-OVER-BUDGET
052900             MOVE 0004 TO RETURN-CODE
053000         ELSE
053100             MOVE 0000 TO RETURN-CODE
053200         END-IF
053300     END-IF.
053400 3900-EXIT.
053500     EXIT.
053600
053700 END PROGRAM BUDGRPT.
