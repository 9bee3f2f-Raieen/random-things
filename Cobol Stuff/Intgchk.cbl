000100******************************************************************
000200*    PROGRAM-ID:  INTGCHK
000300*    AUTHOR    :  J. R. PRATHER
000400*    INSTALL.  :  ESTIMATING SYSTEMS
000500*    DATE-WRTN :  11/06/18
000600*    PURPOSE   :  NIGHTLY CROSS-FILE INTEGRITY CHECK.  RECON
000700*                 PROVES CALCRES BALANCES TO ITS OWN CTLTOTAL
000800*                 TRAILER, BUT NOTHING PROVED THE LEDGERS MATH
000900*                 WRITES ALONGSIDE CALCRES AGREE WITH IT.  FOR
001000*                 ONE RUN DATE THIS STEP WALKS EVERY MATH
001100*                 CALCRES DETAIL AND CHECKS ITS PARTNERS:
001200*                   - EXACTLY ONE CHARGLED ROW, SAME TRACE ID AND
001300*                     REQUEST TYPE (EVERY VALID TRANSACTION IS
001400*                     BILLED ONCE);
001500*                   - AREA: THE SHAPELED ROW, SAME TRACE ID AND
001600*                     RESULT;
001700*                   - COST: THE COSTLED ROW, SAME TRACE ID AND
001800*                     EXTENDED COST;
001900*                   - AMORT: A COMPLETE SET OF AMORLED PERIODS,
002000*                     1 THROUGH THE TERM, WHOSE PAYMENTS SUM TO
002100*                     THE CALCRES VALUE AND WHOSE FINAL BALANCE
002200*                     IS ZERO.
002300*                 IT THEN SWEEPS EACH LEDGER FOR THE SAME DATE
002400*                 AND FLAGS ANY ROW WITH NO CALCRES PARTNER -- A
002500*                 MID-FILE ABEND IN MATH CAN LAND LEDGER ROWS
002600*                 FOR A TRANSACTION WHOSE CALCRES RECORD NEVER
002700*                 GOT WRITTEN.  EVERY BREAK IS PRINTED ON THE
002800*                 INTGRPT.YYYYMMDD EXCEPTIONS REPORT AND DROPPED
002900*                 TO ERRLOG.  THE RUN DATE IS TODAY'S UNLESS THE
003000*                 COMMAND LINE SAYS "DATE=YYYYMMDD", FOR
003100*                 CHECKING AN EARLIER NIGHT AFTER A RESTART.
003200*                 RETURN CODE 4 WHEN ANY BREAK IS FOUND, SO
003300*                 STREAM AND MORNSTAT SURFACE IT; 16 WHEN A FILE
003400*                 COULD NOT BE OPENED AT ALL.
003500*    TECTONICS :  cobc
003600*------------------------------------------------------------------
003700*    MOD LOG:
003800*    DATE       INIT  DESCRIPTION
003900*    11/06/18   JRP   ORIGINAL PROGRAM.
003925*    11/08/18   JRP   A CHARGE MATH HELD ON BILLADJ BECAUSE ITS
003950*                     MONTH WAS CLOSED STANDS IN FOR THE CHARGLED
003975*                     ROW -- NO LONGER REPORTED AS UNBILLED.
004000******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. INTGCHK.
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT CALC-RESULTS-FILE ASSIGN TO "CALCRES"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS CR-KEY
005000         FILE STATUS IS WS-CALCRES-STATUS.
005100
005200     SELECT SHAPE-LEDGER-FILE ASSIGN TO "SHAPELED"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS SL-KEY
005600         FILE STATUS IS WS-SHAPELED-STATUS.
005700
005800     SELECT AMORT-LEDGER-FILE ASSIGN TO "AMORLED"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS AM-KEY
006200         FILE STATUS IS WS-AMORLED-STATUS.
006300
006400     SELECT CHARGE-LEDGER-FILE ASSIGN TO "CHARGLED"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS CG-KEY
006800         FILE STATUS IS WS-CHARGLED-STATUS.
006900
007000     SELECT COST-LEDGER-FILE ASSIGN TO "COSTLED"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS CL-KEY
007400         FILE STATUS IS WS-COSTLED-STATUS.
007500
007510     SELECT BILL-ADJUSTMENT-FILE ASSIGN TO "BILLADJ"
007520         ORGANIZATION IS INDEXED
007530         ACCESS MODE IS DYNAMIC
007540         RECORD KEY IS AJ-KEY
007550         FILE STATUS IS WS-BILLADJ-STATUS.
007560
007600     SELECT INTG-REPORT-FILE ASSIGN TO DYNAMIC WS-INTGRPT-NAME
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-INTGRPT-STATUS.
007900
008000     SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-ERRLOG-STATUS.
008300
008400     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-AUDITLOG-STATUS.
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  CALC-RESULTS-FILE.
009000 COPY CALCRES.
009100
009200 FD  SHAPE-LEDGER-FILE.
009300 COPY SHAPELED.
009400
009500 FD  AMORT-LEDGER-FILE.
009600 COPY AMORLED.
009700
009800 FD  CHARGE-LEDGER-FILE.
009900 COPY CHARGLED.
010000
010100 FD  COST-LEDGER-FILE.
010200 COPY COSTLED.
010300
010325 FD  BILL-ADJUSTMENT-FILE.
010350 COPY BILLADJ.
010375
010400 FD  INTG-REPORT-FILE
010500     LABEL RECORD IS STANDARD.
010600 01  INTG-REPORT-RECORD              PIC X(133).
010700
010800 FD  ERROR-LOG-FILE
010900     LABEL RECORD IS STANDARD.
011000 COPY ERRLOGRC.
011100
011200 FD  AUDIT-LOG-FILE
011300     LABEL RECORD IS STANDARD.
011400 COPY AUDITREC.
011500
011600 WORKING-STORAGE SECTION.
011700 01  WS-CALCRES-STATUS               PIC X(02) VALUE "00".
011800 01  WS-SHAPELED-STATUS              PIC X(02) VALUE "00".
011900 01  WS-AMORLED-STATUS               PIC X(02) VALUE "00".
012000 01  WS-CHARGLED-STATUS              PIC X(02) VALUE "00".
012100 01  WS-COSTLED-STATUS               PIC X(02) VALUE "00".
012150 01  WS-BILLADJ-STATUS               PIC X(02) VALUE "00".
012200 01  WS-INTGRPT-STATUS               PIC X(02) VALUE "00".
012300 01  WS-ERRLOG-STATUS                PIC X(02) VALUE "00".
012400 01  WS-AUDITLOG-STATUS              PIC X(02) VALUE "00".
012500 01  WS-OPEN-STATUS                  PIC X(02) VALUE "00".
012600
012700 01  WS-SWITCHES.
012800     05  WS-CALCRES-EOF-SW           PIC X(01) VALUE "N".
012900         88  END-OF-CALCRES          VALUE "Y".
013000     05  WS-ABORT-SW                 PIC X(01) VALUE "N".
013100         88  CHECK-ABORTED           VALUE "Y".
013200     05  WS-FOUND-SW                 PIC X(01) VALUE "N".
013300         88  PARTNER-FOUND           VALUE "Y".
013400     05  WS-CHARGE-FOUND-SW          PIC X(01) VALUE "N".
013500         88  CHARGE-ROW-FOUND        VALUE "Y".
013600     05  WS-CALCRES-SW               PIC X(01) VALUE "Y".
013700         88  CALCRES-ON-DISK         VALUE "Y".
013800     05  WS-SHAPELED-SW              PIC X(01) VALUE "Y".
013900         88  SHAPELED-ON-DISK        VALUE "Y".
014000     05  WS-AMORLED-SW               PIC X(01) VALUE "Y".
014100         88  AMORLED-ON-DISK         VALUE "Y".
014200     05  WS-CHARGLED-SW              PIC X(01) VALUE "Y".
014300         88  CHARGLED-ON-DISK        VALUE "Y".
014400     05  WS-COSTLED-SW               PIC X(01) VALUE "Y".
014500         88  COSTLED-ON-DISK         VALUE "Y".
014520     05  WS-BILLADJ-SW               PIC X(01) VALUE "Y".
014540         88  BILLADJ-ON-DISK         VALUE "Y".
014560     05  WS-HELD-SW                  PIC X(01) VALUE "N".
014580         88  HELD-CHARGE-FOUND       VALUE "Y".
014600
014700 01  WS-RUN-DATE                     PIC 9(08) VALUE 0.
014800 01  WS-RUN-TIME                     PIC 9(06) VALUE 0.
014900 01  WS-END-TIME                     PIC 9(06) VALUE 0.
015000 01  WS-CHECK-DATE                   PIC 9(08) VALUE 0.
015100 01  WS-DATE-PARM                    PIC X(20) VALUE SPACES.
015200 01  WS-INTGRPT-NAME                 PIC X(16) VALUE SPACES.
015300 01  WS-RETURN-CODE                  PIC 9(04) VALUE 0.
015400
015500 COPY CLOCKLNK REPLACING CLOCK-LINKAGE BY WS-CLOCK-LINKAGE.
015600
015700*    THE CALCRES DETAIL BEING CHECKED, HELD ASIDE WHILE ITS
015800*    PARTNER ROWS ARE READ.
015900 01  WS-DETAIL-SEQ-NO                PIC 9(06) VALUE 0.
016000 01  WS-DETAIL-TYPE                  PIC X(10) VALUE SPACES.
016100 01  WS-DETAIL-TRACE-ID              PIC X(08) VALUE SPACES.
016200 01  WS-DETAIL-VALUE                 PIC 9(11)V99 VALUE 0.
016300 01  WS-DETAIL-DEPARTMENT            PIC X(04) VALUE SPACES.
016400
016500*    ONE AMORT SCHEDULE'S PERIODS AS THEY COME OFF AMORLED.
016600 01  WS-AMORT-PERIODS                PIC 9(03) VALUE 0.
016700 01  WS-AMORT-TERM                   PIC 9(03) VALUE 0.
016800 01  WS-AMORT-PAYMENTS               PIC 9(11)V99 VALUE 0.
016900 01  WS-AMORT-LAST-BALANCE           PIC 9(09)V99 VALUE 0.
017000 01  WS-AMORT-GAP-SW                 PIC X(01) VALUE "N".
017100     88  AMORT-PERIOD-GAP            VALUE "Y".
017200 01  WS-AMORT-TRACE-SW               PIC X(01) VALUE "N".
017300     88  AMORT-TRACE-DIFFERS         VALUE "Y".
017400 01  WS-PRIOR-AMORT-SEQ              PIC 9(06) VALUE 0.
017500
017600*    ONE BREAK, FILLED IN BY THE CHECK THAT FOUND IT AND
017700*    HANDED TO 8000-REPORT-BREAK.
017800 01  WS-BREAK-FILE                   PIC X(08) VALUE SPACES.
017900 01  WS-BREAK-SEQ-NO                 PIC 9(06) VALUE 0.
018000 01  WS-BREAK-TRACE-ID               PIC X(08) VALUE SPACES.
018100 01  WS-BREAK-MESSAGE                PIC X(53) VALUE SPACES.
018200 01  WS-BREAK-AMOUNTS-SW             PIC X(01) VALUE "N".
018300     88  BREAK-HAS-AMOUNTS           VALUE "Y".
018400 01  WS-BREAK-CALCRES-AMT            PIC 9(11)V99 VALUE 0.
018500 01  WS-BREAK-LEDGER-AMT             PIC 9(11)V99 VALUE 0.
018600
018700 01  WS-COUNTERS.
018800     05  WS-DETAILS-CHECKED          PIC 9(06) VALUE 0.
018900     05  WS-SHAPE-ROWS               PIC 9(06) VALUE 0.
019000     05  WS-AMORT-ROWS               PIC 9(06) VALUE 0.
019100     05  WS-CHARGE-ROWS              PIC 9(06) VALUE 0.
019200     05  WS-COST-ROWS                PIC 9(06) VALUE 0.
019300     05  WS-BREAK-COUNT              PIC 9(06) VALUE 0.
019400
019500 01  WS-HEADING-LINE-1.
019600     05  FILLER                      PIC X(39) VALUE
019700         " CROSS-FILE INTEGRITY CHECK, RUN DATE ".
019800     05  H1-CHECK-DATE               PIC 9(08).
019900
020000 01  WS-HEADING-LINE-2.
020100     05  FILLER                      PIC X(36) VALUE
020200         " LEDGER    SEQ-NO  TRACE-ID  BREAK".
020300     05  FILLER                      PIC X(51) VALUE SPACES.
020400     05  FILLER                      PIC X(36) VALUE
020500         "   CALCRES VALUE      LEDGER VALUE".
020600
020700 01  WS-DETAIL-LINE.
020800     05  FILLER                      PIC X(01) VALUE SPACE.
020900     05  DL-FILE-NAME                PIC X(08).
021000     05  FILLER                      PIC X(02) VALUE SPACE.
021100     05  DL-SEQ-NO                   PIC 9(06).
021200     05  FILLER                      PIC X(02) VALUE SPACE.
021300     05  DL-TRACE-ID                 PIC X(08).
021400     05  FILLER                      PIC X(02) VALUE SPACE.
021500     05  DL-MESSAGE                  PIC X(53).
021600     05  FILLER                      PIC X(02) VALUE SPACE.
021700     05  DL-CALCRES-AMT              PIC Z(10)9.99.
021800     05  FILLER                      PIC X(02) VALUE SPACE.
021900     05  DL-LEDGER-AMT               PIC Z(10)9.99.
022000
022100 01  WS-TOTAL-LINE.
022200     05  FILLER                      PIC X(01) VALUE SPACE.
022300     05  TL-LABEL                    PIC X(28).
022400     05  TL-COUNT                    PIC ZZZ,ZZ9.
022500
022600******************************************************************
022700 PROCEDURE DIVISION.
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023000     IF NOT CHECK-ABORTED
023100         PERFORM 2000-CHECK-CALCRES THRU 2000-EXIT
023200             UNTIL END-OF-CALCRES
023300         PERFORM 3000-SWEEP-SHAPELED THRU 3000-EXIT
023400         PERFORM 3100-SWEEP-AMORLED THRU 3100-EXIT
023500         PERFORM 3200-SWEEP-CHARGLED THRU 3200-EXIT
023600         PERFORM 3300-SWEEP-COSTLED THRU 3300-EXIT
023700     END-IF.
023800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023900     STOP RUN.
024000
024100******************************************************************
024200*    1000-INITIALIZE -- STAMP THE RUN, SETTLE THE DATE BEING
024300*                 CHECKED, OPEN THE REPORT, THE LOGS AND THE FIVE
024400*                 KEYED FILES.  A LEDGER NOT YET ON DISK IS
024500*                 CHECKED AS EMPTY; ANY OTHER OPEN FAILURE
024600*                 STOPS THE CHECK.
024700******************************************************************
024800 1000-INITIALIZE.
024900     MOVE "STAMP"   TO CLK-FUNCTION.
025000     MOVE "INTGCHK" TO CLK-PROGRAM-ID.
025100     MOVE "START"   TO CLK-EVENT.
025200     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
025300     MOVE CLK-RETURN-DATE TO WS-RUN-DATE.
025400     MOVE CLK-RETURN-TIME TO WS-RUN-TIME.
025500
025600     PERFORM 1100-GET-CHECK-DATE THRU 1100-EXIT.
025700
025800     STRING "INTGRPT." DELIMITED BY SIZE
025900         WS-RUN-DATE DELIMITED BY SIZE
026000         INTO WS-INTGRPT-NAME.
026100     OPEN OUTPUT INTG-REPORT-FILE.
026200     MOVE WS-CHECK-DATE TO H1-CHECK-DATE.
026300     WRITE INTG-REPORT-RECORD FROM WS-HEADING-LINE-1.
026400     WRITE INTG-REPORT-RECORD FROM WS-HEADING-LINE-2.
026500
026600     OPEN EXTEND ERROR-LOG-FILE.
026700     IF WS-ERRLOG-STATUS = "05" OR WS-ERRLOG-STATUS = "35"
026800         OPEN OUTPUT ERROR-LOG-FILE
026900     END-IF.
027000
027100     OPEN EXTEND AUDIT-LOG-FILE.
027200     IF WS-AUDITLOG-STATUS = "05" OR WS-AUDITLOG-STATUS = "35"
027300         OPEN OUTPUT AUDIT-LOG-FILE
027400     END-IF.
027500
027600     OPEN INPUT CALC-RESULTS-FILE.
027700     IF WS-CALCRES-STATUS = "35"
027800         MOVE "N" TO WS-CALCRES-SW
027900         MOVE "Y" TO WS-CALCRES-EOF-SW
028000     ELSE
028100         IF WS-CALCRES-STATUS NOT = "00"
028200             MOVE "CALCRES"           TO WS-BREAK-FILE
028300             MOVE WS-CALCRES-STATUS   TO WS-OPEN-STATUS
028400             GO TO 1000-OPEN-FAILED
028500         END-IF
028600     END-IF.
028700
028800     OPEN INPUT SHAPE-LEDGER-FILE.
028900     IF WS-SHAPELED-STATUS = "35"
029000         MOVE "N" TO WS-SHAPELED-SW
029100     ELSE
029200         IF WS-SHAPELED-STATUS NOT = "00"
029300             MOVE "SHAPELED"          TO WS-BREAK-FILE
029400             MOVE WS-SHAPELED-STATUS  TO WS-OPEN-STATUS
029500             GO TO 1000-OPEN-FAILED
029600         END-IF
029700     END-IF.
029800
029900     OPEN INPUT AMORT-LEDGER-FILE.
030000     IF WS-AMORLED-STATUS = "35"
030100         MOVE "N" TO WS-AMORLED-SW
030200     ELSE
030300         IF WS-AMORLED-STATUS NOT = "00"
030400             MOVE "AMORLED"           TO WS-BREAK-FILE
030500             MOVE WS-AMORLED-STATUS   TO WS-OPEN-STATUS
030600             GO TO 1000-OPEN-FAILED
030700         END-IF
030800     END-IF.
030900
031000     OPEN INPUT CHARGE-LEDGER-FILE.
031100     IF WS-CHARGLED-STATUS = "35"
031200         MOVE "N" TO WS-CHARGLED-SW
031300     ELSE
031400         IF WS-CHARGLED-STATUS NOT = "00"
031500             MOVE "CHARGLED"          TO WS-BREAK-FILE
031600             MOVE WS-CHARGLED-STATUS  TO WS-OPEN-STATUS
031700             GO TO 1000-OPEN-FAILED
031800         END-IF
031900     END-IF.
032000
032100     OPEN INPUT COST-LEDGER-FILE.
032200     IF WS-COSTLED-STATUS = "35"
032300         MOVE "N" TO WS-COSTLED-SW
032400     ELSE
032500         IF WS-COSTLED-STATUS NOT = "00"
032600             MOVE "COSTLED"           TO WS-BREAK-FILE
032700             MOVE WS-COSTLED-STATUS   TO WS-OPEN-STATUS
032800             GO TO 1000-OPEN-FAILED
032900         END-IF
033000     END-IF.
033100
033105     OPEN INPUT BILL-ADJUSTMENT-FILE.
033110     IF WS-BILLADJ-STATUS = "35"
033115         MOVE "N" TO WS-BILLADJ-SW
033120     ELSE
033125         IF WS-BILLADJ-STATUS NOT = "00"
033130             MOVE "BILLADJ"           TO WS-BREAK-FILE
033135             MOVE WS-BILLADJ-STATUS   TO WS-OPEN-STATUS
033140             GO TO 1000-OPEN-FAILED
033145         END-IF
033150     END-IF.
033155
033200     PERFORM 1200-POSITION-CALCRES THRU 1200-EXIT.
033300     GO TO 1000-EXIT.
033400
033500 1000-OPEN-FAILED.
033600     MOVE "Y" TO WS-ABORT-SW.
033700     DISPLAY "INTGCHK: CANNOT OPEN " WS-BREAK-FILE
033800         ", STATUS = " WS-OPEN-STATUS.
033900     MOVE "INTGCHK"             TO ERR-PROGRAM-ID.
034000     MOVE WS-BREAK-FILE         TO ERR-FIELD-NAME.
034100     MOVE WS-OPEN-STATUS        TO ERR-BAD-VALUE.
034200     MOVE "CANNOT OPEN FILE - INTEGRITY CHECK NOT RUN"
034300         TO ERR-MESSAGE.
034400     MOVE WS-RUN-DATE           TO ERR-RUN-DATE.
034500     MOVE WS-RUN-TIME           TO ERR-TIME.
034600     MOVE SPACES                TO ERR-TRACE-ID.
034700     WRITE ERR-LOG-RECORD.
034800 1000-EXIT.
034900     EXIT.
035000
035100******************************************************************
035200*    1100-GET-CHECK-DATE -- TONIGHT'S DATE UNLESS THE COMMAND
035300*                 LINE SAYS "DATE=YYYYMMDD".  A DATE THAT IS NOT
035400*                 EIGHT DIGITS IS IGNORED WITH A MESSAGE.
035500******************************************************************
035600 1100-GET-CHECK-DATE.
035700     MOVE WS-RUN-DATE TO WS-CHECK-DATE.
035800     DISPLAY 1 UPON ARGUMENT-NUMBER.
035900     ACCEPT WS-DATE-PARM FROM ARGUMENT-VALUE
036000         ON EXCEPTION
036100             MOVE SPACES TO WS-DATE-PARM
036200     END-ACCEPT.
036300
036400     IF WS-DATE-PARM (1:5) NOT = "DATE="
036500         GO TO 1100-EXIT
036600     END-IF.
036700     IF WS-DATE-PARM (6:8) IS NUMERIC
036800         AND WS-DATE-PARM (14:1) = SPACE
036900         MOVE WS-DATE-PARM (6:8) TO WS-CHECK-DATE
037000     ELSE
037100         DISPLAY "INTGCHK: " WS-DATE-PARM
037200             " IS NOT DATE=YYYYMMDD -- CHECKING "
037300             WS-CHECK-DATE
037400     END-IF.
037500 1100-EXIT.
037600     EXIT.
037700
037800******************************************************************
037900*    1200-POSITION-CALCRES -- START AT THE FIRST MATH RECORD FOR
038000*                 THE DATE AND READ IT.
038100******************************************************************
038200 1200-POSITION-CALCRES.
038300     IF END-OF-CALCRES
038400         GO TO 1200-EXIT
038500     END-IF.
038600     MOVE WS-CHECK-DATE TO CR-RUN-DATE.
038700     MOVE "MATH"        TO CR-PROGRAM-ID.
038800     MOVE 0             TO CR-SEQ-NO.
038900     START CALC-RESULTS-FILE KEY IS NOT < CR-KEY
039000         INVALID KEY
039100             MOVE "Y" TO WS-CALCRES-EOF-SW
039200             GO TO 1200-EXIT
039300     END-START.
039400     PERFORM 2900-READ-CALCRES THRU 2900-EXIT.
039500 1200-EXIT.
039600     EXIT.
039700
039800******************************************************************
039900*    2000-CHECK-CALCRES -- ONE MATH CALCRES DETAIL AND ITS
040000*                 LEDGER PARTNERS.  THE CTLTOTAL TRAILER IS
040100*                 RECON'S, NOT A TRANSACTION, AND IS PASSED BY.
040200******************************************************************
040300 2000-CHECK-CALCRES.
040400     IF CR-RESULT-TYPE = "CTLTOTAL"
040500         PERFORM 2900-READ-CALCRES THRU 2900-EXIT
040600         GO TO 2000-EXIT
040700     END-IF.
040800
040900     ADD 1 TO WS-DETAILS-CHECKED.
041000     MOVE CR-SEQ-NO       TO WS-DETAIL-SEQ-NO.
041100     MOVE CR-RESULT-TYPE  TO WS-DETAIL-TYPE.
041200     MOVE CR-TRACE-ID     TO WS-DETAIL-TRACE-ID.
041300     MOVE CR-RESULT-VALUE TO WS-DETAIL-VALUE.
041400
041500     PERFORM 2100-CHECK-CHARGE-ROW THRU 2100-EXIT.
041600
041700     EVALUATE WS-DETAIL-TYPE
041800         WHEN "AREA"
041900             PERFORM 2200-CHECK-SHAPE-ROW THRU 2200-EXIT
042000         WHEN "AMORT"
042100             PERFORM 2300-CHECK-AMORT-SCHEDULE THRU 2300-EXIT
042200         WHEN "COST"
042300             PERFORM 2400-CHECK-COST-ROW THRU 2400-EXIT
042400     END-EVALUATE.
042500
042600     PERFORM 2900-READ-CALCRES THRU 2900-EXIT.
042700 2000-EXIT.
042800     EXIT.
042900
043000******************************************************************
043100*    2100-CHECK-CHARGE-ROW -- EVERY VALID TRANSACTION IS BILLED
043200*                 ONCE.  CHARGLED IS KEYED BY DATE AND CALCRES
043300*                 SEQUENCE, SO THE ROW IS EITHER THERE ONCE OR
043400*                 MISSING.  ITS DEPARTMENT IS KEPT -- IT IS THE
043500*                 MIDDLE OF THE SHAPELED AND COSTLED KEYS.
043525*                 A CHARGE DATED INTO A CLOSED MONTH IS HELD ON
043550*                 BILLADJ INSTEAD, AND THAT ROW IS CHECKED THE
043575*                 SAME WAY.
043600******************************************************************
043700 2100-CHECK-CHARGE-ROW.
043800     MOVE "N"    TO WS-CHARGE-FOUND-SW.
043900     MOVE SPACES TO WS-DETAIL-DEPARTMENT.
044000     MOVE "CHARGLED"         TO WS-BREAK-FILE.
044100     MOVE WS-DETAIL-SEQ-NO   TO WS-BREAK-SEQ-NO.
044200     MOVE WS-DETAIL-TRACE-ID TO WS-BREAK-TRACE-ID.
044300
044400     IF CHARGLED-ON-DISK
044500         MOVE WS-CHECK-DATE    TO CG-CALC-DATE
044600         MOVE WS-DETAIL-SEQ-NO TO CG-SEQ-NO
044700         READ CHARGE-LEDGER-FILE
044800             INVALID KEY
044900                 CONTINUE
045000             NOT INVALID KEY
045100                 MOVE "Y" TO WS-CHARGE-FOUND-SW
045200         END-READ
045300     END-IF.
045310     IF NOT CHARGE-ROW-FOUND
045320         PERFORM 3950-FIND-HELD-CHARGE THRU 3950-EXIT
045330         IF HELD-CHARGE-FOUND
045340             MOVE "BILLADJ" TO WS-BREAK-FILE
045350         END-IF
045360     END-IF.
045400
045500     IF NOT CHARGE-ROW-FOUND
045600         MOVE "NO CHARGLED ROW - TRANSACTION NOT BILLED"
045700             TO WS-BREAK-MESSAGE
045800         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
045900         GO TO 2100-EXIT
046000     END-IF.
046100
046200     MOVE CG-DEPARTMENT TO WS-DETAIL-DEPARTMENT.
046300     IF CG-TRACE-ID NOT = WS-DETAIL-TRACE-ID
046400         MOVE "CHARGLED TRACE ID DIFFERS FROM CALCRES"
046500             TO WS-BREAK-MESSAGE
046600         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
046700     END-IF.
046800     IF CG-REQUEST-TYPE NOT = WS-DETAIL-TYPE
046900         MOVE "CHARGLED REQUEST TYPE DIFFERS FROM CALCRES"
047000             TO WS-BREAK-MESSAGE
047100         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
047200     END-IF.
047300 2100-EXIT.
047400     EXIT.
047500
047600******************************************************************
047700*    2200-CHECK-SHAPE-ROW -- AN AREA REQUEST'S SHAPELED ROW,
047800*                 READ BY KEY UNDER THE CHARGLED DEPARTMENT.
047900*                 WITH NO CHARGLED ROW THE DEPARTMENT IS NOT
048000*                 KNOWN, SO THE DATE'S ROWS ARE SEARCHED FOR THE
048100*                 SEQUENCE INSTEAD.  SHAPELED CARRIES THE RESULT
048200*                 TO TWO PLACES, SO THE CALCRES VALUE IS
048300*                 COMPARED AT TWO PLACES.
048400******************************************************************
048500 2200-CHECK-SHAPE-ROW.
048600     MOVE "N" TO WS-FOUND-SW.
048700     MOVE "SHAPELED"         TO WS-BREAK-FILE.
048800     MOVE WS-DETAIL-SEQ-NO   TO WS-BREAK-SEQ-NO.
048900     MOVE WS-DETAIL-TRACE-ID TO WS-BREAK-TRACE-ID.
049000
049100     IF NOT SHAPELED-ON-DISK
049200         GO TO 2200-NOT-FOUND
049300     END-IF.
049400     IF CHARGE-ROW-FOUND
049500         MOVE WS-CHECK-DATE        TO SL-CALC-DATE
049600         MOVE WS-DETAIL-DEPARTMENT TO SL-DEPARTMENT
049700         MOVE WS-DETAIL-SEQ-NO     TO SL-SEQ-NO
049800         READ SHAPE-LEDGER-FILE
049900             INVALID KEY
050000                 CONTINUE
050100             NOT INVALID KEY
050200                 MOVE "Y" TO WS-FOUND-SW
050300         END-READ
050400     ELSE
050500         PERFORM 2250-SEARCH-SHAPELED THRU 2250-EXIT
050600     END-IF.
050700     IF NOT PARTNER-FOUND
050800         GO TO 2200-NOT-FOUND
050900     END-IF.
051000
051100     IF SL-TRACE-ID NOT = WS-DETAIL-TRACE-ID
051200         MOVE "SHAPELED TRACE ID DIFFERS FROM CALCRES"
051300             TO WS-BREAK-MESSAGE
051400         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
051500     END-IF.
051600     IF SL-RESULT NOT = WS-DETAIL-VALUE
051700         MOVE "SHAPELED RESULT DIFFERS FROM CALCRES"
051800             TO WS-BREAK-MESSAGE
051900         MOVE WS-DETAIL-VALUE TO WS-BREAK-CALCRES-AMT
052000         MOVE SL-RESULT       TO WS-BREAK-LEDGER-AMT
052100         MOVE "Y" TO WS-BREAK-AMOUNTS-SW
052200         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
052300     END-IF.
052400     GO TO 2200-EXIT.
052500
052600 2200-NOT-FOUND.
052700     MOVE "NO SHAPELED ROW FOR AREA REQUEST"
052800         TO WS-BREAK-MESSAGE.
052900     PERFORM 8000-REPORT-BREAK THRU 8000-EXIT.
053000 2200-EXIT.
053100     EXIT.
053200
053300 2250-SEARCH-SHAPELED.
053400     MOVE WS-CHECK-DATE TO SL-CALC-DATE.
053500     MOVE LOW-VALUES    TO SL-DEPARTMENT.
053600     MOVE 0             TO SL-SEQ-NO.
053700     START SHAPE-LEDGER-FILE KEY IS NOT < SL-KEY
053800         INVALID KEY
053900             GO TO 2250-EXIT
054000     END-START.
054100 2250-NEXT-ROW.
054200     READ SHAPE-LEDGER-FILE NEXT RECORD
054300         AT END
054400             GO TO 2250-EXIT
054500     END-READ.
054600     IF SL-CALC-DATE NOT = WS-CHECK-DATE
054700         GO TO 2250-EXIT
054800     END-IF.
054900     IF SL-SEQ-NO = WS-DETAIL-SEQ-NO
055000         MOVE "Y" TO WS-FOUND-SW
055100         GO TO 2250-EXIT
055200     END-IF.
055300     GO TO 2250-NEXT-ROW.
055400 2250-EXIT.
055500     EXIT.
055600
055700******************************************************************
055800*    2300-CHECK-AMORT-SCHEDULE -- THE AMORLED PERIODS FILED
055900*                 UNDER THE SUMMARY'S SEQUENCE MUST RUN 1
056000*                 THROUGH THE TERM WITH NO GAP, THEIR PAYMENTS
056100*                 MUST SUM TO THE CALCRES VALUE (MATH LANDS THE
056200*                 TOTAL PAYMENT THERE), AND THE LAST PERIOD MUST
056300*                 CLOSE AT A ZERO BALANCE.
056400******************************************************************
056500 2300-CHECK-AMORT-SCHEDULE.
056600     MOVE 0   TO WS-AMORT-PERIODS WS-AMORT-TERM
056700                 WS-AMORT-PAYMENTS WS-AMORT-LAST-BALANCE.
056800     MOVE "N" TO WS-AMORT-GAP-SW WS-AMORT-TRACE-SW.
056900     MOVE "AMORLED"          TO WS-BREAK-FILE.
057000     MOVE WS-DETAIL-SEQ-NO   TO WS-BREAK-SEQ-NO.
057100     MOVE WS-DETAIL-TRACE-ID TO WS-BREAK-TRACE-ID.
057200
057300     IF AMORLED-ON-DISK
057400         PERFORM 2350-READ-SCHEDULE THRU 2350-EXIT
057500     END-IF.
057600
057700     IF WS-AMORT-PERIODS = 0
057800         MOVE "NO AMORLED PERIODS FOR AMORT SUMMARY"
057900             TO WS-BREAK-MESSAGE
058000         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
058100         GO TO 2300-EXIT
058200     END-IF.
058300
058400     IF AMORT-PERIOD-GAP
058500         OR WS-AMORT-PERIODS NOT = WS-AMORT-TERM
058600         MOVE "AMORLED PERIODS INCOMPLETE FOR THE TERM"
058700             TO WS-BREAK-MESSAGE
058800         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
058900     END-IF.
059000     IF WS-AMORT-PAYMENTS NOT = WS-DETAIL-VALUE
059100         MOVE "AMORLED PAYMENTS DO NOT SUM TO CALCRES VALUE"
059200             TO WS-BREAK-MESSAGE
059300         MOVE WS-DETAIL-VALUE   TO WS-BREAK-CALCRES-AMT
059400         MOVE WS-AMORT-PAYMENTS TO WS-BREAK-LEDGER-AMT
059500         MOVE "Y" TO WS-BREAK-AMOUNTS-SW
059600         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
059700     END-IF.
059800     IF WS-AMORT-LAST-BALANCE NOT = 0
059900         MOVE "AMORLED FINAL BALANCE IS NOT ZERO"
060000             TO WS-BREAK-MESSAGE
060100         MOVE 0                     TO WS-BREAK-CALCRES-AMT
060200         MOVE WS-AMORT-LAST-BALANCE TO WS-BREAK-LEDGER-AMT
060300         MOVE "Y" TO WS-BREAK-AMOUNTS-SW
060400         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
060500     END-IF.
060600     IF AMORT-TRACE-DIFFERS
060700         MOVE "AMORLED TRACE ID DIFFERS FROM CALCRES"
060800             TO WS-BREAK-MESSAGE
060900         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
061000     END-IF.
061100 2300-EXIT.
061200     EXIT.
061300
061400*    EVERY PERIOD ROW FILED UNDER THE DATE AND SEQUENCE, IN
061500*    PERIOD ORDER.  THE TERM COMES FROM THE FIRST ROW.
061600 2350-READ-SCHEDULE.
061700     MOVE WS-CHECK-DATE    TO AM-RUN-DATE.
061800     MOVE WS-DETAIL-SEQ-NO TO AM-SEQ-NO.
061900     MOVE 0                TO AM-PERIOD.
062000     START AMORT-LEDGER-FILE KEY IS NOT < AM-KEY
062100         INVALID KEY
062200             GO TO 2350-EXIT
062300     END-START.
062400 2350-NEXT-PERIOD.
062500     READ AMORT-LEDGER-FILE NEXT RECORD
062600         AT END
062700             GO TO 2350-EXIT
062800     END-READ.
062900     IF AM-RUN-DATE NOT = WS-CHECK-DATE
063000         OR AM-SEQ-NO NOT = WS-DETAIL-SEQ-NO
063100         GO TO 2350-EXIT
063200     END-IF.
063300
063400     ADD 1 TO WS-AMORT-PERIODS.
063500     IF WS-AMORT-PERIODS = 1
063600         MOVE AM-TERM TO WS-AMORT-TERM
063700     END-IF.
063800     IF AM-PERIOD NOT = WS-AMORT-PERIODS
063900         MOVE "Y" TO WS-AMORT-GAP-SW
064000     END-IF.
064100     IF AM-TRACE-ID NOT = WS-DETAIL-TRACE-ID
064200         MOVE "Y" TO WS-AMORT-TRACE-SW
064300     END-IF.
064400     ADD AM-PAYMENT TO WS-AMORT-PAYMENTS.
064500     MOVE AM-BALANCE TO WS-AMORT-LAST-BALANCE.
064600     GO TO 2350-NEXT-PERIOD.
064700 2350-EXIT.
064800     EXIT.
064900
065000******************************************************************
065100*    2400-CHECK-COST-ROW -- A COST REQUEST'S COSTLED ROW, FOUND
065200*                 THE SAME WAY AS 2200 FINDS A SHAPELED ROW.
065300*                 MATH LANDS THE EXTENDED COST AS THE RESULT.
065400******************************************************************
065500 2400-CHECK-COST-ROW.
065600     MOVE "N" TO WS-FOUND-SW.
065700     MOVE "COSTLED"          TO WS-BREAK-FILE.
065800     MOVE WS-DETAIL-SEQ-NO   TO WS-BREAK-SEQ-NO.
065900     MOVE WS-DETAIL-TRACE-ID TO WS-BREAK-TRACE-ID.
066000
066100     IF NOT COSTLED-ON-DISK
066200         GO TO 2400-NOT-FOUND
066300     END-IF.
066400     IF CHARGE-ROW-FOUND
066500         MOVE WS-CHECK-DATE        TO CL-CALC-DATE
066600         MOVE WS-DETAIL-DEPARTMENT TO CL-DEPARTMENT
066700         MOVE WS-DETAIL-SEQ-NO     TO CL-SEQ-NO
066800         READ COST-LEDGER-FILE
066900             INVALID KEY
067000                 CONTINUE
067100             NOT INVALID KEY
067200                 MOVE "Y" TO WS-FOUND-SW
067300         END-READ
067400     ELSE
067500         PERFORM 2450-SEARCH-COSTLED THRU 2450-EXIT
067600     END-IF.
067700     IF NOT PARTNER-FOUND
067800         GO TO 2400-NOT-FOUND
067900     END-IF.
068000
068100     IF CL-TRACE-ID NOT = WS-DETAIL-TRACE-ID
068200         MOVE "COSTLED TRACE ID DIFFERS FROM CALCRES"
068300             TO WS-BREAK-MESSAGE
068400         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
068500     END-IF.
068600     IF CL-EXTENDED-COST NOT = WS-DETAIL-VALUE
068700         MOVE "COSTLED EXTENDED COST DIFFERS FROM CALCRES"
068800             TO WS-BREAK-MESSAGE
068900         MOVE WS-DETAIL-VALUE  TO WS-BREAK-CALCRES-AMT
069000         MOVE CL-EXTENDED-COST TO WS-BREAK-LEDGER-AMT
069100         MOVE "Y" TO WS-BREAK-AMOUNTS-SW
069200         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
069300     END-IF.
069400     GO TO 2400-EXIT.
069500
069600 2400-NOT-FOUND.
069700     MOVE "NO COSTLED ROW FOR COST REQUEST"
069800         TO WS-BREAK-MESSAGE.
069900     PERFORM 8000-REPORT-BREAK THRU 8000-EXIT.
070000 2400-EXIT.
070100     EXIT.
070200
070300 2450-SEARCH-COSTLED.
070400     MOVE WS-CHECK-DATE TO CL-CALC-DATE.
070500     MOVE LOW-VALUES    TO CL-DEPARTMENT.
070600     MOVE 0             TO CL-SEQ-NO.
070700     START COST-LEDGER-FILE KEY IS NOT < CL-KEY
070800         INVALID KEY
070900             GO TO 2450-EXIT
071000     END-START.
071100 2450-NEXT-ROW.
071200     READ COST-LEDGER-FILE NEXT RECORD
071300         AT END
071400             GO TO 2450-EXIT
071500     END-READ.
071600     IF CL-CALC-DATE NOT = WS-CHECK-DATE
071700         GO TO 2450-EXIT
071800     END-IF.
071900     IF CL-SEQ-NO = WS-DETAIL-SEQ-NO
072000         MOVE "Y" TO WS-FOUND-SW
072100         GO TO 2450-EXIT
072200     END-IF.
072300     GO TO 2450-NEXT-ROW.
072400 2450-EXIT.
072500     EXIT.
072600
072700******************************************************************
072800*    2900-READ-CALCRES -- NEXT CALCRES RECORD; THE WALK ENDS AT
072900*                 THE FIRST RECORD THAT IS NOT MATH'S FOR THE
073000*                 DATE BEING CHECKED.
073100******************************************************************
073200 2900-READ-CALCRES.
073300     READ CALC-RESULTS-FILE NEXT RECORD
073400         AT END
073500             MOVE "Y" TO WS-CALCRES-EOF-SW
073600             GO TO 2900-EXIT
073700     END-READ.
073800     IF CR-RUN-DATE NOT = WS-CHECK-DATE
073900         OR CR-PROGRAM-ID NOT = "MATH"
074000         MOVE "Y" TO WS-CALCRES-EOF-SW
074100     END-IF.
074200 2900-EXIT.
074300     EXIT.
074400
074500******************************************************************
074600*    3000-SWEEP-SHAPELED -- EVERY SHAPELED ROW FOR THE DATE MUST
074700*                 HAVE AN AREA CALCRES RECORD UNDER ITS SEQUENCE,
074800*                 AND MUST BE FILED UNDER THE DEPARTMENT THE
074900*                 TRANSACTION WAS BILLED TO -- A SECOND ROW FOR
075000*                 THE SAME SEQUENCE UNDER ANOTHER DEPARTMENT IS
075100*                 A DUPLICATE.
075200******************************************************************
075300 3000-SWEEP-SHAPELED.
075400     IF NOT SHAPELED-ON-DISK
075500         GO TO 3000-EXIT
075600     END-IF.
075700     MOVE WS-CHECK-DATE TO SL-CALC-DATE.
075800     MOVE LOW-VALUES    TO SL-DEPARTMENT.
075900     MOVE 0             TO SL-SEQ-NO.
076000     START SHAPE-LEDGER-FILE KEY IS NOT < SL-KEY
076100         INVALID KEY
076200             GO TO 3000-EXIT
076300     END-START.
076400 3000-NEXT-ROW.
076500     READ SHAPE-LEDGER-FILE NEXT RECORD
076600         AT END
076700             GO TO 3000-EXIT
076800     END-READ.
076900     IF SL-CALC-DATE NOT = WS-CHECK-DATE
077000         GO TO 3000-EXIT
077100     END-IF.
077200
077300     ADD 1 TO WS-SHAPE-ROWS.
077400     MOVE "SHAPELED"  TO WS-BREAK-FILE.
077500     MOVE SL-SEQ-NO   TO WS-BREAK-SEQ-NO.
077600     MOVE SL-TRACE-ID TO WS-BREAK-TRACE-ID.
077700     MOVE SL-SEQ-NO   TO WS-DETAIL-SEQ-NO.
077800     PERFORM 3800-FIND-CALCRES-PARTNER THRU 3800-EXIT.
077900     IF NOT PARTNER-FOUND
078000         MOVE "ORPHAN SHAPELED ROW - NO CALCRES PARTNER"
078100             TO WS-BREAK-MESSAGE
078200         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
078300         GO TO 3000-NEXT-ROW
078400     END-IF.
078500     IF CR-RESULT-TYPE NOT = "AREA"
078600         MOVE "SHAPELED ROW PARTNER IS NOT AN AREA REQUEST"
078700             TO WS-BREAK-MESSAGE
078800         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
078900         GO TO 3000-NEXT-ROW
079000     END-IF.
079100     PERFORM 3900-FIND-CHARGE-PARTNER THRU 3900-EXIT.
079200     IF CHARGE-ROW-FOUND
079300         AND CG-DEPARTMENT NOT = SL-DEPARTMENT
079400         MOVE "SHAPELED ROW FILED UNDER ANOTHER DEPARTMENT"
079500             TO WS-BREAK-MESSAGE
079600         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
079700     END-IF.
079800     GO TO 3000-NEXT-ROW.
079900 3000-EXIT.
080000     EXIT.
080100
080200******************************************************************
080300*    3100-SWEEP-AMORLED -- EVERY SCHEDULE FILED UNDER THE DATE
080400*                 MUST HAVE AN AMORT CALCRES SUMMARY UNDER ITS
080500*                 SEQUENCE.  A SCHEDULE IS CHECKED ONCE, ON ITS
080600*                 FIRST PERIOD ROW; THE REST ARE ONLY COUNTED.
080700******************************************************************
080800 3100-SWEEP-AMORLED.
080900     IF NOT AMORLED-ON-DISK
081000         GO TO 3100-EXIT
081100     END-IF.
081200     MOVE 0 TO WS-PRIOR-AMORT-SEQ.
081300     MOVE WS-CHECK-DATE TO AM-RUN-DATE.
081400     MOVE 0             TO AM-SEQ-NO.
081500     MOVE 0             TO AM-PERIOD.
081600     START AMORT-LEDGER-FILE KEY IS NOT < AM-KEY
081700         INVALID KEY
081800             GO TO 3100-EXIT
081900     END-START.
082000 3100-NEXT-ROW.
082100     READ AMORT-LEDGER-FILE NEXT RECORD
082200         AT END
082300             GO TO 3100-EXIT
082400     END-READ.
082500     IF AM-RUN-DATE NOT = WS-CHECK-DATE
082600         GO TO 3100-EXIT
082700     END-IF.
082800
082900     ADD 1 TO WS-AMORT-ROWS.
083000     IF AM-SEQ-NO = WS-PRIOR-AMORT-SEQ
083100         GO TO 3100-NEXT-ROW
083200     END-IF.
083300     MOVE AM-SEQ-NO TO WS-PRIOR-AMORT-SEQ.
083400
083500     MOVE "AMORLED"   TO WS-BREAK-FILE.
083600     MOVE AM-SEQ-NO   TO WS-BREAK-SEQ-NO.
083700     MOVE AM-TRACE-ID TO WS-BREAK-TRACE-ID.
083800     MOVE AM-SEQ-NO   TO WS-DETAIL-SEQ-NO.
083900     PERFORM 3800-FIND-CALCRES-PARTNER THRU 3800-EXIT.
084000     IF NOT PARTNER-FOUND
084100         MOVE "ORPHAN AMORLED SCHEDULE - NO CALCRES PARTNER"
084200             TO WS-BREAK-MESSAGE
084300         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
084400         GO TO 3100-NEXT-ROW
084500     END-IF.
084600     IF CR-RESULT-TYPE NOT = "AMORT"
084700         MOVE "AMORLED SCHEDULE PARTNER IS NOT AN AMORT REQUEST"
084800             TO WS-BREAK-MESSAGE
084900         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
085000     END-IF.
085100     GO TO 3100-NEXT-ROW.
085200 3100-EXIT.
085300     EXIT.
085400
085500******************************************************************
085600*    3200-SWEEP-CHARGLED -- EVERY BILLED ROW FOR THE DATE MUST
085700*                 HAVE A CALCRES RECORD UNDER ITS SEQUENCE, OR
085800*                 A TRANSACTION IS BEING BILLED THAT NEVER
085900*                 COMPLETED.
086000******************************************************************
086100 3200-SWEEP-CHARGLED.
086200     IF NOT CHARGLED-ON-DISK
086300         GO TO 3200-EXIT
086400     END-IF.
086500     MOVE WS-CHECK-DATE TO CG-CALC-DATE.
086600     MOVE 0             TO CG-SEQ-NO.
086700     START CHARGE-LEDGER-FILE KEY IS NOT < CG-KEY
086800         INVALID KEY
086900             GO TO 3200-EXIT
087000     END-START.
087100 3200-NEXT-ROW.
087200     READ CHARGE-LEDGER-FILE NEXT RECORD
087300         AT END
087400             GO TO 3200-EXIT
087500     END-READ.
087600     IF CG-CALC-DATE NOT = WS-CHECK-DATE
087700         GO TO 3200-EXIT
087800     END-IF.
087900
088000     ADD 1 TO WS-CHARGE-ROWS.
088100     MOVE CG-SEQ-NO TO WS-DETAIL-SEQ-NO.
088200     PERFORM 3800-FIND-CALCRES-PARTNER THRU 3800-EXIT.
088300     IF NOT PARTNER-FOUND
088400         MOVE "CHARGLED"  TO WS-BREAK-FILE
088500         MOVE CG-SEQ-NO   TO WS-BREAK-SEQ-NO
088600         MOVE CG-TRACE-ID TO WS-BREAK-TRACE-ID
088700         MOVE "ORPHAN CHARGLED ROW - NO CALCRES PARTNER"
088800             TO WS-BREAK-MESSAGE
088900         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
089000     END-IF.
089100     GO TO 3200-NEXT-ROW.
089200 3200-EXIT.
089300     EXIT.
089400
089500******************************************************************
089600*    3300-SWEEP-COSTLED -- THE SAME SWEEP AS 3000, FOR THE COST
089700*                 LEDGER AND COST REQUESTS.
089800******************************************************************
089900 3300-SWEEP-COSTLED.
090000     IF NOT COSTLED-ON-DISK
090100         GO TO 3300-EXIT
090200     END-IF.
090300     MOVE WS-CHECK-DATE TO CL-CALC-DATE.
090400     MOVE LOW-VALUES    TO CL-DEPARTMENT.
090500     MOVE 0             TO CL-SEQ-NO.
090600     START COST-LEDGER-FILE KEY IS NOT < CL-KEY
090700         INVALID KEY
090800             GO TO 3300-EXIT
090900     END-START.
091000 3300-NEXT-ROW.
091100     READ COST-LEDGER-FILE NEXT RECORD
091200         AT END
091300             GO TO 3300-EXIT
091400     END-READ.
091500     IF CL-CALC-DATE NOT = WS-CHECK-DATE
091600         GO TO 3300-EXIT
091700     END-IF.
091800
091900     ADD 1 TO WS-COST-ROWS.
092000     MOVE "COSTLED"   TO WS-BREAK-FILE.
092100     MOVE CL-SEQ-NO   TO WS-BREAK-SEQ-NO.
092200     MOVE CL-TRACE-ID TO WS-BREAK-TRACE-ID.
092300     MOVE CL-SEQ-NO   TO WS-DETAIL-SEQ-NO.
092400     PERFORM 3800-FIND-CALCRES-PARTNER THRU 3800-EXIT.
092500     IF NOT PARTNER-FOUND
092600         MOVE "ORPHAN COSTLED ROW - NO CALCRES PARTNER"
092700             TO WS-BREAK-MESSAGE
092800         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
092900         GO TO 3300-NEXT-ROW
093000     END-IF.
093100     IF CR-RESULT-TYPE NOT = "COST"
093200         MOVE "COSTLED ROW PARTNER IS NOT A COST REQUEST"
093300             TO WS-BREAK-MESSAGE
093400         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
093500         GO TO 3300-NEXT-ROW
093600     END-IF.
093700     PERFORM 3900-FIND-CHARGE-PARTNER THRU 3900-EXIT.
093800     IF CHARGE-ROW-FOUND
093900         AND CG-DEPARTMENT NOT = CL-DEPARTMENT
094000         MOVE "COSTLED ROW FILED UNDER ANOTHER DEPARTMENT"
094100             TO WS-BREAK-MESSAGE
094200         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
094300     END-IF.
094400     GO TO 3300-NEXT-ROW.
094500 3300-EXIT.
094600     EXIT.
094700
094800******************************************************************
094900*    3800-FIND-CALCRES-PARTNER -- RANDOM READ OF THE MATH
095000*                 CALCRES RECORD FOR WS-DETAIL-SEQ-NO ON THE
095100*                 DATE BEING CHECKED.
095200******************************************************************
095300 3800-FIND-CALCRES-PARTNER.
095400     MOVE "N" TO WS-FOUND-SW.
095500     IF NOT CALCRES-ON-DISK
095600         GO TO 3800-EXIT
095700     END-IF.
095800     MOVE WS-CHECK-DATE    TO CR-RUN-DATE.
095900     MOVE "MATH"           TO CR-PROGRAM-ID.
096000     MOVE WS-DETAIL-SEQ-NO TO CR-SEQ-NO.
096100     READ CALC-RESULTS-FILE
096200         INVALID KEY
096300             CONTINUE
096400         NOT INVALID KEY
096500             MOVE "Y" TO WS-FOUND-SW
096600     END-READ.
096700 3800-EXIT.
096800     EXIT.
096900
097000******************************************************************
097100*    3900-FIND-CHARGE-PARTNER -- RANDOM READ OF THE CHARGLED ROW
097200*                 FOR WS-DETAIL-SEQ-NO ON THE DATE BEING CHECKED,
097250*                 OR FAILING THAT ITS HELD BILLADJ ROW.
097300******************************************************************
097400 3900-FIND-CHARGE-PARTNER.
097500     MOVE "N" TO WS-CHARGE-FOUND-SW.
097600     IF CHARGLED-ON-DISK
097900         MOVE WS-CHECK-DATE    TO CG-CALC-DATE
098000         MOVE WS-DETAIL-SEQ-NO TO CG-SEQ-NO
098100         READ CHARGE-LEDGER-FILE
098200             INVALID KEY
098300                 CONTINUE
098400             NOT INVALID KEY
098500                 MOVE "Y" TO WS-CHARGE-FOUND-SW
098600         END-READ
098620     END-IF.
098640     IF NOT CHARGE-ROW-FOUND
098660         PERFORM 3950-FIND-HELD-CHARGE THRU 3950-EXIT
098680     END-IF.
098700 3900-EXIT.
098800     EXIT.
098802
098804******************************************************************
098806*    3950-FIND-HELD-CHARGE -- RANDOM READ OF BILLADJ FOR A
098808*                 CHARGE MATH HELD BECAUSE ITS MONTH WAS CLOSED.
098810*                 A HELD ROW IS THE TRANSACTION'S BILLING ROW, SO
098812*                 ITS FIELDS ARE LAID INTO THE CHARGLED RECORD
098814*                 AREA FOR THE CALLER'S CHECKS.
098816******************************************************************
098818 3950-FIND-HELD-CHARGE.
098820     MOVE "N" TO WS-HELD-SW.
098822     IF NOT BILLADJ-ON-DISK
098824         GO TO 3950-EXIT
098826     END-IF.
098828     MOVE WS-CHECK-DATE    TO AJ-CALC-DATE.
098830     MOVE WS-DETAIL-SEQ-NO TO AJ-SEQ-NO.
098832     READ BILL-ADJUSTMENT-FILE
098834         INVALID KEY
098836             GO TO 3950-EXIT
098838     END-READ.
098840
098842     MOVE "Y"             TO WS-HELD-SW.
098844     MOVE "Y"             TO WS-CHARGE-FOUND-SW.
098846     MOVE AJ-CALC-DATE    TO CG-CALC-DATE.
098848     MOVE AJ-SEQ-NO       TO CG-SEQ-NO.
098850     MOVE AJ-DEPARTMENT   TO CG-DEPARTMENT.
098852     MOVE AJ-REQUEST-TYPE TO CG-REQUEST-TYPE.
098854     MOVE AJ-TRACE-ID     TO CG-TRACE-ID.
098856 3950-EXIT.
098858     EXIT.
098900
099000******************************************************************
099100*    8000-REPORT-BREAK -- ONE BREAK ONTO THE EXCEPTIONS REPORT
099200*                 AND INTO ERRLOG.  THE AMOUNT COLUMNS ARE ONLY
099300*                 FILLED WHEN THE CHECK HANDED AMOUNTS OVER.
099400******************************************************************
099500 8000-REPORT-BREAK.
099600     ADD 1 TO WS-BREAK-COUNT.
099700
099800     MOVE SPACES            TO WS-DETAIL-LINE.
099900     MOVE WS-BREAK-FILE     TO DL-FILE-NAME.
100000     MOVE WS-BREAK-SEQ-NO   TO DL-SEQ-NO.
100100     MOVE WS-BREAK-TRACE-ID TO DL-TRACE-ID.
100200     MOVE WS-BREAK-MESSAGE  TO DL-MESSAGE.
100300     IF BREAK-HAS-AMOUNTS
100400         MOVE WS-BREAK-CALCRES-AMT TO DL-CALCRES-AMT
100500         MOVE WS-BREAK-LEDGER-AMT  TO DL-LEDGER-AMT
100600     END-IF.
100700     WRITE INTG-REPORT-RECORD FROM WS-DETAIL-LINE.
100800
100900     MOVE "INTGCHK"         TO ERR-PROGRAM-ID.
101000     MOVE WS-BREAK-FILE     TO ERR-FIELD-NAME.
101100     MOVE SPACES            TO ERR-BAD-VALUE.
101200     STRING "DATE=" DELIMITED BY SIZE
101300         WS-CHECK-DATE DELIMITED BY SIZE
101400         " SEQ=" DELIMITED BY SIZE
101500         WS-BREAK-SEQ-NO DELIMITED BY SIZE
101600         INTO ERR-BAD-VALUE.
101700     MOVE WS-BREAK-MESSAGE  TO ERR-MESSAGE.
101800     MOVE WS-RUN-DATE       TO ERR-RUN-DATE.
101900     MOVE WS-RUN-TIME       TO ERR-TIME.
102000     MOVE WS-BREAK-TRACE-ID TO ERR-TRACE-ID.
102100     WRITE ERR-LOG-RECORD.
102200
102300     MOVE "N"    TO WS-BREAK-AMOUNTS-SW.
102400     MOVE SPACES TO WS-BREAK-MESSAGE.
102500 8000-EXIT.
102600     EXIT.
102700
102800******************************************************************
102900*    9000-TERMINATE -- COUNTS ONTO THE REPORT, CLOSE UP, STAMP
103000*                 THE END AND SET THE RETURN CODE.
103100******************************************************************
103200 9000-TERMINATE.
103300     IF CHECK-ABORTED
103400         MOVE " CHECK NOT RUN - A FILE COULD NOT BE OPENED"
103500             TO INTG-REPORT-RECORD
103600         WRITE INTG-REPORT-RECORD
103700         MOVE 0016 TO WS-RETURN-CODE
103800         GO TO 9000-CLOSE-FILES
103900     END-IF.
104000
104100     IF WS-BREAK-COUNT = 0
104200         MOVE " NO BREAKS FOUND" TO INTG-REPORT-RECORD
104300         WRITE INTG-REPORT-RECORD
104400     END-IF.
104500     MOVE SPACES TO INTG-REPORT-RECORD.
104600     WRITE INTG-REPORT-RECORD.
104700     MOVE "CALCRES DETAILS CHECKED  =" TO TL-LABEL.
104800     MOVE WS-DETAILS-CHECKED TO TL-COUNT.
104900     WRITE INTG-REPORT-RECORD FROM WS-TOTAL-LINE.
105000     MOVE "SHAPELED ROWS SWEPT      =" TO TL-LABEL.
105100     MOVE WS-SHAPE-ROWS TO TL-COUNT.
105200     WRITE INTG-REPORT-RECORD FROM WS-TOTAL-LINE.
105300     MOVE "AMORLED ROWS SWEPT       =" TO TL-LABEL.
105400     MOVE WS-AMORT-ROWS TO TL-COUNT.
105500     WRITE INTG-REPORT-RECORD FROM WS-TOTAL-LINE.
105600     MOVE "CHARGLED ROWS SWEPT      =" TO TL-LABEL.
105700     MOVE WS-CHARGE-ROWS TO TL-COUNT.
105800     WRITE INTG-REPORT-RECORD FROM WS-TOTAL-LINE.
105900     MOVE "COSTLED ROWS SWEPT       =" TO TL-LABEL.
106000     MOVE WS-COST-ROWS TO TL-COUNT.
106100     WRITE INTG-REPORT-RECORD FROM WS-TOTAL-LINE.
106200     MOVE "BREAKS FOUND             =" TO TL-LABEL.
106300     MOVE WS-BREAK-COUNT TO TL-COUNT.
106400     WRITE INTG-REPORT-RECORD FROM WS-TOTAL-LINE.
106500
106600     IF WS-BREAK-COUNT NOT = 0
106700         MOVE 0004 TO WS-RETURN-CODE
106800     END-IF.
106900
107000 9000-CLOSE-FILES.
107100     CLOSE INTG-REPORT-FILE.
107200     CLOSE ERROR-LOG-FILE.
107300     IF CHECK-ABORTED
107400         GO TO 9000-STAMP-END
107500     END-IF.
107600     IF CALCRES-ON-DISK
107700         CLOSE CALC-RESULTS-FILE
107800     END-IF.
107900     IF SHAPELED-ON-DISK
108000         CLOSE SHAPE-LEDGER-FILE
108100     END-IF.
108200     IF AMORLED-ON-DISK
108300         CLOSE AMORT-LEDGER-FILE
108400     END-IF.
108500     IF CHARGLED-ON-DISK
108600         CLOSE CHARGE-LEDGER-FILE
108700     END-IF.
108800     IF COSTLED-ON-DISK
108900         CLOSE COST-LEDGER-FILE
109000     END-IF.
109025     IF BILLADJ-ON-DISK
109050         CLOSE BILL-ADJUSTMENT-FILE
109075     END-IF.
109100
109200 9000-STAMP-END.
109300     MOVE "STAMP"   TO CLK-FUNCTION.
109400     MOVE "INTGCHK" TO CLK-PROGRAM-ID.
109500     MOVE "END"     TO CLK-EVENT.
109600     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
109700     MOVE CLK-RETURN-TIME TO WS-END-TIME.
109800
109900*    THE AUDIT RECORD IS WHERE MORNSTAT PICKS UP THE STEP'S
110000*    RETURN CODE.
110100     MOVE "INTGCHK"      TO AUDIT-PROGRAM-ID.
110200     MOVE "INTGCHK"      TO AUDIT-JOB-ID.
110300     MOVE WS-RUN-DATE    TO AUDIT-RUN-DATE.
110400     MOVE WS-RUN-TIME    TO AUDIT-START-TIME.
110500     MOVE WS-END-TIME    TO AUDIT-END-TIME.
110600     MOVE WS-RETURN-CODE TO AUDIT-RETURN-CODE.
110700     WRITE AUDIT-RECORD.
110800     CLOSE AUDIT-LOG-FILE.
110900
111000     DISPLAY "INTGCHK: " WS-DETAILS-CHECKED
111100         " CALCRES DETAIL(S) CHECKED FOR " WS-CHECK-DATE ", "
111200         WS-BREAK-COUNT " BREAK(S)."
111300     MOVE WS-RETURN-CODE TO RETURN-CODE.
111400 9000-EXIT.
111500     EXIT.
111600
111700 END PROGRAM INTGCHK.
