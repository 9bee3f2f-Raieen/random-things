000100******************************************************************
000200*    PROGRAM-ID:  AMORPORT
000300*    AUTHOR    :  J. R. PRATHER
000400*    INSTALL.  :  ESTIMATING SYSTEMS
000500*    DATE-WRTN :  11/14/18
000600*    PURPOSE   :  AMORTIZATION PORTFOLIO POSITION REPORT.  AMORINQ
000700*                 REPRINTS ONE SCHEDULE AT A TIME, AND EVERY
000800*                 QUARTER FINANCE REBUILT THE OUTSTANDING
000900*                 BALANCES BY HAND FROM A STACK OF AMORINQ
001000*                 PRINTOUTS.  THIS PROGRAM READS THE WHOLE
001100*                 AMORLED BOOK AS OF A CHOSEN DATE AND A PAYMENT
001200*                 FREQUENCY ASSUMPTION.  EACH SCHEDULE'S FIRST
001300*                 PAYMENT FALLS DUE ONE PAYMENT INTERVAL AFTER
001400*                 ITS AM-RUN-DATE, SO THE WHOLE INTERVALS ELAPSED
001500*                 BY THE AS-OF DATE ARE THE PAYMENTS MADE.  FOR
001600*                 EACH SCHEDULE IT SHOWS THE CURRENT PERIOD,
001700*                 PRINCIPAL, RATE, TERM, PAYMENTS MADE TO DATE,
001800*                 OUTSTANDING BALANCE AND INTEREST STILL TO COME,
001900*                 WITH A SUBTOTAL PER AM-DEPARTMENT AND A GRAND
002000*                 TOTAL.  SCHEDULES PAID OFF BY THE AS-OF DATE
002100*                 ARE LISTED IN A SECTION OF THEIR OWN.  A
002200*                 SCHEDULE RUN AFTER THE AS-OF DATE IS NOT YET
002300*                 ON THE BOOK.  THE SAME FIGURES GO TO THE
002400*                 AMORPEXT EXTRACT FOR FINANCE'S SPREADSHEET.
002500*                 PROMPTS FOR THE AS-OF DATE (ZERO = TODAY) AND
002600*                 THE FREQUENCY (M/Q/S/A, BLANK = MONTHLY).
002700*                 RETURN CODE 4 WHEN THE BOOK OUTGREW THE
002800*                 REPORT TABLES, 16 ON BAD INPUT OR NO AMORLED.
002900*    TECTONICS :  cobc
003000*------------------------------------------------------------------
003100*    MOD LOG:
003200*    DATE       INIT  DESCRIPTION
003300*    11/14/18   JRP   ORIGINAL PROGRAM.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. AMORPORT.
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT AMORT-LEDGER-FILE ASSIGN TO "AMORLED"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS AM-KEY
004400         FILE STATUS IS WS-AMORLED-STATUS.
004500
004600     SELECT PORTFOLIO-REPORT-FILE ASSIGN TO "AMORPRPT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-AMORPRPT-STATUS.
004900
005000     SELECT PORTFOLIO-EXTRACT-FILE ASSIGN TO "AMORPEXT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-AMORPEXT-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  AMORT-LEDGER-FILE.
005600 COPY AMORLED.
005700
005800 FD  PORTFOLIO-REPORT-FILE
005900     LABEL RECORD IS STANDARD.
006000 01  PORTFOLIO-REPORT-RECORD         PIC X(132).
006100
006200 FD  PORTFOLIO-EXTRACT-FILE
006300     LABEL RECORD IS STANDARD.
006400 COPY AMORPEXT.
006500
006600 WORKING-STORAGE SECTION.
006700 01  WS-AMORLED-STATUS               PIC X(02) VALUE "00".
006800 01  WS-AMORPRPT-STATUS              PIC X(02) VALUE "00".
006900 01  WS-AMORPEXT-STATUS              PIC X(02) VALUE "00".
007000
007100 01  WS-SWITCHES.
007200     05  WS-REFUSED-SW               PIC X(01) VALUE "N".
007300         88  RUN-REFUSED             VALUE "Y".
007400     05  WS-EOF-SW                   PIC X(01) VALUE "N".
007500         88  END-OF-LEDGER           VALUE "Y".
007600     05  WS-OVERFLOW-SW              PIC X(01) VALUE "N".
007700         88  TABLE-OVERFLOW          VALUE "Y".
007800     05  WS-SKIP-SCHEDULE-SW         PIC X(01) VALUE "N".
007900         88  SKIP-THIS-SCHEDULE      VALUE "Y".
008000
008100 01  WS-RUN-DATE                     PIC 9(08) VALUE 0.
008200 01  WS-AS-OF-DATE                   PIC 9(08) VALUE 0.
008300 01  FILLER REDEFINES WS-AS-OF-DATE.
008400     05  WS-AS-OF-YEAR               PIC 9(04).
008500     05  WS-AS-OF-MM                 PIC 9(02).
008600     05  WS-AS-OF-DD                 PIC 9(02).
008700 01  WS-SCHED-DATE                   PIC 9(08) VALUE 0.
008800 01  FILLER REDEFINES WS-SCHED-DATE.
008900     05  WS-SCHED-YEAR               PIC 9(04).
009000     05  WS-SCHED-MM                 PIC 9(02).
009100     05  WS-SCHED-DD                 PIC 9(02).
009200
009300 01  WS-FREQUENCY                    PIC X(01) VALUE SPACE.
009400     88  VALID-FREQUENCY             VALUE "M" "Q" "S" "A".
009500 01  WS-FREQUENCY-MONTHS             PIC 9(02) VALUE 1.
009600 01  WS-FREQUENCY-NAME               PIC X(11) VALUE SPACES.
009700 01  WS-MONTHS-ELAPSED               PIC S9(07) VALUE 0.
009800 01  WS-PAYMENTS-DUE                 PIC 9(07) VALUE 0.
009900
010000 01  WS-PRIOR-RUN-DATE               PIC 9(08) VALUE 0.
010100 01  WS-PRIOR-SEQ-NO                 PIC 9(06) VALUE 0.
010200 01  WS-ROW-COUNT                    PIC 9(07) VALUE 0.
010300
010400*    ONE ENTRY PER SCHEDULE ON THE BOOK, BUILT UP ROW BY ROW AS
010500*    THE LEDGER IS READ, AND A FIRST-SEEN-ORDER LIST OF THE
010600*    DEPARTMENTS SO THE REPORT COMES OUT ONE DEPARTMENT AT A
010700*    TIME, THE SAME WAY CHARGBIL BUILDS ITS INVOICE SECTIONS.
010800 01  WS-SCHEDULE-TABLE.
010900     05  WS-PS-ENTRY OCCURS 500 TIMES.
011000         10  WS-PS-RUN-DATE          PIC 9(08).
011100         10  WS-PS-SEQ-NO            PIC 9(06).
011200         10  WS-PS-DEPARTMENT        PIC X(04).
011300         10  WS-PS-TRACE-ID          PIC X(08).
011400         10  WS-PS-PRINCIPAL         PIC 9(09)V99.
011500         10  WS-PS-RATE-PCT          PIC 9(05)V99.
011600         10  WS-PS-TERM              PIC 9(03).
011700         10  WS-PS-PAYMENTS-MADE     PIC 9(03).
011800         10  WS-PS-CURRENT-PERIOD    PIC 9(03).
011900         10  WS-PS-PAID-AMOUNT       PIC 9(11)V99.
012000         10  WS-PS-BALANCE           PIC 9(09)V99.
012100         10  WS-PS-INTEREST-TO-COME  PIC 9(11)V99.
012200         10  WS-PS-PAID-OFF-SW       PIC X(01).
012300             88  WS-PS-PAID-OFF      VALUE "Y".
012400 01  WS-PS-ENTRIES                   PIC 9(03) VALUE 0.
012500 01  WS-PS-SUB                       PIC 9(03) VALUE 0.
012600
012700 01  WS-DEPT-LIST.
012800     05  WS-PD-DEPARTMENT OCCURS 20 TIMES
012900                                     PIC X(04).
013000 01  WS-PD-ENTRIES                   PIC 9(02) VALUE 0.
013100 01  WS-PD-SUB                       PIC 9(02) VALUE 0.
013200 01  WS-PD-MATCH-SUB                 PIC 9(02) VALUE 0.
013300
013400 01  WS-SKIPPED-SCHEDULES            PIC 9(05) VALUE 0.
013500
013600*    RUNNING TOTALS -- ONE SET FOR THE DEPARTMENT BEING PRINTED,
013700*    ONE FOR THE ACTIVE BOOK, ONE FOR THE PAID-OFF SCHEDULES.
013800 01  WS-TOTALS.
013900     05  WS-DEPT-COUNT               PIC 9(05).
014000     05  WS-DEPT-PRINCIPAL           PIC 9(13)V99.
014100     05  WS-DEPT-PAID-AMOUNT         PIC 9(13)V99.
014200     05  WS-DEPT-BALANCE             PIC 9(13)V99.
014300     05  WS-DEPT-INTEREST            PIC 9(13)V99.
014400     05  WS-GRAND-COUNT              PIC 9(05).
014500     05  WS-GRAND-PRINCIPAL          PIC 9(13)V99.
014600     05  WS-GRAND-PAID-AMOUNT        PIC 9(13)V99.
014700     05  WS-GRAND-BALANCE            PIC 9(13)V99.
014800     05  WS-GRAND-INTEREST           PIC 9(13)V99.
014900     05  WS-PAID-OFF-COUNT           PIC 9(05).
015000     05  WS-PAID-OFF-PRINCIPAL       PIC 9(13)V99.
015100     05  WS-PAID-OFF-PAID-AMOUNT     PIC 9(13)V99.
015200 01  WS-EXTRACT-COUNT                PIC 9(05) VALUE 0.
015300
015400 COPY CLOCKLNK REPLACING CLOCK-LINKAGE BY WS-CLOCK-LINKAGE.
015500
015600 01  WS-HEADING-LINE-1.
015700     05  FILLER                      PIC X(40) VALUE
015800         " AMORTIZATION PORTFOLIO POSITION AS OF ".
015900     05  H1-AS-OF-DATE               PIC 9(08).
016000     05  FILLER                      PIC X(02) VALUE SPACES.
016100     05  H1-FREQUENCY-NAME           PIC X(11).
016200     05  FILLER                      PIC X(10) VALUE
016300         " PAYMENTS".
016400
016500 01  WS-DEPT-HEADER-LINE.
016600     05  FILLER                      PIC X(12) VALUE
016700         " DEPARTMENT ".
016800     05  DH-DEPARTMENT               PIC X(04).
016900
017000 01  WS-PAID-OFF-HEADER              PIC X(60) VALUE
017100     " SCHEDULES PAID OFF BY THE AS-OF DATE".
017200
017300 01  WS-COLUMN-LINE.
017400     05  FILLER                      PIC X(11) VALUE " RUN-DATE".
017500     05  FILLER                      PIC X(08) VALUE "SEQ-NO".
017600     05  FILLER                      PIC X(10) VALUE "TRACE".
017700     05  FILLER                      PIC X(16) VALUE
017800         "       PRINCIPAL".
017900     05  FILLER                      PIC X(10) VALUE "      RATE".
018000     05  FILLER                      PIC X(05) VALUE " TERM".
018100     05  FILLER                      PIC X(06) VALUE "   CUR".
018200     05  FILLER                      PIC X(05) VALUE " PAID".
018300     05  FILLER                      PIC X(18) VALUE
018400         "       PAID-AMOUNT".
018500     05  FILLER                      PIC X(18) VALUE
018600         "           BALANCE".
018700     05  FILLER                      PIC X(18) VALUE
018800         "  INTEREST-TO-COME".
018900
019000 01  WS-DETAIL-LINE.
019100     05  FILLER                      PIC X(01) VALUE SPACE.
019200     05  DL-RUN-DATE                 PIC 9(08).
019300     05  FILLER                      PIC X(02) VALUE SPACE.
019400     05  DL-SEQ-NO                   PIC 9(06).
019500     05  FILLER                      PIC X(02) VALUE SPACE.
019600     05  DL-TRACE-ID                 PIC X(08).
019700     05  FILLER                      PIC X(02) VALUE SPACE.
019800     05  DL-PRINCIPAL                PIC Z(12)9.99.
019900     05  FILLER                      PIC X(02) VALUE SPACE.
020000     05  DL-RATE                     PIC ZZZZ9.99.
020100     05  FILLER                      PIC X(02) VALUE SPACE.
020200     05  DL-TERM                     PIC ZZ9.
020300     05  FILLER                      PIC X(02) VALUE SPACE.
020400     05  DL-CURRENT-PERIOD           PIC ZZZ9.
020500     05  FILLER                      PIC X(02) VALUE SPACE.
020600     05  DL-PAYMENTS-MADE            PIC ZZ9.
020700     05  FILLER                      PIC X(02) VALUE SPACE.
020800     05  DL-PAID-AMOUNT              PIC Z(12)9.99.
020900     05  FILLER                      PIC X(02) VALUE SPACE.
021000     05  DL-BALANCE                  PIC Z(12)9.99.
021100     05  FILLER                      PIC X(02) VALUE SPACE.
021200     05  DL-INTEREST-TO-COME         PIC Z(12)9.99.
021300
021400 01  WS-TOTAL-LINE.
021500     05  FILLER                      PIC X(01) VALUE SPACE.
021600     05  TL-CAPTION                  PIC X(11).
021700     05  TL-DEPARTMENT               PIC X(04).
021800     05  FILLER                      PIC X(01) VALUE SPACE.
021900     05  TL-COUNT                    PIC ZZZZ9.
022000     05  FILLER                      PIC X(07) VALUE " SCHED ".
022100     05  TL-PRINCIPAL                PIC Z(12)9.99.
022200     05  FILLER                      PIC X(28) VALUE SPACES.
022300     05  TL-PAID-AMOUNT              PIC Z(12)9.99.
022400     05  FILLER                      PIC X(02) VALUE SPACE.
022500     05  TL-BALANCE                  PIC Z(12)9.99.
022600     05  FILLER                      PIC X(02) VALUE SPACE.
022700     05  TL-INTEREST-TO-COME         PIC Z(12)9.99.
022800
022900 01  WS-NONE-LINE                    PIC X(40) VALUE
023000     " NONE.".
023100
023200 01  WS-SHOW-AMOUNT                  PIC Z(12)9.99.
023300
023400******************************************************************
023500 PROCEDURE DIVISION.
023600 0000-MAINLINE.
023700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023800     IF NOT RUN-REFUSED
023900         PERFORM 2000-LOAD-ONE-ROW THRU 2000-EXIT
024000             UNTIL END-OF-LEDGER
024100         PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
024200     END-IF.
024300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024400     STOP RUN.
024500
024600******************************************************************
024700*    1000-INITIALIZE -- STAMP THE RUN, TAKE THE AS-OF DATE AND
024800*                 PAYMENT FREQUENCY, AND POSITION AT THE START
024900*                 OF THE LEDGER.
025000******************************************************************
025100 1000-INITIALIZE.
025200     MOVE "STAMP"    TO CLK-FUNCTION.
025300     MOVE "AMORPORT" TO CLK-PROGRAM-ID.
025400     MOVE "START"    TO CLK-EVENT.
025500     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
025600     MOVE CLK-RETURN-DATE TO WS-RUN-DATE.
025700
025800     PERFORM 1100-GET-AS-OF-DATE THRU 1100-EXIT.
025900     IF RUN-REFUSED
026000         GO TO 1000-EXIT
026100     END-IF.
026200     PERFORM 1200-GET-FREQUENCY THRU 1200-EXIT.
026300     IF RUN-REFUSED
026400         GO TO 1000-EXIT
026500     END-IF.
026600
026700     OPEN INPUT AMORT-LEDGER-FILE.
026800     IF WS-AMORLED-STATUS NOT = "00"
026900         DISPLAY "AMORPORT: CANNOT OPEN AMORLED, STATUS = "
027000             WS-AMORLED-STATUS
027100         MOVE "Y" TO WS-REFUSED-SW
027200         GO TO 1000-EXIT
027300     END-IF.
027400
027500     INITIALIZE WS-TOTALS.
027600     MOVE 0 TO AM-RUN-DATE.
027700     MOVE 0 TO AM-SEQ-NO.
027800     MOVE 0 TO AM-PERIOD.
027900     START AMORT-LEDGER-FILE KEY NOT < AM-KEY
028000         INVALID KEY
028100             MOVE "Y" TO WS-EOF-SW
028200     END-START.
028300 1000-EXIT.
028400     EXIT.
028500
028600******************************************************************
028700*    1100-GET-AS-OF-DATE -- PROMPT FOR THE AS-OF DATE.  ZERO
028800*                 MEANS TODAY.
028900******************************************************************
029000 1100-GET-AS-OF-DATE.
029100     DISPLAY "AMORPORT: AS-OF DATE (YYYYMMDD, 0 = TODAY)?".
029200     ACCEPT WS-AS-OF-DATE.
029300     IF WS-AS-OF-DATE = 0
029400         MOVE WS-RUN-DATE TO WS-AS-OF-DATE
029500     END-IF.
029600
029700     IF WS-AS-OF-MM < 1 OR WS-AS-OF-MM > 12
029800         OR WS-AS-OF-DD < 1 OR WS-AS-OF-DD > 31
029900         DISPLAY "AMORPORT: AS-OF DATE " WS-AS-OF-DATE
030000             " IS NOT A DATE -- RUN REFUSED."
030100         MOVE "Y" TO WS-REFUSED-SW
030200     END-IF.
030300 1100-EXIT.
030400     EXIT.
030500
030600******************************************************************
030700*    1200-GET-FREQUENCY -- PROMPT FOR THE PAYMENT FREQUENCY THE
030800*                 POSITION IS WORKED OUT ON.  AMORLED HOLDS
030900*                 PERIODS, NOT DUE DATES, SO THIS IS FINANCE'S
031000*                 ASSUMPTION TO MAKE.
031100******************************************************************
031200 1200-GET-FREQUENCY.
031300     DISPLAY "AMORPORT: PAYMENT FREQUENCY (M/Q/S/A, BLANK = M)?".
031400     ACCEPT WS-FREQUENCY.
031500     IF WS-FREQUENCY = SPACE
031600         MOVE "M" TO WS-FREQUENCY
031700     END-IF.
031800
031900     IF NOT VALID-FREQUENCY
032000         DISPLAY "AMORPORT: FREQUENCY " WS-FREQUENCY
032100             " NOT M, Q, S OR A -- RUN REFUSED."
032200         MOVE "Y" TO WS-REFUSED-SW
032300         GO TO 1200-EXIT
032400     END-IF.
032500
032600     EVALUATE WS-FREQUENCY
032700         WHEN "M"
032800             MOVE 1             TO WS-FREQUENCY-MONTHS
032900             MOVE "MONTHLY"     TO WS-FREQUENCY-NAME
033000         WHEN "Q"
033100             MOVE 3             TO WS-FREQUENCY-MONTHS
033200             MOVE "QUARTERLY"   TO WS-FREQUENCY-NAME
033300         WHEN "S"
033400             MOVE 6             TO WS-FREQUENCY-MONTHS
033500             MOVE "SEMI-ANNUAL" TO WS-FREQUENCY-NAME
033600         WHEN "A"
033700             MOVE 12            TO WS-FREQUENCY-MONTHS
033800             MOVE "ANNUAL"      TO WS-FREQUENCY-NAME
033900     END-EVALUATE.
034000 1200-EXIT.
034100     EXIT.
034200
034300******************************************************************
034400*    2000-LOAD-ONE-ROW -- ROLL ONE PERIOD ROW INTO ITS SCHEDULE'S
034500*                 TABLE ENTRY.  THE LEDGER IS KEYED BY RUN DATE,
034600*                 SO THE FIRST ROW RUN AFTER THE AS-OF DATE ENDS
034700*                 THE PASS.  A NEW RUN DATE + SEQUENCE OPENS A
034800*                 NEW SCHEDULE.
034900******************************************************************
035000 2000-LOAD-ONE-ROW.
035100     READ AMORT-LEDGER-FILE NEXT RECORD
035200         AT END
035300             MOVE "Y" TO WS-EOF-SW
035400             GO TO 2000-EXIT
035500     END-READ.
035600
035700     IF AM-RUN-DATE > WS-AS-OF-DATE
035800         MOVE "Y" TO WS-EOF-SW
035900         GO TO 2000-EXIT
036000     END-IF.
036100     ADD 1 TO WS-ROW-COUNT.
036200
036300     IF AM-RUN-DATE NOT = WS-PRIOR-RUN-DATE
036400         OR AM-SEQ-NO NOT = WS-PRIOR-SEQ-NO
036500         MOVE AM-RUN-DATE TO WS-PRIOR-RUN-DATE
036600         MOVE AM-SEQ-NO   TO WS-PRIOR-SEQ-NO
036700         PERFORM 2100-START-SCHEDULE THRU 2100-EXIT
036800     END-IF.
036900     IF SKIP-THIS-SCHEDULE
037000         GO TO 2000-EXIT
037100     END-IF.
037200
037300*    ROWS UP TO THE PAYMENTS MADE ARE PAID; THE BALANCE AFTER
037400*    THE LAST OF THEM IS WHAT IS STILL OWED; THE INTEREST ON
037500*    EVERY LATER ROW IS STILL TO COME.
037600     IF AM-PERIOD NOT > WS-PS-PAYMENTS-MADE (WS-PS-SUB)
037700         ADD AM-PAYMENT TO WS-PS-PAID-AMOUNT (WS-PS-SUB)
037800         IF AM-PERIOD = WS-PS-PAYMENTS-MADE (WS-PS-SUB)
037900             MOVE AM-BALANCE TO WS-PS-BALANCE (WS-PS-SUB)
038000         END-IF
038100     ELSE
038200         ADD AM-INTEREST TO WS-PS-INTEREST-TO-COME (WS-PS-SUB)
038300     END-IF.
038400 2000-EXIT.
038500     EXIT.
038600
038700******************************************************************
038800*    2100-START-SCHEDULE -- OPEN A TABLE ENTRY FOR THE SCHEDULE
038900*                 THIS ROW BEGINS AND WORK OUT HOW MANY PAYMENTS
039000*                 HAVE FALLEN DUE SINCE ITS RUN DATE.  A FULL
039100*                 TABLE SKIPS THE SCHEDULE AND WARNS.
039200******************************************************************
039300 2100-START-SCHEDULE.
039400     MOVE "N" TO WS-SKIP-SCHEDULE-SW.
039500
039600     MOVE 0 TO WS-PD-MATCH-SUB.
039700     PERFORM 2150-FIND-DEPARTMENT THRU 2150-EXIT
039800         VARYING WS-PD-SUB FROM 1 BY 1
039900         UNTIL WS-PD-SUB > WS-PD-ENTRIES.
040000
040100     IF WS-PS-ENTRIES NOT < 500
040200         OR (WS-PD-MATCH-SUB = 0 AND WS-PD-ENTRIES NOT < 20)
040300         MOVE "Y" TO WS-SKIP-SCHEDULE-SW
040400         MOVE "Y" TO WS-OVERFLOW-SW
040500         ADD 1 TO WS-SKIPPED-SCHEDULES
040600         GO TO 2100-EXIT
040700     END-IF.
040800
040900     IF WS-PD-MATCH-SUB = 0
041000         ADD 1 TO WS-PD-ENTRIES
041100         MOVE AM-DEPARTMENT TO WS-PD-DEPARTMENT (WS-PD-ENTRIES)
041200     END-IF.
041300
041400     ADD 1 TO WS-PS-ENTRIES.
041500     MOVE WS-PS-ENTRIES TO WS-PS-SUB.
041600     INITIALIZE WS-PS-ENTRY (WS-PS-SUB).
041700     MOVE AM-RUN-DATE   TO WS-PS-RUN-DATE (WS-PS-SUB).
041800     MOVE AM-SEQ-NO     TO WS-PS-SEQ-NO (WS-PS-SUB).
041900     MOVE AM-DEPARTMENT TO WS-PS-DEPARTMENT (WS-PS-SUB).
042000     MOVE AM-TRACE-ID   TO WS-PS-TRACE-ID (WS-PS-SUB).
042100     MOVE AM-PRINCIPAL  TO WS-PS-PRINCIPAL (WS-PS-SUB).
042200     MOVE AM-RATE-PCT   TO WS-PS-RATE-PCT (WS-PS-SUB).
042300     MOVE AM-TERM       TO WS-PS-TERM (WS-PS-SUB).
042400
042500*    WHOLE MONTHS FROM THE RUN DATE TO THE AS-OF DATE, LESS ONE
042600*    WHEN THE AS-OF DAY HAS NOT YET REACHED THE RUN DAY.
042700     MOVE AM-RUN-DATE TO WS-SCHED-DATE.
042800     COMPUTE WS-MONTHS-ELAPSED =
042900         (WS-AS-OF-YEAR * 12 + WS-AS-OF-MM)
043000         - (WS-SCHED-YEAR * 12 + WS-SCHED-MM).
043100     IF WS-AS-OF-DD < WS-SCHED-DD
043200         SUBTRACT 1 FROM WS-MONTHS-ELAPSED
043300     END-IF.
043400     IF WS-MONTHS-ELAPSED < 0
043500         MOVE 0 TO WS-MONTHS-ELAPSED
043600     END-IF.
043700
043800     DIVIDE WS-MONTHS-ELAPSED BY WS-FREQUENCY-MONTHS
043900         GIVING WS-PAYMENTS-DUE.
044000     IF WS-PAYMENTS-DUE NOT < AM-TERM
044100         MOVE AM-TERM TO WS-PS-PAYMENTS-MADE (WS-PS-SUB)
044200         MOVE 0       TO WS-PS-CURRENT-PERIOD (WS-PS-SUB)
044300         MOVE "Y"     TO WS-PS-PAID-OFF-SW (WS-PS-SUB)
044400     ELSE
044500         MOVE WS-PAYMENTS-DUE TO WS-PS-PAYMENTS-MADE (WS-PS-SUB)
044600         COMPUTE WS-PS-CURRENT-PERIOD (WS-PS-SUB) =
044700             WS-PAYMENTS-DUE + 1
044800         MOVE "N"     TO WS-PS-PAID-OFF-SW (WS-PS-SUB)
044900     END-IF.
045000
045100*    NOTHING PAID YET -- THE WHOLE PRINCIPAL IS STILL OWED.
045200     IF WS-PS-PAYMENTS-MADE (WS-PS-SUB) = 0
045300         MOVE AM-PRINCIPAL TO WS-PS-BALANCE (WS-PS-SUB)
045400     END-IF.
045500 2100-EXIT.
045600     EXIT.
045700
045800 2150-FIND-DEPARTMENT.
045900     IF WS-PD-DEPARTMENT (WS-PD-SUB) = AM-DEPARTMENT
046000         MOVE WS-PD-SUB TO WS-PD-MATCH-SUB
046100     END-IF.
046200 2150-EXIT.
046300     EXIT.
046400
046500******************************************************************
046600*    3000-WRITE-REPORT -- ONE SECTION PER DEPARTMENT FOR THE
046700*                 ACTIVE SCHEDULES, THE GRAND TOTAL, THEN THE
046800*                 PAID-OFF SCHEDULES ON THEIR OWN.  EVERY
046900*                 SCHEDULE ALSO GOES TO THE EXTRACT.
047000******************************************************************
047100 3000-WRITE-REPORT.
047200     OPEN OUTPUT PORTFOLIO-REPORT-FILE.
047300     OPEN OUTPUT PORTFOLIO-EXTRACT-FILE.
047400
047500     MOVE WS-AS-OF-DATE     TO H1-AS-OF-DATE.
047600     MOVE WS-FREQUENCY-NAME TO H1-FREQUENCY-NAME.
047700     WRITE PORTFOLIO-REPORT-RECORD FROM WS-HEADING-LINE-1.
047800
047900     PERFORM 3100-WRITE-DEPARTMENT THRU 3100-EXIT
048000         VARYING WS-PD-SUB FROM 1 BY 1
048100         UNTIL WS-PD-SUB > WS-PD-ENTRIES.
048200
048300     MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
048400     WRITE PORTFOLIO-REPORT-RECORD.
048500     MOVE SPACES               TO WS-TOTAL-LINE.
048600     MOVE "GRAND TOTAL"        TO TL-CAPTION.
048700     MOVE WS-GRAND-COUNT       TO TL-COUNT.
048800     MOVE WS-GRAND-PRINCIPAL   TO TL-PRINCIPAL.
048900     MOVE WS-GRAND-PAID-AMOUNT TO TL-PAID-AMOUNT.
049000     MOVE WS-GRAND-BALANCE     TO TL-BALANCE.
049100     MOVE WS-GRAND-INTEREST    TO TL-INTEREST-TO-COME.
049200     WRITE PORTFOLIO-REPORT-RECORD FROM WS-TOTAL-LINE.
049300
049400     MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
049500     WRITE PORTFOLIO-REPORT-RECORD.
049600     MOVE WS-PAID-OFF-HEADER TO PORTFOLIO-REPORT-RECORD.
049700     WRITE PORTFOLIO-REPORT-RECORD.
049800     WRITE PORTFOLIO-REPORT-RECORD FROM WS-COLUMN-LINE.
049900     PERFORM 3300-WRITE-PAID-OFF-LINE THRU 3300-EXIT
050000         VARYING WS-PS-SUB FROM 1 BY 1
050100         UNTIL WS-PS-SUB > WS-PS-ENTRIES.
050200     IF WS-PAID-OFF-COUNT = 0
050300         WRITE PORTFOLIO-REPORT-RECORD FROM WS-NONE-LINE
050400     END-IF.
050500     MOVE SPACES                  TO WS-TOTAL-LINE.
050600     MOVE "PAID OFF"              TO TL-CAPTION.
050700     MOVE WS-PAID-OFF-COUNT       TO TL-COUNT.
050800     MOVE WS-PAID-OFF-PRINCIPAL   TO TL-PRINCIPAL.
050900     MOVE WS-PAID-OFF-PAID-AMOUNT TO TL-PAID-AMOUNT.
051000     MOVE 0                       TO TL-BALANCE.
051100     MOVE 0                       TO TL-INTEREST-TO-COME.
051200     WRITE PORTFOLIO-REPORT-RECORD FROM WS-TOTAL-LINE.
051300
051400     CLOSE PORTFOLIO-REPORT-FILE.
051500     CLOSE PORTFOLIO-EXTRACT-FILE.
051600 3000-EXIT.
051700     EXIT.
051800
051900******************************************************************
052000*    3100-WRITE-DEPARTMENT -- ONE DEPARTMENT'S ACTIVE SCHEDULES
052100*                 AND ITS SUBTOTAL.  A DEPARTMENT WHOSE
052200*                 SCHEDULES ARE ALL PAID OFF GETS NO SECTION.
052300******************************************************************
052400 3100-WRITE-DEPARTMENT.
052500     MOVE 0 TO WS-DEPT-COUNT.
052600     MOVE 0 TO WS-DEPT-PRINCIPAL.
052700     MOVE 0 TO WS-DEPT-PAID-AMOUNT.
052800     MOVE 0 TO WS-DEPT-BALANCE.
052900     MOVE 0 TO WS-DEPT-INTEREST.
053000
053100     PERFORM 3150-COUNT-DEPT-ACTIVE THRU 3150-EXIT
053200         VARYING WS-PS-SUB FROM 1 BY 1
053300         UNTIL WS-PS-SUB > WS-PS-ENTRIES.
053400     IF WS-DEPT-COUNT = 0
053500         GO TO 3100-EXIT
053600     END-IF.
053700     MOVE 0 TO WS-DEPT-COUNT.
053800
053900     MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
054000     WRITE PORTFOLIO-REPORT-RECORD.
054100     MOVE WS-PD-DEPARTMENT (WS-PD-SUB) TO DH-DEPARTMENT.
054200     WRITE PORTFOLIO-REPORT-RECORD FROM WS-DEPT-HEADER-LINE.
054300     WRITE PORTFOLIO-REPORT-RECORD FROM WS-COLUMN-LINE.
054400
054500     PERFORM 3200-WRITE-ACTIVE-LINE THRU 3200-EXIT
054600         VARYING WS-PS-SUB FROM 1 BY 1
054700         UNTIL WS-PS-SUB > WS-PS-ENTRIES.
054800
054900     MOVE SPACES                       TO WS-TOTAL-LINE.
055000     MOVE "DEPT TOTAL"                 TO TL-CAPTION.
055100     MOVE WS-PD-DEPARTMENT (WS-PD-SUB) TO TL-DEPARTMENT.
055200     MOVE WS-DEPT-COUNT                TO TL-COUNT.
055300     MOVE WS-DEPT-PRINCIPAL            TO TL-PRINCIPAL.
055400     MOVE WS-DEPT-PAID-AMOUNT          TO TL-PAID-AMOUNT.
055500     MOVE WS-DEPT-BALANCE              TO TL-BALANCE.
055600     MOVE WS-DEPT-INTEREST             TO TL-INTEREST-TO-COME.
055700     WRITE PORTFOLIO-REPORT-RECORD FROM WS-TOTAL-LINE.
055800
055900     ADD WS-DEPT-COUNT       TO WS-GRAND-COUNT.
056000     ADD WS-DEPT-PRINCIPAL   TO WS-GRAND-PRINCIPAL.
056100     ADD WS-DEPT-PAID-AMOUNT TO WS-GRAND-PAID-AMOUNT.
056200     ADD WS-DEPT-BALANCE     TO WS-GRAND-BALANCE.
056300     ADD WS-DEPT-INTEREST    TO WS-GRAND-INTEREST.
056400 3100-EXIT.
056500     EXIT.
056600
056700 3150-COUNT-DEPT-ACTIVE.
056800     IF WS-PS-DEPARTMENT (WS-PS-SUB) =
056900             WS-PD-DEPARTMENT (WS-PD-SUB)
057000         AND NOT WS-PS-PAID-OFF (WS-PS-SUB)
057100         ADD 1 TO WS-DEPT-COUNT
057200     END-IF.
057300 3150-EXIT.
057400     EXIT.
057500
057600 3200-WRITE-ACTIVE-LINE.
057700     IF WS-PS-DEPARTMENT (WS-PS-SUB) NOT =
057800             WS-PD-DEPARTMENT (WS-PD-SUB)
057900         OR WS-PS-PAID-OFF (WS-PS-SUB)
058000         GO TO 3200-EXIT
058100     END-IF.
058200
058300     PERFORM 3400-WRITE-SCHEDULE THRU 3400-EXIT.
058400
058500     ADD 1                               TO WS-DEPT-COUNT.
058600     ADD WS-PS-PRINCIPAL (WS-PS-SUB)     TO WS-DEPT-PRINCIPAL.
058700     ADD WS-PS-PAID-AMOUNT (WS-PS-SUB)   TO WS-DEPT-PAID-AMOUNT.
058800     ADD WS-PS-BALANCE (WS-PS-SUB)       TO WS-DEPT-BALANCE.
058900     ADD WS-PS-INTEREST-TO-COME (WS-PS-SUB)
059000                                         TO WS-DEPT-INTEREST.
059100 3200-EXIT.
059200     EXIT.
059300
059400 3300-WRITE-PAID-OFF-LINE.
059500     IF NOT WS-PS-PAID-OFF (WS-PS-SUB)
059600         GO TO 3300-EXIT
059700     END-IF.
059800
059900     PERFORM 3400-WRITE-SCHEDULE THRU 3400-EXIT.
060000
060100     ADD 1                             TO WS-PAID-OFF-COUNT.
060200     ADD WS-PS-PRINCIPAL (WS-PS-SUB)   TO WS-PAID-OFF-PRINCIPAL.
060300     ADD WS-PS-PAID-AMOUNT (WS-PS-SUB) TO WS-PAID-OFF-PAID-AMOUNT.
060400 3300-EXIT.
060500     EXIT.
060600
060700******************************************************************
060800*    3400-WRITE-SCHEDULE -- THE REPORT LINE AND THE EXTRACT
060900*                 RECORD FOR ONE SCHEDULE.
061000******************************************************************
061100 3400-WRITE-SCHEDULE.
061200     MOVE SPACES TO WS-DETAIL-LINE.
061300     MOVE WS-PS-RUN-DATE (WS-PS-SUB)       TO DL-RUN-DATE.
061400     MOVE WS-PS-SEQ-NO (WS-PS-SUB)         TO DL-SEQ-NO.
061500     MOVE WS-PS-TRACE-ID (WS-PS-SUB)       TO DL-TRACE-ID.
061600     MOVE WS-PS-PRINCIPAL (WS-PS-SUB)      TO DL-PRINCIPAL.
061700     MOVE WS-PS-RATE-PCT (WS-PS-SUB)       TO DL-RATE.
061800     MOVE WS-PS-TERM (WS-PS-SUB)           TO DL-TERM.
061900     MOVE WS-PS-CURRENT-PERIOD (WS-PS-SUB) TO DL-CURRENT-PERIOD.
062000     MOVE WS-PS-PAYMENTS-MADE (WS-PS-SUB)  TO DL-PAYMENTS-MADE.
062100     MOVE WS-PS-PAID-AMOUNT (WS-PS-SUB)    TO DL-PAID-AMOUNT.
062200     MOVE WS-PS-BALANCE (WS-PS-SUB)        TO DL-BALANCE.
062300     MOVE WS-PS-INTEREST-TO-COME (WS-PS-SUB)
062400                                           TO DL-INTEREST-TO-COME.
062500     WRITE PORTFOLIO-REPORT-RECORD FROM WS-DETAIL-LINE.
062600
062700     MOVE WS-AS-OF-DATE                    TO AP-AS-OF-DATE.
062800     MOVE WS-FREQUENCY                     TO AP-FREQUENCY.
062900     MOVE WS-PS-RUN-DATE (WS-PS-SUB)       TO AP-RUN-DATE.
063000     MOVE WS-PS-SEQ-NO (WS-PS-SUB)         TO AP-SEQ-NO.
063100     MOVE WS-PS-DEPARTMENT (WS-PS-SUB)     TO AP-DEPARTMENT.
063200     MOVE WS-PS-TRACE-ID (WS-PS-SUB)       TO AP-TRACE-ID.
063300     IF WS-PS-PAID-OFF (WS-PS-SUB)
063400         MOVE "P" TO AP-STATUS
063500     ELSE
063600         MOVE "A" TO AP-STATUS
063700     END-IF.
063800     MOVE WS-PS-PRINCIPAL (WS-PS-SUB)      TO AP-PRINCIPAL.
063900     MOVE WS-PS-RATE-PCT (WS-PS-SUB)       TO AP-RATE-PCT.
064000     MOVE WS-PS-TERM (WS-PS-SUB)           TO AP-TERM.
064100     MOVE WS-PS-CURRENT-PERIOD (WS-PS-SUB) TO AP-CURRENT-PERIOD.
064200     MOVE WS-PS-PAYMENTS-MADE (WS-PS-SUB)  TO AP-PAYMENTS-MADE.
064300     MOVE WS-PS-PAID-AMOUNT (WS-PS-SUB)    TO AP-PAID-AMOUNT.
064400     MOVE WS-PS-BALANCE (WS-PS-SUB)        TO AP-BALANCE.
064500     MOVE WS-PS-INTEREST-TO-COME (WS-PS-SUB)
064600                                           TO AP-INTEREST-TO-COME.
064700     WRITE AMORT-PORTFOLIO-EXTRACT-RECORD.
064800     ADD 1 TO WS-EXTRACT-COUNT.
064900 3400-EXIT.
065000     EXIT.
065100
065200******************************************************************
065300*    9000-TERMINATE -- CLOSE UP, STAMP THE END OF THE RUN AND
065400*                 SET THE RETURN CODE.
065500******************************************************************
065600 9000-TERMINATE.
065700     MOVE "STAMP"    TO CLK-FUNCTION.
065800     MOVE "AMORPORT" TO CLK-PROGRAM-ID.
065900     MOVE "END"      TO CLK-EVENT.
066000     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
066100
066200     IF RUN-REFUSED
066300         DISPLAY "AMORPORT: NO REPORT PRODUCED."
066400         MOVE 0016 TO RETURN-CODE
066500         GO TO 9000-EXIT
066600     END-IF.
066700
066800     CLOSE AMORT-LEDGER-FILE.
066900
067000     MOVE WS-GRAND-BALANCE TO WS-SHOW-AMOUNT.
067100     DISPLAY "AMORPORT: " WS-PS-ENTRIES " SCHEDULE(S) FROM "
067200         WS-ROW-COUNT " PERIOD ROW(S) AS OF " WS-AS-OF-DATE ".".
067300     DISPLAY "AMORPORT: " WS-GRAND-COUNT " ACTIVE, "
067400         WS-PAID-OFF-COUNT " PAID OFF, OUTSTANDING "
067500         WS-SHOW-AMOUNT ".".
067600     DISPLAY "AMORPORT: " WS-EXTRACT-COUNT
067700         " EXTRACT RECORD(S) WRITTEN TO AMORPEXT.".
067800
067900     IF TABLE-OVERFLOW
068000         DISPLAY "AMORPORT: " WS-SKIPPED-SCHEDULES
068100             " SCHEDULE(S) LEFT OFF -- REPORT TABLES FULL."
068200         MOVE 0004 TO RETURN-CODE
068300     ELSE
068400         MOVE 0000 TO RETURN-CODE
068500     END-IF.
068600 9000-EXIT.
068700     EXIT.
068800
068900 END PROGRAM AMORPORT.
