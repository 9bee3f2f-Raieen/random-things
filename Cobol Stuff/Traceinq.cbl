000100******************************************************************
000200*    PROGRAM-ID:  TRACEINQ
000300*    AUTHOR    :  J. R. PRATHER
000400*    INSTALL.  :  ESTIMATING SYSTEMS
000500*    DATE-WRTN :  10/15/18
000600*    PURPOSE   :  TRACE-ID LIFECYCLE INQUIRY FOR THE ESTIMATING
000700*                 DESK.  EVERY OUTPUT A MATHTRAN CARD CAN TOUCH
000800*                 NOW CARRIES THE SUBMITTER'S TRACE ID, BUT
000900*                 "WHAT HAPPENED TO TRC00003" STILL MEANT
001000*                 RUNNING CALCINQ, SHAPEINQ, AMORINQ AND
001100*                 ERREPORT ONE AT A TIME AND READING MATHREJ BY
001200*                 HAND.  THIS PROGRAM ACCEPTS A TRACE ID AND AN
001300*                 OPTIONAL DATE RANGE FROM THE CONSOLE AND
001400*                 DISPLAYS THE CARD'S WHOLE HISTORY IN ONE
001500*                 PASS: ITS MATHEDIT REJECT IN MATHREJ, EVERY
001600*                 ERRLOG REJECT FROM MATHEDIT OR MATH (WITH THE
001700*                 REASON), ITS CALCRES RESULT AND WHETHER MATH
001800*                 COMPUTED IT OR ANSWERED IT FROM MATHHIST (READ
001900*                 OFF THAT NIGHT'S MATHRPT GENERATION), ITS
002000*                 SHAPELED, AMORLED OR COSTLED ROWS, AND WHETHER
002100*                 IT WAS CHARGED IN CHARGLED OR HELD ON BILLADJ
002125*                 FOR A MONTH ALREADY CLOSED, PLUS ITS OPENREJ
002150*                 ENTRY WHEN A REJECT IS STILL OUTSTANDING.  ONE
002175*                 CALL, ONE ANSWER.
002200*    TECTONICS :  cobc
002300*------------------------------------------------------------------
002400*    MOD LOG:
002500*    DATE       INIT  DESCRIPTION
002600*    10/15/18   JRP   ORIGINAL PROGRAM.
002625*    11/27/18   JRP   OPENREJ, COSTLED AND BILLADJ ADDED.  A
002650*                     CHARGE HELD ON BILLADJ BY THE MONTH-END
002675*                     LOCK IS NO LONGER SHOWN AS NOT BILLED.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. TRACEINQ.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT REJECT-TRANSACTION-FILE ASSIGN TO "MATHREJ"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-MATHREJ-STATUS.
003600
003700     SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-ERRLOG-STATUS.
004000
004100     SELECT CALC-RESULTS-FILE ASSIGN TO "CALCRES"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS CR-KEY
004500         FILE STATUS IS WS-CALCRES-STATUS.
004600
004700     SELECT MATH-REPORT-FILE ASSIGN TO DYNAMIC WS-MATHRPT-NAME
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-MATHRPT-STATUS.
005000
005100     SELECT SHAPE-LEDGER-FILE ASSIGN TO "SHAPELED"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS SL-KEY
005500         FILE STATUS IS WS-SHAPELED-STATUS.
005600
005700     SELECT AMORT-LEDGER-FILE ASSIGN TO "AMORLED"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS AM-KEY
006100         FILE STATUS IS WS-AMORLED-STATUS.
006200
006300     SELECT CHARGE-LEDGER-FILE ASSIGN TO "CHARGLED"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS CG-KEY
006700         FILE STATUS IS WS-CHARGLED-STATUS.
006705
006710     SELECT OPEN-REJECT-FILE ASSIGN TO "OPENREJ"
006715         ORGANIZATION IS INDEXED
006720         ACCESS MODE IS DYNAMIC
006725         RECORD KEY IS OR-TRACE-ID
006730         FILE STATUS IS WS-OPENREJ-STATUS.
006735
006740     SELECT COST-LEDGER-FILE ASSIGN TO "COSTLED"
006745         ORGANIZATION IS INDEXED
006750         ACCESS MODE IS DYNAMIC
006755         RECORD KEY IS CL-KEY
006760         FILE STATUS IS WS-COSTLED-STATUS.
006765
006770     SELECT BILL-ADJUSTMENT-FILE ASSIGN TO "BILLADJ"
006775         ORGANIZATION IS INDEXED
006780         ACCESS MODE IS DYNAMIC
006785         RECORD KEY IS AJ-KEY
006790         FILE STATUS IS WS-BILLADJ-STATUS.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  REJECT-TRANSACTION-FILE
007100     LABEL RECORD IS STANDARD.
007200 COPY MATHTRAN.
007300
007400 FD  ERROR-LOG-FILE
007500     LABEL RECORD IS STANDARD.
007600 COPY ERRLOGRC.
007700
007800 FD  CALC-RESULTS-FILE.
007900 COPY CALCRES.
008000
008100 FD  MATH-REPORT-FILE
008200     LABEL RECORD IS STANDARD.
008300 01  MATH-REPORT-RECORD              PIC X(80).
008400
008500 FD  SHAPE-LEDGER-FILE.
008600 COPY SHAPELED.
008700
008800 FD  AMORT-LEDGER-FILE.
008900 COPY AMORLED.
009000
009100 FD  CHARGE-LEDGER-FILE.
009200 COPY CHARGLED.
009300
009310 FD  OPEN-REJECT-FILE.
009320 COPY OPENREJ.
009330
009340 FD  COST-LEDGER-FILE.
009350 COPY COSTLED.
009360
009370 FD  BILL-ADJUSTMENT-FILE.
009380 COPY BILLADJ.
009390
009400 WORKING-STORAGE SECTION.
009500 01  WS-MATHREJ-STATUS               PIC X(02) VALUE "00".
009600 01  WS-ERRLOG-STATUS                PIC X(02) VALUE "00".
009700 01  WS-CALCRES-STATUS               PIC X(02) VALUE "00".
009800 01  WS-MATHRPT-STATUS               PIC X(02) VALUE "00".
009900 01  WS-SHAPELED-STATUS              PIC X(02) VALUE "00".
010000 01  WS-AMORLED-STATUS               PIC X(02) VALUE "00".
010100 01  WS-CHARGLED-STATUS              PIC X(02) VALUE "00".
010125 01  WS-OPENREJ-STATUS               PIC X(02) VALUE "00".
010150 01  WS-COSTLED-STATUS               PIC X(02) VALUE "00".
010175 01  WS-BILLADJ-STATUS               PIC X(02) VALUE "00".
010200
010300 01  WS-SWITCHES.
010400     05  WS-EOF-SW                   PIC X(01) VALUE "N".
010500         88  END-OF-FILE             VALUE "Y".
010600     05  WS-NO-KEY-SW                PIC X(01) VALUE "N".
010700         88  NO-INQUIRY-KEY          VALUE "Y".
010800     05  WS-RPT-EOF-SW               PIC X(01) VALUE "N".
010900         88  END-OF-MATHRPT          VALUE "Y".
011000
011100 01  WS-INQ-TRACE-ID                 PIC X(08) VALUE SPACES.
011200 01  WS-INQ-DATE-FROM                PIC 9(08) VALUE 0.
011300 01  WS-INQ-DATE-TO                  PIC 9(08) VALUE 0.
011400
011500*    MATHREJ IS REBUILT BY EVERY MATHEDIT RUN; ITS HDR CARRIES
011600*    THE BATCH DATE THE REJECT IMAGES BELONG TO.
011700 01  WS-REJ-BATCH-DATE               PIC 9(08) VALUE 0.
011800 01  WS-REJ-BATCH-ID                 PIC X(08) VALUE SPACES.
011900
012000 01  WS-MATHRPT-NAME                 PIC X(16) VALUE SPACES.
012100 01  WS-REPORT-SOURCE                PIC X(30) VALUE SPACES.
012200
012300*    MATH'S RESULT LINE LAYOUT (SEE WS-REPORT-LINE IN MATH) --
012400*    ONLY THE REQUEST TYPE, SOURCE AND TRACE ID ARE NEEDED.
012500 01  WS-MATHRPT-LINE.
012600     05  RPT-REQUEST-TYPE            PIC X(08).
012700     05  FILLER                      PIC X(41).
012800     05  RPT-SOURCE                  PIC X(09).
012900     05  FILLER                      PIC X(01).
013000     05  RPT-TRACE-ID                PIC X(08).
013100     05  FILLER                      PIC X(13).
013200
013300 01  WS-MATHREJ-COUNT                PIC 9(06) VALUE 0.
013400 01  WS-ERRLOG-COUNT                 PIC 9(06) VALUE 0.
013500 01  WS-CALCRES-COUNT                PIC 9(06) VALUE 0.
013600 01  WS-SHAPELED-COUNT               PIC 9(06) VALUE 0.
013700 01  WS-AMORLED-COUNT                PIC 9(06) VALUE 0.
013800 01  WS-CHARGLED-COUNT               PIC 9(06) VALUE 0.
013825 01  WS-COSTLED-COUNT                PIC 9(06) VALUE 0.
013850 01  WS-BILLADJ-COUNT                PIC 9(06) VALUE 0.
013900 01  WS-EVENT-COUNT                  PIC 9(06) VALUE 0.
014000
014100 01  WS-DISPLAY-VALUE                PIC -(12)9.99999.
014200 01  WS-DISPLAY-DIM1                 PIC ZZZZZZ9.99.
014300 01  WS-DISPLAY-DIM2                 PIC ZZZZZZ9.99.
014400 01  WS-DISPLAY-AMOUNT               PIC ZZZZZZZZ9.99.
014500 01  WS-DISPLAY-RATE                 PIC ZZZZ9.99.
014550 01  WS-DISPLAY-QUANTITY             PIC ZZZZZZZZ9.9999.
014600
014700******************************************************************
014800 PROCEDURE DIVISION.
014900 0000-MAINLINE.
015000     PERFORM 1000-GET-INQUIRY-KEY THRU 1000-EXIT.
015100     IF NOT NO-INQUIRY-KEY
015200         PERFORM 2000-SCAN-MATHREJ THRU 2000-EXIT
015300         PERFORM 3000-SCAN-ERRLOG THRU 3000-EXIT
015350         PERFORM 3500-READ-OPENREJ THRU 3500-EXIT
015400         PERFORM 4000-SCAN-CALCRES THRU 4000-EXIT
015500         PERFORM 5000-SCAN-SHAPELED THRU 5000-EXIT
015600         PERFORM 6000-SCAN-AMORLED THRU 6000-EXIT
015650         PERFORM 6500-SCAN-COSTLED THRU 6500-EXIT
015700         PERFORM 7000-SCAN-CHARGLED THRU 7000-EXIT
015725         PERFORM 7500-SCAN-BILLADJ THRU 7500-EXIT
015750         PERFORM 7900-CHECK-BILLED THRU 7900-EXIT
015800     END-IF.
015900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016000     STOP RUN.
016100
016200******************************************************************
016300*    1000-GET-INQUIRY-KEY -- PROMPT THE DESK FOR THE TRACE ID
016400*                 (REQUIRED) AND THE DATE RANGE (FROM-DATE ZERO
016500*                 = EARLIEST ON FILE, TO-DATE ZERO = LATEST).
016600******************************************************************
016700 1000-GET-INQUIRY-KEY.
016800     DISPLAY "TRACEINQ: TRACE ID?".
016900     ACCEPT WS-INQ-TRACE-ID.
017000     IF WS-INQ-TRACE-ID = SPACES
017100         DISPLAY "TRACEINQ: A TRACE ID IS REQUIRED."
017200         MOVE "Y" TO WS-NO-KEY-SW
017300         GO TO 1000-EXIT
017400     END-IF.
017500
017600     DISPLAY "TRACEINQ: DATE FROM (0 = EARLIEST)?".
017700     ACCEPT WS-INQ-DATE-FROM.
017800     DISPLAY "TRACEINQ: DATE TO (0 = LATEST)?".
017900     ACCEPT WS-INQ-DATE-TO.
018000     IF WS-INQ-DATE-TO = 0
018100         MOVE 99999999 TO WS-INQ-DATE-TO
018200     END-IF.
018300
018400     DISPLAY "TRACEINQ: LIFECYCLE OF TRACE " WS-INQ-TRACE-ID
018500         " FROM " WS-INQ-DATE-FROM " TO " WS-INQ-DATE-TO.
018600 1000-EXIT.
018700     EXIT.
018800
018900******************************************************************
019000*    2000-SCAN-MATHREJ -- THE CARD'S IMAGE IN THE MATHREJ
019100*                 REJECTS FILE MEANS MATHEDIT TURNED IT BACK AT
019200*                 HANDOVER.  THE REASON ITSELF IS IN ERRLOG AND
019300*                 SHOWS IN THE NEXT SECTION.
019400******************************************************************
019500 2000-SCAN-MATHREJ.
019600     DISPLAY "TRACEINQ: -- MATHEDIT REJECTS (MATHREJ) --".
019700     MOVE "N" TO WS-EOF-SW.
019800     OPEN INPUT REJECT-TRANSACTION-FILE.
019900     IF WS-MATHREJ-STATUS NOT = "00"
020000         DISPLAY "TRACEINQ: MATHREJ NOT AVAILABLE, STATUS = "
020100             WS-MATHREJ-STATUS
020200         GO TO 2000-EXIT
020300     END-IF.
020400
020500     PERFORM 2100-ONE-MATHREJ-ROW THRU 2100-EXIT
020600         UNTIL END-OF-FILE.
020700     CLOSE REJECT-TRANSACTION-FILE.
020800
020900     IF WS-MATHREJ-COUNT = 0
021000         DISPLAY "  NOT IN THE CURRENT MATHREJ FILE."
021100     END-IF.
021200 2000-EXIT.
021300     EXIT.
021400
021500 2100-ONE-MATHREJ-ROW.
021600     READ REJECT-TRANSACTION-FILE
021700         AT END
021800             MOVE "Y" TO WS-EOF-SW
021900             GO TO 2100-EXIT
022000     END-READ.
022100
022200     IF MT-REQUEST-TYPE = "HDR"
022300         MOVE MBH-BATCH-DATE TO WS-REJ-BATCH-DATE
022400         MOVE MBH-BATCH-ID   TO WS-REJ-BATCH-ID
022500         GO TO 2100-EXIT
022600     END-IF.
022700
022800     IF MT-REQUEST-TYPE = "TRL"
022900         OR MT-TRACE-ID NOT = WS-INQ-TRACE-ID
023000         GO TO 2100-EXIT
023100     END-IF.
023200
023300     IF WS-REJ-BATCH-DATE < WS-INQ-DATE-FROM
023400         OR WS-REJ-BATCH-DATE > WS-INQ-DATE-TO
023500         GO TO 2100-EXIT
023600     END-IF.
023700
023800     ADD 1 TO WS-MATHREJ-COUNT.
023900     ADD 1 TO WS-EVENT-COUNT.
024000     DISPLAY "  " WS-REJ-BATCH-DATE " BATCH " WS-REJ-BATCH-ID
024100         " " MT-REQUEST-TYPE " " MT-SHAPE-TYPE " DEPT "
024200         MT-DEPARTMENT " -- REJECTED BY MATHEDIT AT HANDOVER".
024300 2100-EXIT.
024400     EXIT.
024500
024600******************************************************************
024700*    3000-SCAN-ERRLOG -- EVERY EXCEPTION LOGGED AGAINST THE
024800*                 TRACE ID, WHICHEVER PROGRAM WROTE IT -- A
024900*                 MATHEDIT ROW IS THE HANDOVER REJECT'S REASON,
025000*                 A MATH ROW IS AN OVERNIGHT REJECT.
025100******************************************************************
025200 3000-SCAN-ERRLOG.
025300     DISPLAY "TRACEINQ: -- EXCEPTIONS (ERRLOG) --".
025400     MOVE "N" TO WS-EOF-SW.
025500     OPEN INPUT ERROR-LOG-FILE.
025600     IF WS-ERRLOG-STATUS NOT = "00"
025700         DISPLAY "TRACEINQ: ERRLOG NOT AVAILABLE, STATUS = "
025800             WS-ERRLOG-STATUS
025900         GO TO 3000-EXIT
026000     END-IF.
026100
026200     PERFORM 3100-ONE-ERRLOG-ROW THRU 3100-EXIT
026300         UNTIL END-OF-FILE.
026400     CLOSE ERROR-LOG-FILE.
026500
026600     IF WS-ERRLOG-COUNT = 0
026700         DISPLAY "  NO EXCEPTIONS LOGGED."
026800     END-IF.
026900 3000-EXIT.
027000     EXIT.
027100
027200 3100-ONE-ERRLOG-ROW.
027300     READ ERROR-LOG-FILE
027400         AT END
027500             MOVE "Y" TO WS-EOF-SW
027600             GO TO 3100-EXIT
027700     END-READ.
027800
027900     IF ERR-TRACE-ID NOT = WS-INQ-TRACE-ID
028000         OR ERR-RUN-DATE < WS-INQ-DATE-FROM
028100         OR ERR-RUN-DATE > WS-INQ-DATE-TO
028200         GO TO 3100-EXIT
028300     END-IF.
028400
028500     ADD 1 TO WS-ERRLOG-COUNT.
028600     ADD 1 TO WS-EVENT-COUNT.
028700     DISPLAY "  " ERR-RUN-DATE " " ERR-TIME " " ERR-PROGRAM-ID
028800         " " ERR-FIELD-NAME " " ERR-MESSAGE.
028900 3100-EXIT.
029000     EXIT.
029100
029102******************************************************************
029104*    3500-READ-OPENREJ -- THE TRACE ID'S OPENREJ ENTRY, IF IT HAS
029106*                 ONE.  AN OPEN ENTRY IS A REJECT THE DEPARTMENT
029108*                 HAS NOT YET CORRECTED AND RESUBMITTED; A CLOSED
029110*                 ONE SHOWS WHEN THE FIX CAME BACK.  OPENREJ IS
029112*                 KEYED ON THE TRACE ID, SO THIS IS ONE READ.
029114******************************************************************
029116 3500-READ-OPENREJ.
029118     DISPLAY "TRACEINQ: -- OPEN REJECTS (OPENREJ) --".
029120     OPEN INPUT OPEN-REJECT-FILE.
029122     IF WS-OPENREJ-STATUS NOT = "00"
029124         DISPLAY "TRACEINQ: OPENREJ NOT AVAILABLE, STATUS = "
029126             WS-OPENREJ-STATUS
029128         GO TO 3500-EXIT
029130     END-IF.
029132
029134     MOVE WS-INQ-TRACE-ID TO OR-TRACE-ID.
029136     READ OPEN-REJECT-FILE
029138         INVALID KEY
029140             DISPLAY "  NO OPENREJ ENTRY."
029142             CLOSE OPEN-REJECT-FILE
029144             GO TO 3500-EXIT
029146     END-READ.
029148     CLOSE OPEN-REJECT-FILE.
029150
029152     ADD 1 TO WS-EVENT-COUNT.
029154     IF OR-OPEN
029156         DISPLAY "  OPEN SINCE " OR-FIRST-REJECT-DATE " BATCH "
029158             OR-FIRST-BATCH-ID " " OR-FIRST-PROGRAM " DEPT "
029160             OR-DEPARTMENT " -- RE-REJECTED " OR-REREJECT-COUNT
029162             " TIME(S), LAST " OR-LAST-REJECT-DATE
029164     ELSE
029166         DISPLAY "  CLOSED " OR-RESUBMIT-DATE " BATCH "
029168             OR-RESUBMIT-BATCH-ID " -- FIRST REJECTED "
029170             OR-FIRST-REJECT-DATE " BY " OR-FIRST-PROGRAM
029172     END-IF.
029174     DISPLAY "  " OR-FIELD-NAME " " OR-ERROR-MESSAGE.
029176 3500-EXIT.
029178     EXIT.
029180
029200******************************************************************
029300*    4000-SCAN-CALCRES -- MATH'S DETAIL RESULTS FOR THE TRACE
029400*                 ID.  CALCRES IS KEYED BY DATE, NOT TRACE, SO
029500*                 THE PASS STARTS AT THE FROM-DATE AND STOPS AT
029600*                 THE FIRST RECORD PAST THE TO-DATE.
029700******************************************************************
029800 4000-SCAN-CALCRES.
029900     DISPLAY "TRACEINQ: -- RESULTS (CALCRES) --".
030000     MOVE "N" TO WS-EOF-SW.
030100     OPEN INPUT CALC-RESULTS-FILE.
030200     IF WS-CALCRES-STATUS NOT = "00"
030300         DISPLAY "TRACEINQ: CALCRES NOT AVAILABLE, STATUS = "
030400             WS-CALCRES-STATUS
030500         GO TO 4000-EXIT
030600     END-IF.
030700
030800     MOVE WS-INQ-DATE-FROM TO CR-RUN-DATE.
030900     MOVE LOW-VALUES       TO CR-PROGRAM-ID.
031000     MOVE 0                TO CR-SEQ-NO.
031100     START CALC-RESULTS-FILE KEY NOT < CR-KEY
031200         INVALID KEY
031300             MOVE "Y" TO WS-EOF-SW
031400     END-START.
031500
031600     PERFORM 4100-ONE-CALCRES-ROW THRU 4100-EXIT
031700         UNTIL END-OF-FILE.
031800     CLOSE CALC-RESULTS-FILE.
031900
032000     IF WS-CALCRES-COUNT = 0
032100         DISPLAY "  NO RESULT LANDED IN CALCRES."
032200     END-IF.
032300 4000-EXIT.
032400     EXIT.
032500
032600 4100-ONE-CALCRES-ROW.
032700     READ CALC-RESULTS-FILE NEXT RECORD
032800         AT END
032900             MOVE "Y" TO WS-EOF-SW
033000             GO TO 4100-EXIT
033100     END-READ.
033200
033300     IF CR-RUN-DATE > WS-INQ-DATE-TO
033400         MOVE "Y" TO WS-EOF-SW
033500         GO TO 4100-EXIT
033600     END-IF.
033700
033800     IF CR-PROGRAM-ID NOT = "MATH"
033900         OR CR-TRACE-ID NOT = WS-INQ-TRACE-ID
034000         GO TO 4100-EXIT
034100     END-IF.
034200
034300     ADD 1 TO WS-CALCRES-COUNT.
034400     ADD 1 TO WS-EVENT-COUNT.
034500     PERFORM 4200-FIND-REPORT-SOURCE THRU 4200-EXIT.
034600     MOVE CR-RESULT-VALUE TO WS-DISPLAY-VALUE.
034700     DISPLAY "  " CR-RUN-DATE " SEQ " CR-SEQ-NO " "
034800         CR-RESULT-TYPE " " WS-DISPLAY-VALUE " "
034900         WS-REPORT-SOURCE.
035000 4100-EXIT.
035100     EXIT.
035200
035300******************************************************************
035400*    4200-FIND-REPORT-SOURCE -- WHETHER MATH COMPUTED THE
035500*                 RESULT OR ANSWERED IT FROM MATHHIST IS ONLY
035600*                 RECORDED ON THAT NIGHT'S MATHRPT RESULT LINE.
035700*                 AMORT NEVER USES HISTORY.  ONCE GENCLEAN HAS
035800*                 TRIMMED THE GENERATION THE SOURCE IS UNKNOWN.
035900******************************************************************
036000 4200-FIND-REPORT-SOURCE.
036100     IF CR-RESULT-TYPE = "AMORT"
036200         MOVE "COMPUTED (AMORT SCHEDULE)" TO WS-REPORT-SOURCE
036300         GO TO 4200-EXIT
036400     END-IF.
036500
036600     MOVE "SOURCE UNKNOWN - NO MATHRPT" TO WS-REPORT-SOURCE.
036700     MOVE SPACES TO WS-MATHRPT-NAME.
036800     STRING "MATHRPT." DELIMITED BY SIZE
036900         CR-RUN-DATE DELIMITED BY SIZE
037000         INTO WS-MATHRPT-NAME.
037100     OPEN INPUT MATH-REPORT-FILE.
037200     IF WS-MATHRPT-STATUS NOT = "00"
037300         GO TO 4200-EXIT
037400     END-IF.
037500
037600     MOVE "N" TO WS-RPT-EOF-SW.
037700     PERFORM 4250-ONE-REPORT-LINE THRU 4250-EXIT
037800         UNTIL END-OF-MATHRPT.
037900     CLOSE MATH-REPORT-FILE.
038000 4200-EXIT.
038100     EXIT.
038200
038300 4250-ONE-REPORT-LINE.
038400     READ MATH-REPORT-FILE INTO WS-MATHRPT-LINE
038500         AT END
038600             MOVE "Y" TO WS-RPT-EOF-SW
038700             GO TO 4250-EXIT
038800     END-READ.
038900
039000     IF RPT-TRACE-ID = WS-INQ-TRACE-ID
039100         AND RPT-REQUEST-TYPE = CR-RESULT-TYPE
039200         IF RPT-SOURCE = "HISTORY"
039300             MOVE "ANSWERED FROM MATHHIST"
039400                 TO WS-REPORT-SOURCE
039500         ELSE
039600             MOVE "COMPUTED FRESH" TO WS-REPORT-SOURCE
039700         END-IF
039800         MOVE "Y" TO WS-RPT-EOF-SW
039900     END-IF.
040000 4250-EXIT.
040100     EXIT.
040200
040300******************************************************************
040400*    5000-SCAN-SHAPELED -- THE AREA LEDGER ROW(S) FOR THE TRACE.
040500******************************************************************
040600 5000-SCAN-SHAPELED.
040700     DISPLAY "TRACEINQ: -- SHAPE LEDGER (SHAPELED) --".
040800     MOVE "N" TO WS-EOF-SW.
040900     OPEN INPUT SHAPE-LEDGER-FILE.
041000     IF WS-SHAPELED-STATUS NOT = "00"
041100         DISPLAY "TRACEINQ: SHAPELED NOT AVAILABLE, STATUS = "
041200             WS-SHAPELED-STATUS
041300         GO TO 5000-EXIT
041400     END-IF.
041500
041600     MOVE WS-INQ-DATE-FROM TO SL-CALC-DATE.
041700     MOVE LOW-VALUES       TO SL-DEPARTMENT.
041800     MOVE 0                TO SL-SEQ-NO.
041900     START SHAPE-LEDGER-FILE KEY NOT < SL-KEY
042000         INVALID KEY
042100             MOVE "Y" TO WS-EOF-SW
042200     END-START.
042300
042400     PERFORM 5100-ONE-SHAPELED-ROW THRU 5100-EXIT
042500         UNTIL END-OF-FILE.
042600     CLOSE SHAPE-LEDGER-FILE.
042700
042800     IF WS-SHAPELED-COUNT = 0
042900         DISPLAY "  NO SHAPELED ROW."
043000     END-IF.
043100 5000-EXIT.
043200     EXIT.
043300
043400 5100-ONE-SHAPELED-ROW.
043500     READ SHAPE-LEDGER-FILE NEXT RECORD
043600         AT END
043700             MOVE "Y" TO WS-EOF-SW
043800             GO TO 5100-EXIT
043900     END-READ.
044000
044100     IF SL-CALC-DATE > WS-INQ-DATE-TO
044200         MOVE "Y" TO WS-EOF-SW
044300         GO TO 5100-EXIT
044400     END-IF.
044500
044600     IF SL-TRACE-ID NOT = WS-INQ-TRACE-ID
044700         GO TO 5100-EXIT
044800     END-IF.
044900
045000     ADD 1 TO WS-SHAPELED-COUNT.
045100     ADD 1 TO WS-EVENT-COUNT.
045200     MOVE SL-DIM1   TO WS-DISPLAY-DIM1.
045300     MOVE SL-DIM2   TO WS-DISPLAY-DIM2.
045400     MOVE SL-RESULT TO WS-DISPLAY-AMOUNT.
045500     DISPLAY "  " SL-CALC-DATE " " SL-DEPARTMENT " SEQ "
045600         SL-SEQ-NO " " SL-SHAPE-TYPE " " WS-DISPLAY-DIM1 " "
045700         WS-DISPLAY-DIM2 " " WS-DISPLAY-AMOUNT.
045800 5100-EXIT.
045900     EXIT.
046000
046100******************************************************************
046200*    6000-SCAN-AMORLED -- THE AMORTIZATION SCHEDULE(S) FOR THE
046300*                 TRACE, SHOWN AS ONE LINE FOR THE OPENING
046400*                 TERMS AND ONE FOR THE CLOSING PERIOD RATHER
046500*                 THAN EVERY ROW -- AMORINQ REPRINTS THE FULL
046600*                 SCHEDULE WHEN IT IS WANTED.
046700******************************************************************
046800 6000-SCAN-AMORLED.
046900     DISPLAY "TRACEINQ: -- AMORTIZATION LEDGER (AMORLED) --".
047000     MOVE "N" TO WS-EOF-SW.
047100     OPEN INPUT AMORT-LEDGER-FILE.
047200     IF WS-AMORLED-STATUS NOT = "00"
047300         DISPLAY "TRACEINQ: AMORLED NOT AVAILABLE, STATUS = "
047400             WS-AMORLED-STATUS
047500         GO TO 6000-EXIT
047600     END-IF.
047700
047800     MOVE WS-INQ-DATE-FROM TO AM-RUN-DATE.
047900     MOVE 0                TO AM-SEQ-NO.
048000     MOVE 0                TO AM-PERIOD.
048100     START AMORT-LEDGER-FILE KEY NOT < AM-KEY
048200         INVALID KEY
048300             MOVE "Y" TO WS-EOF-SW
048400     END-START.
048500
048600     PERFORM 6100-ONE-AMORLED-ROW THRU 6100-EXIT
048700         UNTIL END-OF-FILE.
048800     CLOSE AMORT-LEDGER-FILE.
048900
049000     IF WS-AMORLED-COUNT = 0
049100         DISPLAY "  NO AMORLED ROWS."
049200     END-IF.
049300 6000-EXIT.
049400     EXIT.
049500
049600 6100-ONE-AMORLED-ROW.
049700     READ AMORT-LEDGER-FILE NEXT RECORD
049800         AT END
049900             MOVE "Y" TO WS-EOF-SW
050000             GO TO 6100-EXIT
050100     END-READ.
050200
050300     IF AM-RUN-DATE > WS-INQ-DATE-TO
050400         MOVE "Y" TO WS-EOF-SW
050500         GO TO 6100-EXIT
050600     END-IF.
050700
050800     IF AM-TRACE-ID NOT = WS-INQ-TRACE-ID
050900         GO TO 6100-EXIT
051000     END-IF.
051100
051200     ADD 1 TO WS-AMORLED-COUNT.
051300     IF AM-PERIOD = 1
051400         ADD 1 TO WS-EVENT-COUNT
051500         MOVE AM-PRINCIPAL TO WS-DISPLAY-AMOUNT
051600         MOVE AM-RATE-PCT  TO WS-DISPLAY-RATE
051700         DISPLAY "  " AM-RUN-DATE " " AM-DEPARTMENT " SEQ "
051800             AM-SEQ-NO " PRINCIPAL " WS-DISPLAY-AMOUNT
051900             " AT " WS-DISPLAY-RATE " PCT FOR " AM-TERM
052000             " PERIODS"
052100     END-IF.
052200
052300     IF AM-PERIOD = AM-TERM
052400         MOVE AM-BALANCE TO WS-DISPLAY-AMOUNT
052500         DISPLAY "  " AM-RUN-DATE " " AM-DEPARTMENT " SEQ "
052600             AM-SEQ-NO " FINAL PERIOD " AM-PERIOD
052700             " CLOSING BALANCE " WS-DISPLAY-AMOUNT
052800     END-IF.
052900 6100-EXIT.
053000     EXIT.
053100
053101******************************************************************
053102*    6500-SCAN-COSTLED -- THE COST LEDGER ROW(S) FOR THE TRACE:
053103*                 THE MATERIAL, QUANTITY AND PRICE IT WAS COSTED
053104*                 AT.
053105******************************************************************
053106 6500-SCAN-COSTLED.
053107     DISPLAY "TRACEINQ: -- COST LEDGER (COSTLED) --".
053108     MOVE "N" TO WS-EOF-SW.
053109     OPEN INPUT COST-LEDGER-FILE.
053110     IF WS-COSTLED-STATUS NOT = "00"
053111         DISPLAY "TRACEINQ: COSTLED NOT AVAILABLE, STATUS = "
053112             WS-COSTLED-STATUS
053113         GO TO 6500-EXIT
053114     END-IF.
053115
053116     MOVE WS-INQ-DATE-FROM TO CL-CALC-DATE.
053117     MOVE LOW-VALUES       TO CL-DEPARTMENT.
053118     MOVE 0                TO CL-SEQ-NO.
053119     START COST-LEDGER-FILE KEY NOT < CL-KEY
053120         INVALID KEY
053121             MOVE "Y" TO WS-EOF-SW
053122     END-START.
053123
053124     PERFORM 6600-ONE-COSTLED-ROW THRU 6600-EXIT
053125         UNTIL END-OF-FILE.
053126     CLOSE COST-LEDGER-FILE.
053127
053128     IF WS-COSTLED-COUNT = 0
053129         DISPLAY "  NO COSTLED ROW."
053130     END-IF.
053131 6500-EXIT.
053132     EXIT.
053133
053134 6600-ONE-COSTLED-ROW.
053135     READ COST-LEDGER-FILE NEXT RECORD
053136         AT END
053137             MOVE "Y" TO WS-EOF-SW
053138             GO TO 6600-EXIT
053139     END-READ.
053140
053141     IF CL-CALC-DATE > WS-INQ-DATE-TO
053142         MOVE "Y" TO WS-EOF-SW
053143         GO TO 6600-EXIT
053144     END-IF.
053145
053146     IF CL-TRACE-ID NOT = WS-INQ-TRACE-ID
053147         GO TO 6600-EXIT
053148     END-IF.
053149
053150     ADD 1 TO WS-COSTLED-COUNT.
053151     ADD 1 TO WS-EVENT-COUNT.
053152     MOVE CL-QUANTITY      TO WS-DISPLAY-QUANTITY.
053153     MOVE CL-UNIT-PRICE    TO WS-DISPLAY-RATE.
053154     MOVE CL-EXTENDED-COST TO WS-DISPLAY-AMOUNT.
053155     DISPLAY "  " CL-CALC-DATE " " CL-DEPARTMENT " SEQ "
053156         CL-SEQ-NO " " CL-MATERIAL-CODE " QTY "
053157         WS-DISPLAY-QUANTITY " AT " WS-DISPLAY-RATE
053158         " COST " WS-DISPLAY-AMOUNT.
053159 6600-EXIT.
053160     EXIT.
053161
053200******************************************************************
053300*    7000-SCAN-CHARGLED -- WHETHER THE CARD WAS CHARGED: ONE
053400*                 CHARGLED ROW PER VALID TRANSACTION.  A CHARGE
053425*                 DATED INTO A CLOSED MONTH IS ON BILLADJ
053450*                 INSTEAD, SO "NOT BILLED" WAITS FOR 7900.
053500******************************************************************
053600 7000-SCAN-CHARGLED.
053700     DISPLAY "TRACEINQ: -- CHARGEBACK LEDGER (CHARGLED) --".
053800     MOVE "N" TO WS-EOF-SW.
053900     OPEN INPUT CHARGE-LEDGER-FILE.
054000     IF WS-CHARGLED-STATUS NOT = "00"
054100         DISPLAY "TRACEINQ: CHARGLED NOT AVAILABLE, STATUS = "
054200             WS-CHARGLED-STATUS
054300         GO TO 7000-EXIT
054400     END-IF.
054500
054600     MOVE WS-INQ-DATE-FROM TO CG-CALC-DATE.
054700     MOVE 0                TO CG-SEQ-NO.
054800     START CHARGE-LEDGER-FILE KEY NOT < CG-KEY
054900         INVALID KEY
055000             MOVE "Y" TO WS-EOF-SW
055100     END-START.
055200
055300     PERFORM 7100-ONE-CHARGLED-ROW THRU 7100-EXIT
055400         UNTIL END-OF-FILE.
055500     CLOSE CHARGE-LEDGER-FILE.
055600
055700     IF WS-CHARGLED-COUNT = 0
055800         DISPLAY "  NO CHARGLED ROW."
055900     END-IF.
056000 7000-EXIT.
056100     EXIT.
056200
056300 7100-ONE-CHARGLED-ROW.
056400     READ CHARGE-LEDGER-FILE NEXT RECORD
056500         AT END
056600             MOVE "Y" TO WS-EOF-SW
056700             GO TO 7100-EXIT
056800     END-READ.
056900
057000     IF CG-CALC-DATE > WS-INQ-DATE-TO
057100         MOVE "Y" TO WS-EOF-SW
057200         GO TO 7100-EXIT
057300     END-IF.
057400
057500     IF CG-TRACE-ID NOT = WS-INQ-TRACE-ID
057600         GO TO 7100-EXIT
057700     END-IF.
057800
057900     ADD 1 TO WS-CHARGLED-COUNT.
058000     ADD 1 TO WS-EVENT-COUNT.
058100     DISPLAY "  " CG-CALC-DATE " SEQ " CG-SEQ-NO " "
058200         CG-DEPARTMENT " " CG-REQUEST-TYPE
058300         " -- CHARGED IN MONTH " CG-CALC-DATE (1:6).
058400 7100-EXIT.
058500     EXIT.
058600
058601******************************************************************
058602*    7500-SCAN-BILLADJ -- A CHARGE MATH LANDED AFTER MONCLOSE
058603*                 LOCKED ITS MONTH IS HELD HERE AS A PRIOR-
058604*                 PERIOD ADJUSTMENT UNTIL THE NEXT OPEN-MONTH
058605*                 CHARGBIL RUN BILLS IT.  ONLY WHEN THE TRACE IS
058606*                 ON NEITHER LEDGER WAS IT NEVER BILLED.
058607******************************************************************
058608 7500-SCAN-BILLADJ.
058609     DISPLAY "TRACEINQ: -- PRIOR-PERIOD ADJUSTMENTS (BILLADJ) --".
058610     MOVE "N" TO WS-EOF-SW.
058611     OPEN INPUT BILL-ADJUSTMENT-FILE.
058612     IF WS-BILLADJ-STATUS NOT = "00"
058613         DISPLAY "TRACEINQ: BILLADJ NOT AVAILABLE, STATUS = "
058614             WS-BILLADJ-STATUS
058615         GO TO 7500-EXIT
058616     END-IF.
058617
058618     MOVE WS-INQ-DATE-FROM TO AJ-CALC-DATE.
058619     MOVE 0                TO AJ-SEQ-NO.
058620     START BILL-ADJUSTMENT-FILE KEY NOT < AJ-KEY
058621         INVALID KEY
058622             MOVE "Y" TO WS-EOF-SW
058623     END-START.
058624
058625     PERFORM 7600-ONE-BILLADJ-ROW THRU 7600-EXIT
058626         UNTIL END-OF-FILE.
058627     CLOSE BILL-ADJUSTMENT-FILE.
058628
058629     IF WS-BILLADJ-COUNT = 0
058630         DISPLAY "  NO BILLADJ ROW."
058631     END-IF.
058632 7500-EXIT.
058633     EXIT.
058634
058635 7600-ONE-BILLADJ-ROW.
058636     READ BILL-ADJUSTMENT-FILE NEXT RECORD
058637         AT END
058638             MOVE "Y" TO WS-EOF-SW
058639             GO TO 7600-EXIT
058640     END-READ.
058641
058642     IF AJ-CALC-DATE > WS-INQ-DATE-TO
058643         MOVE "Y" TO WS-EOF-SW
058644         GO TO 7600-EXIT
058645     END-IF.
058646
058647     IF AJ-TRACE-ID NOT = WS-INQ-TRACE-ID
058648         GO TO 7600-EXIT
058649     END-IF.
058650
058651     ADD 1 TO WS-BILLADJ-COUNT.
058652     ADD 1 TO WS-EVENT-COUNT.
058653     IF AJ-UNBILLED
058654         DISPLAY "  " AJ-CALC-DATE " SEQ " AJ-SEQ-NO " "
058655             AJ-DEPARTMENT " " AJ-REQUEST-TYPE
058656             " -- HELD, MONTH CLOSED, AWAITING NEXT BILLING"
058657     ELSE
058658         DISPLAY "  " AJ-CALC-DATE " SEQ " AJ-SEQ-NO " "
058659             AJ-DEPARTMENT " " AJ-REQUEST-TYPE
058660             " -- BILLED AS ADJUSTMENT IN MONTH " AJ-BILL-MONTH
058661     END-IF.
058662 7600-EXIT.
058663     EXIT.
058664
058665******************************************************************
058666*    7900-CHECK-BILLED -- NEITHER LEDGER CARRIES THE TRACE.
058667******************************************************************
058668 7900-CHECK-BILLED.
058669     IF WS-CHARGLED-COUNT = 0
058670         AND WS-BILLADJ-COUNT = 0
058671         DISPLAY "TRACEINQ: NOT BILLED -- NO CHARGLED OR BILLADJ"
058672             " ROW."
058673     END-IF.
058674 7900-EXIT.
058675     EXIT.
058676
058700******************************************************************
058800*    9000-TERMINATE -- SAY HOW MUCH OF A LIFECYCLE WAS FOUND
058900******************************************************************
059000 9000-TERMINATE.
059100     IF NOT NO-INQUIRY-KEY
059200         DISPLAY "TRACEINQ: " WS-EVENT-COUNT
059300             " EVENT(S) FOUND FOR TRACE " WS-INQ-TRACE-ID "."
059400     END-IF.
059500
059600     MOVE 0000 TO RETURN-CODE.
059700 9000-EXIT.
059800     EXIT.
059900
060000 END PROGRAM TRACEINQ.
