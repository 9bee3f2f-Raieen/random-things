000100******************************************************************
000200*    PROGRAM-ID:  COSTINQ
000300*    AUTHOR    :  J. R. PRATHER
000400*    INSTALL.  :  ESTIMATING SYSTEMS
000500*    DATE-WRTN :  10/25/18
000600*    PURPOSE   :  KEYED INQUIRY OVER THE COSTLED COST LEDGER FOR
000700*                 THE ESTIMATING DESK, THE SAME WAY SHAPEINQ
000800*                 STARTS INTO SHAPELED.  ACCEPTS A DATE RANGE, AN
000900*                 OPTIONAL DEPARTMENT AND AN OPTIONAL MATERIAL
001000*                 CODE, STARTS INTO THE LEDGER AT THE FROM-DATE,
001100*                 AND DISPLAYS JUST THE MATCHING COST REQUESTS
001200*                 WITH THEIR MATERIAL, AREA, WASTE-ADJUSTED
001300*                 QUANTITY, THE UNIT PRICE THEY WERE PRICED AT AND
001400*                 THE EXTENDED COST, THEN THE TOTAL COST OF THE
001500*                 ROWS SHOWN.
001600*    TECTONICS :  cobc
001700*------------------------------------------------------------------
001800*    MOD LOG:
001900*    DATE       INIT  DESCRIPTION
002000*    10/25/18   JRP   ORIGINAL PROGRAM.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. COSTINQ.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT COST-LEDGER-FILE ASSIGN TO "COSTLED"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS CL-KEY
003100         FILE STATUS IS WS-COSTLED-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  COST-LEDGER-FILE.
003500 COPY COSTLED.
003600
003700 WORKING-STORAGE SECTION.
003800 01  WS-COSTLED-STATUS               PIC X(02) VALUE "00".
003900
004000 01  WS-SWITCHES.
004100     05  WS-EOF-SW                   PIC X(01) VALUE "N".
004200         88  END-OF-INQUIRY          VALUE "Y".
004300     05  WS-LEDGER-OPEN-SW           PIC X(01) VALUE "N".
004400         88  LEDGER-OPEN             VALUE "Y".
004500
004600 01  WS-INQ-DATE-FROM                PIC 9(08) VALUE 0.
004700 01  WS-INQ-DATE-TO                  PIC 9(08) VALUE 0.
004800 01  WS-INQ-DEPARTMENT               PIC X(04) VALUE SPACES.
004900 01  WS-INQ-MATERIAL                 PIC X(08) VALUE SPACES.
005000 01  WS-MATCH-COUNT                  PIC 9(06) VALUE 0.
005100 01  WS-TOTAL-COST                   PIC 9(11)V99 VALUE 0.
005200
005300 01  WS-DETAIL-LINE.
005400     05  DL-CALC-DATE                PIC 9(08).
005500     05  FILLER                      PIC X(01) VALUE SPACE.
005600     05  DL-DEPARTMENT               PIC X(04).
005700     05  FILLER                      PIC X(01) VALUE SPACE.
005800     05  DL-SEQ-NO                   PIC 9(06).
005900     05  FILLER                      PIC X(01) VALUE SPACE.
006000     05  DL-SHAPE-TYPE               PIC X(10).
006100     05  FILLER                      PIC X(01) VALUE SPACE.
006200     05  DL-MATERIAL-CODE            PIC X(08).
006300     05  FILLER                      PIC X(01) VALUE SPACE.
006400     05  DL-AREA                     PIC ZZZZZZZZ9.99.
006500     05  FILLER                      PIC X(01) VALUE SPACE.
006600     05  DL-QUANTITY                 PIC ZZZZZZZZ9.99.
006700     05  FILLER                      PIC X(01) VALUE SPACE.
006800     05  DL-UNIT-PRICE               PIC ZZZZ9.99.
006900     05  FILLER                      PIC X(01) VALUE SPACE.
007000     05  DL-EXTENDED-COST            PIC ZZZZZZZZ9.99.
007100     05  FILLER                      PIC X(01) VALUE SPACE.
007200     05  DL-TRACE-ID                 PIC X(08).
007300
007400 01  WS-TOTAL-LINE.
007500     05  FILLER                      PIC X(22) VALUE
007600         "COSTINQ: TOTAL COST = ".
007700     05  TL-TOTAL-COST               PIC ZZZZZZZZZZ9.99.
007800
007900******************************************************************
008000 PROCEDURE DIVISION.
008100 0000-MAINLINE.
008200     PERFORM 1000-GET-INQUIRY-KEY THRU 1000-EXIT.
008300     PERFORM 2000-POSITION-FILE THRU 2000-EXIT.
008400     PERFORM 3000-SHOW-ONE-RECORD THRU 3000-EXIT
008500         UNTIL END-OF-INQUIRY.
008600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008700     STOP RUN.
008800
008900******************************************************************
009000*    1000-GET-INQUIRY-KEY -- PROMPT THE DESK FOR THE DATE RANGE
009100*                 (FROM-DATE REQUIRED, TO-DATE ZERO = SAME DAY),
009200*                 THE DEPARTMENT AND THE MATERIAL (BLANK = ALL).
009300******************************************************************
009400 1000-GET-INQUIRY-KEY.
009500     DISPLAY "COSTINQ: DATE FROM (YYYYMMDD)?".
009600     ACCEPT WS-INQ-DATE-FROM.
009700     IF WS-INQ-DATE-FROM = 0
009800         DISPLAY "COSTINQ: A FROM-DATE IS REQUIRED."
009900         MOVE "Y" TO WS-EOF-SW
010000         GO TO 1000-EXIT
010100     END-IF.
010200
010300     DISPLAY "COSTINQ: DATE TO (0 = SAME DAY)?".
010400     ACCEPT WS-INQ-DATE-TO.
010500     IF WS-INQ-DATE-TO = 0
010600         MOVE WS-INQ-DATE-FROM TO WS-INQ-DATE-TO
010700     END-IF.
010800
010900     DISPLAY "COSTINQ: DEPARTMENT (BLANK = ALL)?".
011000     ACCEPT WS-INQ-DEPARTMENT.
011100
011200     DISPLAY "COSTINQ: MATERIAL CODE (BLANK = ALL)?".
011300     ACCEPT WS-INQ-MATERIAL.
011400 1000-EXIT.
011500     EXIT.
011600
011700******************************************************************
011800*    2000-POSITION-FILE -- START INTO COSTLED AT THE FROM-DATE
011900*                 SO ONLY THE REQUESTED SLICE OF THE LEDGER IS
012000*                 READ.
012100******************************************************************
012200 2000-POSITION-FILE.
012300     IF END-OF-INQUIRY
012400         GO TO 2000-EXIT
012500     END-IF.
012600
012700     OPEN INPUT COST-LEDGER-FILE.
012800     IF WS-COSTLED-STATUS NOT = "00"
012900         DISPLAY "COSTINQ: CANNOT OPEN COSTLED, STATUS = "
013000             WS-COSTLED-STATUS
013100         MOVE "Y" TO WS-EOF-SW
013200         GO TO 2000-EXIT
013300     END-IF.
013400     MOVE "Y" TO WS-LEDGER-OPEN-SW.
013500
013600     MOVE WS-INQ-DATE-FROM TO CL-CALC-DATE.
013700     MOVE LOW-VALUES       TO CL-DEPARTMENT.
013800     MOVE 0                TO CL-SEQ-NO.
013900
014000     START COST-LEDGER-FILE KEY NOT < CL-KEY
014100         INVALID KEY
014200             MOVE "Y" TO WS-EOF-SW
014300     END-START.
014400
014500     IF NOT END-OF-INQUIRY
014600         PERFORM 2900-READ-LEDGER
014700     END-IF.
014800 2000-EXIT.
014900     EXIT.
015000
015100******************************************************************
015200*    3000-SHOW-ONE-RECORD -- DISPLAY ONE MATCHING COST REQUEST.
015300*                 THE READ STOPS AT THE FIRST RECORD PAST THE
015400*                 TO-DATE; A RECORD FOR ANOTHER DEPARTMENT OR
015500*                 MATERIAL IS PASSED OVER WHEN ONE WAS GIVEN.
015600******************************************************************
015700 3000-SHOW-ONE-RECORD.
015800     IF CL-CALC-DATE > WS-INQ-DATE-TO
015900         MOVE "Y" TO WS-EOF-SW
016000         GO TO 3000-EXIT
016100     END-IF.
016200
016300     IF WS-INQ-DEPARTMENT NOT = SPACES
016400         AND CL-DEPARTMENT NOT = WS-INQ-DEPARTMENT
016500         PERFORM 2900-READ-LEDGER
016600         GO TO 3000-EXIT
016700     END-IF.
016800
016900     IF WS-INQ-MATERIAL NOT = SPACES
017000         AND CL-MATERIAL-CODE NOT = WS-INQ-MATERIAL
017100         PERFORM 2900-READ-LEDGER
017200         GO TO 3000-EXIT
017300     END-IF.
017400
017500     ADD 1 TO WS-MATCH-COUNT.
017600     ADD CL-EXTENDED-COST TO WS-TOTAL-COST.
017700     MOVE CL-CALC-DATE     TO DL-CALC-DATE.
017800     MOVE CL-DEPARTMENT    TO DL-DEPARTMENT.
017900     MOVE CL-SEQ-NO        TO DL-SEQ-NO.
018000     MOVE CL-SHAPE-TYPE    TO DL-SHAPE-TYPE.
018100     MOVE CL-MATERIAL-CODE TO DL-MATERIAL-CODE.
018200     MOVE CL-AREA          TO DL-AREA.
018300     MOVE CL-QUANTITY      TO DL-QUANTITY.
018400     MOVE CL-UNIT-PRICE    TO DL-UNIT-PRICE.
018500     MOVE CL-EXTENDED-COST TO DL-EXTENDED-COST.
018600     MOVE CL-TRACE-ID      TO DL-TRACE-ID.
018700     DISPLAY WS-DETAIL-LINE.
018800
018900     PERFORM 2900-READ-LEDGER.
019000 3000-EXIT.
019100     EXIT.
019200
019300 2900-READ-LEDGER.
019400     READ COST-LEDGER-FILE NEXT RECORD
019500         AT END
019600             MOVE "Y" TO WS-EOF-SW
019700     END-READ.
019800 2900-EXIT.
019900     EXIT.
020000
020100******************************************************************
020200*    9000-TERMINATE -- CLOSE UP AND SAY HOW MANY RECORDS MATCHED
020300*                 AND WHAT THEY COST BETWEEN THEM.
020400******************************************************************
020500 9000-TERMINATE.
020600     IF LEDGER-OPEN
020700         CLOSE COST-LEDGER-FILE
020800     END-IF.
020900
021000     DISPLAY "COSTINQ: " WS-MATCH-COUNT
021100         " COST REQUEST(S) MATCHED THE INQUIRY.".
021200     MOVE WS-TOTAL-COST TO TL-TOTAL-COST.
021300     DISPLAY WS-TOTAL-LINE.
021400
021500     MOVE 0000 TO RETURN-CODE.
021600 9000-EXIT.
021700     EXIT.
021800
021900 END PROGRAM COSTINQ.
