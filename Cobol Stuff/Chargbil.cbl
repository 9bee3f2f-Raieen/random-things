002740*                     THE BILLING MONTH AND STOPS AT THE FIRST
002750*                     ROW PAST IT, THE SAME WAY SHAPESUM READS
002760*                     SHAPELED.
002762*    11/08/18   JRP   MONTH-END CLOSE.  A MONTH MONCLOSE HAS
002764*                     FROZEN ON BILLCLOS RE-RUNS AS A REPRINT --
002766*                     NO BILLEXT IS WRITTEN AND THE RECOMPUTED
002768*                     TOTALS ARE PROVED AGAINST THE ONES FROZEN
002770*                     AT CLOSE.  AN OPEN MONTH ALSO BILLS THE
002772*                     CHARGES MATH HELD ON BILLADJ BECAUSE THEY
002774*                     WERE DATED INTO A CLOSED MONTH, AS A
002776*                     LABELLED PRIOR-PERIOD ADJUSTMENT SECTION
002778*                     AND "A" EXTRACT LINES, AND STAMPS EACH
002780*                     HELD ROW WITH THE MONTH THAT BILLED IT.
002782*                     EXTRACT LAYOUT MOVED TO COPYBOOK BILLEXT.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. CHARGBIL.
005400     SELECT BILLING-EXTRACT-FILE ASSIGN TO "BILLEXT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-BILLEXT-STATUS.
005605
005610     SELECT BILL-CLOSE-FILE ASSIGN TO "BILLCLOS"
005615         ORGANIZATION IS INDEXED
005620         ACCESS MODE IS DYNAMIC
005625         RECORD KEY IS BC-BILL-MONTH
005630         FILE STATUS IS WS-BILLCLOS-STATUS.
005635
005640     SELECT BILL-ADJUSTMENT-FILE ASSIGN TO "BILLADJ"
005645         ORGANIZATION IS INDEXED
005650         ACCESS MODE IS DYNAMIC
005655         RECORD KEY IS AJ-KEY
005660         FILE STATUS IS WS-BILLADJ-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CHARGE-LEDGER-FILE.
007800
007900 FD  BILLING-EXTRACT-FILE
008000     LABEL RECORD IS STANDARD.
008100 COPY BILLEXT.
008200
008300 FD  BILL-CLOSE-FILE.
008400 COPY BILLCLOS.
008500
008600 FD  BILL-ADJUSTMENT-FILE.
008700 COPY BILLADJ.
008800
008900 WORKING-STORAGE SECTION.
009000 01  WS-CHARGLED-STATUS              PIC X(02) VALUE "00".
009300 01  WS-PARMFILE-STATUS              PIC X(02) VALUE "00".
009400 01  WS-BILLRPT-STATUS               PIC X(02) VALUE "00".
009500 01  WS-BILLEXT-STATUS               PIC X(02) VALUE "00".
009525 01  WS-BILLCLOS-STATUS              PIC X(02) VALUE "00".
009550 01  WS-BILLADJ-STATUS               PIC X(02) VALUE "00".
009600
009700 01  WS-SWITCHES.
009800     05  WS-EOF-SW                   PIC X(01) VALUE "N".
010100         88  NO-RATES-LOADED         VALUE "Y".
010200     05  WS-RATE-MISSING-SW          PIC X(01) VALUE "N".
010300         88  ANY-RATE-MISSING        VALUE "Y".
010305     05  WS-REPRINT-SW               PIC X(01) VALUE "N".
010310         88  REPRINT-RUN             VALUE "Y".
010315     05  WS-BILLADJ-OPEN-SW          PIC X(01) VALUE "N".
010320         88  BILLADJ-OPEN            VALUE "Y".
010325     05  WS-ADJ-EOF-SW               PIC X(01) VALUE "N".
010330         88  END-OF-ADJUSTMENTS      VALUE "Y".
010335     05  WS-ADJ-TROUBLE-SW           PIC X(01) VALUE "N".
010340         88  ADJUSTMENT-TROUBLE      VALUE "Y".
010345     05  WS-FROZEN-DIFF-SW           PIC X(01) VALUE "N".
010350         88  FROZEN-TOTALS-DIFFER    VALUE "Y".
010400
010500 01  WS-BILL-MONTH                   PIC 9(06) VALUE 0.
010600 01  WS-RECORD-MONTH                 PIC 9(06) VALUE 0.
015000 01  WS-DEPT-AMOUNT                  PIC 9(11)V99 VALUE 0.
015100 01  WS-GRAND-AMOUNT                 PIC 9(11)V99 VALUE 0.
015200 01  WS-MONTH-COUNT                  PIC 9(06) VALUE 0.
015202
015204*    PRIOR-PERIOD ADJUSTMENTS -- BILLADJ ROWS THIS RUN BILLS,
015206*    BUCKETED BY DEPARTMENT + REQUEST TYPE + THE CLOSED MONTH
015208*    THE ACTIVITY WAS DATED IN.
015210 01  WS-ADJUSTMENT-TABLE.
015212     05  WS-AA-ENTRY OCCURS 40 TIMES.
015214         10  WS-AA-DEPARTMENT        PIC X(04).
015216         10  WS-AA-REQUEST-TYPE      PIC X(06).
015218         10  WS-AA-ORIG-MONTH        PIC 9(06).
015220         10  WS-AA-COUNT             PIC 9(06).
015222 01  WS-AA-ENTRIES                   PIC 9(02) VALUE 0.
015224 01  WS-AA-SUB                       PIC 9(02) VALUE 0.
015226 01  WS-AA-MATCH-SUB                 PIC 9(02) VALUE 0.
015228 01  WS-ADJ-MONTH                    PIC 9(06) VALUE 0.
015230 01  WS-ADJ-ROW-COUNT                PIC 9(06) VALUE 0.
015232 01  WS-ADJ-AMOUNT                   PIC 9(11)V99 VALUE 0.
015234
015236*    WHAT MONCLOSE FROZE FOR A CLOSED MONTH.
015238 01  WS-CLOSED-DATE                  PIC 9(08) VALUE 0.
015240 01  WS-CLOSED-BY                    PIC X(08) VALUE SPACES.
015242 01  WS-FROZEN-COUNT                 PIC 9(08) VALUE 0.
015244 01  WS-FROZEN-AMOUNT                PIC 9(11)V99 VALUE 0.
015246 01  WS-FROZEN-ADJ-COUNT             PIC 9(08) VALUE 0.
015248 01  WS-FROZEN-ADJ-AMOUNT            PIC 9(11)V99 VALUE 0.
015300
015400 COPY CLOCKLNK REPLACING CLOCK-LINKAGE BY WS-CLOCK-LINKAGE.
015500
015700     05  FILLER                      PIC X(39) VALUE
015800         " MONTHLY CHARGEBACK BILLING FOR MONTH ".
015900     05  H1-MONTH                    PIC 9(06).
015910
015920 01  WS-REPRINT-LINE.
015930     05  FILLER                      PIC X(29) VALUE
015940         " *** REPRINT -- MONTH CLOSED ".
015950     05  RP-CLOSED-DATE              PIC 9(08).
015960     05  FILLER                      PIC X(04) VALUE " BY ".
015970     05  RP-CLOSED-BY                PIC X(08).
015980     05  FILLER                      PIC X(29) VALUE
015990         " -- NO BILLEXT WRITTEN ***".
016000
016100 01  WS-DEPT-HEADER-LINE.
016200     05  FILLER                      PIC X(12) VALUE
018900     05  FILLER                      PIC X(19) VALUE
019000         " MONTH GRAND TOTAL ".
019100     05  GT-AMOUNT                   PIC Z(10)9.99.
019102
019104 01  WS-ADJ-HEADER-LINE              PIC X(60) VALUE
019106     " PRIOR-PERIOD ADJUSTMENTS -- ACTIVITY FROM CLOSED MONTHS".
019108
019110 01  WS-ADJ-COLUMN-LINE              PIC X(60) VALUE
019112     " DEPT  ORIG-MO  REQUEST   COUNT      RATE        AMOUNT".
019114
019116 01  WS-ADJ-DETAIL-LINE.
019118     05  FILLER                      PIC X(01) VALUE SPACE.
019120     05  AD-DEPARTMENT               PIC X(04).
019122     05  FILLER                      PIC X(02) VALUE SPACE.
019124     05  AD-ORIG-MONTH               PIC 9(06).
019126     05  FILLER                      PIC X(03) VALUE SPACE.
019128     05  AD-REQUEST-TYPE             PIC X(06).
019130     05  FILLER                      PIC X(02) VALUE SPACE.
019132     05  AD-COUNT                    PIC ZZZZZ9.
019134     05  FILLER                      PIC X(02) VALUE SPACE.
019136     05  AD-RATE                     PIC ZZZZ9.99.
019138     05  FILLER                      PIC X(02) VALUE SPACE.
019140     05  AD-AMOUNT                   PIC Z(8)9.99.
019142     05  FILLER                      PIC X(02) VALUE SPACE.
019144     05  AD-FLAG                     PIC X(08).
019146
019148 01  WS-ADJ-TOTAL-LINE.
019150     05  FILLER                      PIC X(19) VALUE
019152         " ADJUSTMENT TOTAL  ".
019154     05  AT-AMOUNT                   PIC Z(10)9.99.
019156
019158 01  WS-FROZEN-LINE.
019160     05  FILLER                      PIC X(30) VALUE
019162         " FROZEN AT CLOSE:   REQUESTS =".
019164     05  FZ-COUNT                    PIC ZZZZZZZ9.
019166     05  FILLER                      PIC X(10) VALUE
019168         "  AMOUNT =".
019170     05  FZ-AMOUNT                   PIC Z(10)9.99.
019172     05  FILLER                      PIC X(07) VALUE "  ADJ =".
019174     05  FZ-ADJ-COUNT                PIC ZZZZZZZ9.
019176     05  FZ-ADJ-AMOUNT               PIC Z(10)9.99.
019178
019180 01  WS-FROZEN-AGREE-LINE            PIC X(60) VALUE
019182     " REPRINT AGREES WITH THE TOTALS FROZEN AT CLOSE.".
019184 01  WS-FROZEN-DIFFER-LINE           PIC X(60) VALUE
019186     " *** REPRINT DIFFERS FROM THE TOTALS FROZEN AT CLOSE ***".
019200
019300******************************************************************
019400 PROCEDURE DIVISION.
019600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019700     PERFORM 2000-PROCESS-LEDGER THRU 2000-EXIT
019800         UNTIL END-OF-LEDGER.
019850     PERFORM 2500-PROCESS-ADJUSTMENTS THRU 2500-EXIT.
019900     PERFORM 3000-TERMINATE THRU 3000-EXIT.
019910     PERFORM 3900-WRAP-UP THRU 3900-EXIT.
020000     STOP RUN.
020400*                 THE RATE CARD, AND OPEN THE FILES.  A MISSING
020500*                 OR EMPTY RATECARD STOPS THE RUN LOUDLY -- A
020600*                 BILLING EXTRACT FULL OF ZERO RATES WOULD ONLY
020700*                 LOOK LIKE A FREE MONTH.  A MONTH ALREADY
020725*                 CLOSED ON BILLCLOS IS A REPRINT AND NEVER
020750*                 OPENS BILLEXT.
020800******************************************************************
020900 1000-INITIALIZE.
021000     MOVE "STAMP"    TO CLK-FUNCTION.
023300     END-IF.
023400
023500     PERFORM 1300-LOAD-DEPT-MASTER THRU 1300-EXIT.
023510
023520     PERFORM 1400-CHECK-MONTH-CLOSE THRU 1400-EXIT.
023530     IF NO-RATES-LOADED
023540         MOVE "Y" TO WS-EOF-SW
023550         GO TO 1000-EXIT
023560     END-IF.
023600
023700     OPEN OUTPUT BILLING-REPORT-FILE.
023800     MOVE WS-BILL-MONTH TO H1-MONTH.
023900     WRITE BILLING-REPORT-RECORD FROM WS-HEADING-LINE-1.
024000
024020     IF REPRINT-RUN
024040         MOVE WS-CLOSED-DATE TO RP-CLOSED-DATE
024060         MOVE WS-CLOSED-BY   TO RP-CLOSED-BY
024080         WRITE BILLING-REPORT-RECORD FROM WS-REPRINT-LINE
024100     ELSE
024120         OPEN OUTPUT BILLING-EXTRACT-FILE
024140     END-IF.
024160
024180     PERFORM 1500-OPEN-ADJUSTMENTS THRU 1500-EXIT.
024200
024300     OPEN INPUT CHARGE-LEDGER-FILE.
024400     IF WS-CHARGLED-STATUS NOT = "00"
034800     CLOSE DEPT-MASTER-FILE.
034900 1300-EXIT.
035000     EXIT.
035001
035002******************************************************************
035003*    1400-CHECK-MONTH-CLOSE -- LOOK THE BILLING MONTH UP ON THE
035004*                 BILLCLOS REGISTER.  A MONTH ON IT WAS CLOSED
035005*                 BY MONCLOSE AFTER ACCOUNTING LOADED ITS
035006*                 BILLEXT, SO THIS RUN IS ONLY A REPRINT.  NO
035007*                 REGISTER YET MEANS NO MONTH HAS BEEN CLOSED.
035008*                 A REGISTER THAT WILL NOT OPEN STOPS THE RUN --
035009*                 GUESSING "OPEN" IS HOW A MONTH GETS LOADED
035010*                 TWICE.
035011******************************************************************
035012 1400-CHECK-MONTH-CLOSE.
035013     OPEN INPUT BILL-CLOSE-FILE.
035014     IF WS-BILLCLOS-STATUS = "35"
035015         GO TO 1400-EXIT
035016     END-IF.
035017     IF WS-BILLCLOS-STATUS NOT = "00"
035018         DISPLAY "CHARGBIL: CANNOT OPEN BILLCLOS, STATUS = "
035019             WS-BILLCLOS-STATUS
035020         MOVE "Y" TO WS-NO-RATES-SW
035021         GO TO 1400-EXIT
035022     END-IF.
035023
035024     MOVE WS-BILL-MONTH TO BC-BILL-MONTH.
035025     READ BILL-CLOSE-FILE
035026         INVALID KEY
035027             CONTINUE
035028         NOT INVALID KEY
035029             MOVE "Y"              TO WS-REPRINT-SW
035030             MOVE BC-CLOSE-DATE    TO WS-CLOSED-DATE
035031             MOVE BC-OPERATOR-ID   TO WS-CLOSED-BY
035032             MOVE BC-REQUEST-COUNT TO WS-FROZEN-COUNT
035033             MOVE BC-AMOUNT        TO WS-FROZEN-AMOUNT
035034             MOVE BC-ADJ-COUNT     TO WS-FROZEN-ADJ-COUNT
035035             MOVE BC-ADJ-AMOUNT    TO WS-FROZEN-ADJ-AMOUNT
035036     END-READ.
035037
035038     CLOSE BILL-CLOSE-FILE.
035039 1400-EXIT.
035040     EXIT.
035041
035042******************************************************************
035043*    1500-OPEN-ADJUSTMENTS -- AN OPEN MONTH OPENS BILLADJ I-O SO
035044*                 IT CAN STAMP THE HELD ROWS IT BILLS; A REPRINT
035045*                 ONLY READS IT.  NO BILLADJ YET MEANS NOTHING
035046*                 HAS EVER BEEN HELD.  ANY OTHER FAILURE LEAVES
035047*                 THE HELD ROWS UNBILLED FOR A LATER RUN AND
035048*                 FLAGS THE RETURN CODE.
035049******************************************************************
035050 1500-OPEN-ADJUSTMENTS.
035051     IF REPRINT-RUN
035052         OPEN INPUT BILL-ADJUSTMENT-FILE
035053     ELSE
035054         OPEN I-O BILL-ADJUSTMENT-FILE
035055     END-IF.
035056
035057     IF WS-BILLADJ-STATUS = "00"
035058         MOVE "Y" TO WS-BILLADJ-OPEN-SW
035059         GO TO 1500-EXIT
035060     END-IF.
035061     IF WS-BILLADJ-STATUS NOT = "35"
035062         DISPLAY "CHARGBIL: CANNOT OPEN BILLADJ, STATUS = "
035063             WS-BILLADJ-STATUS " -- ADJUSTMENTS NOT BILLED."
035064         MOVE "Y" TO WS-ADJ-TROUBLE-SW
035065     END-IF.
035066 1500-EXIT.
035067     EXIT.
035100
035200******************************************************************
035300*    2000-PROCESS-LEDGER -- ROLL ONE LEDGER ROW INTO ITS
041800     END-IF.
041900 2250-EXIT.
042000     EXIT.
042002
042004******************************************************************
042006*    2500-PROCESS-ADJUSTMENTS -- SWEEP BILLADJ FOR THE CHARGES
042008*                 MATH HELD BECAUSE THEIR MONTH WAS ALREADY
042010*                 CLOSED.  AN OPEN-MONTH RUN TAKES EVERY
042012*                 UNBILLED ROW FROM AN EARLIER MONTH AND EVERY
042014*                 ROW ALREADY STAMPED WITH THIS MONTH (A RE-RUN
042016*                 BEFORE CLOSE BILLS THE SAME ROWS AGAIN, NOT
042018*                 FEWER).  A REPRINT TAKES ONLY THE ROWS STAMPED
042020*                 WITH THIS MONTH.
042022******************************************************************
042024 2500-PROCESS-ADJUSTMENTS.
042026     IF NOT BILLADJ-OPEN
042028         GO TO 2500-EXIT
042030     END-IF.
042032
042034     MOVE "N" TO WS-ADJ-EOF-SW.
042036     MOVE 0   TO AJ-CALC-DATE.
042038     MOVE 0   TO AJ-SEQ-NO.
042040     START BILL-ADJUSTMENT-FILE KEY NOT < AJ-KEY
042042         INVALID KEY
042044             MOVE "Y" TO WS-ADJ-EOF-SW
042046     END-START.
042048
042050     PERFORM 2550-ADJUST-ONE-ROW THRU 2550-EXIT
042052         UNTIL END-OF-ADJUSTMENTS.
042054 2500-EXIT.
042056     EXIT.
042100
042101******************************************************************
042102*    2550-ADJUST-ONE-ROW -- BUCKET ONE HELD ROW BY DEPARTMENT,
042103*                 REQUEST TYPE AND ORIGINAL MONTH.  A NEWLY
042104*                 TAKEN ROW IS STAMPED ONLY ONCE IT HAS A
042105*                 BUCKET, SO A FULL TABLE LEAVES IT UNBILLED FOR
042106*                 THE NEXT RUN INSTEAD OF STAMPED BUT NEVER
042107*                 EXTRACTED.
042108******************************************************************
042109 2550-ADJUST-ONE-ROW.
042110     READ BILL-ADJUSTMENT-FILE NEXT RECORD
042111         AT END
042112             MOVE "Y" TO WS-ADJ-EOF-SW
042113     END-READ.
042114     IF END-OF-ADJUSTMENTS
042115         GO TO 2550-EXIT
042116     END-IF.
042117
042118     COMPUTE WS-ADJ-MONTH = AJ-CALC-DATE / 100.
042119     IF AJ-BILL-MONTH NOT = WS-BILL-MONTH
042120         IF REPRINT-RUN
042121             OR NOT AJ-UNBILLED
042122             OR WS-ADJ-MONTH NOT < WS-BILL-MONTH
042123             GO TO 2550-EXIT
042124         END-IF
042125     END-IF.
042126
042127     MOVE 0 TO WS-AA-MATCH-SUB.
042128     PERFORM 2560-FIND-ADJUSTMENT-ENTRY THRU 2560-EXIT
042129         VARYING WS-AA-SUB FROM 1 BY 1
042130         UNTIL WS-AA-SUB > WS-AA-ENTRIES.
042131
042132     IF WS-AA-MATCH-SUB = 0
042133         IF WS-AA-ENTRIES < 40
042134             ADD 1 TO WS-AA-ENTRIES
042135             MOVE WS-AA-ENTRIES TO WS-AA-MATCH-SUB
042136             MOVE AJ-DEPARTMENT
042137                 TO WS-AA-DEPARTMENT (WS-AA-ENTRIES)
042138             MOVE AJ-REQUEST-TYPE
042139                 TO WS-AA-REQUEST-TYPE (WS-AA-ENTRIES)
042140             MOVE WS-ADJ-MONTH
042141                 TO WS-AA-ORIG-MONTH (WS-AA-ENTRIES)
042142             MOVE 0 TO WS-AA-COUNT (WS-AA-ENTRIES)
042143         ELSE
042144             DISPLAY "CHARGBIL: ADJUSTMENT TABLE FULL -- "
042145                 AJ-TRACE-ID " LEFT FOR A LATER RUN."
042146             MOVE "Y" TO WS-ADJ-TROUBLE-SW
042147             GO TO 2550-EXIT
042148         END-IF
042149     END-IF.
042150
042151     IF AJ-UNBILLED
042152         MOVE WS-BILL-MONTH TO AJ-BILL-MONTH
042153         REWRITE BILL-ADJUSTMENT-RECORD
042154             INVALID KEY
042155                 DISPLAY "CHARGBIL: BILLADJ REWRITE FAILED, "
042156                     "STATUS = " WS-BILLADJ-STATUS
042157                 MOVE "Y" TO WS-ADJ-TROUBLE-SW
042158                 GO TO 2550-EXIT
042159         END-REWRITE
042160     END-IF.
042161
042162     ADD 1 TO WS-AA-COUNT (WS-AA-MATCH-SUB).
042163     ADD 1 TO WS-ADJ-ROW-COUNT.
042164 2550-EXIT.
042165     EXIT.
042166
042167 2560-FIND-ADJUSTMENT-ENTRY.
042168     IF WS-AA-DEPARTMENT (WS-AA-SUB) = AJ-DEPARTMENT
042169         AND WS-AA-REQUEST-TYPE (WS-AA-SUB) = AJ-REQUEST-TYPE
042170         AND WS-AA-ORIG-MONTH (WS-AA-SUB) = WS-ADJ-MONTH
042171         MOVE WS-AA-SUB TO WS-AA-MATCH-SUB
042172     END-IF.
042173 2560-EXIT.
042174     EXIT.
042175
042200 2900-READ-LEDGER.
042300     READ CHARGE-LEDGER-FILE NEXT RECORD
042400         AT END
042900
043000******************************************************************
043100*    3000-TERMINATE -- WRITE ONE INVOICE SECTION PER DEPARTMENT,
043200*                 THE GRAND TOTAL, AND CLOSE UP.  THE
043220*                 PRIOR-PERIOD ADJUSTMENTS COME AFTER THE
043240*                 DEPARTMENT SECTIONS AND ARE IN THE GRAND
043260*                 TOTAL; A REPRINT IS PROVED AGAINST THE TOTALS
043280*                 FROZEN AT CLOSE BEFORE THEY ARE ADDED IN.
043300******************************************************************
043400 3000-TERMINATE.
043500     IF NO-RATES-LOADED
044000         VARYING WS-BD-SUB FROM 1 BY 1
044100         UNTIL WS-BD-SUB > WS-BD-ENTRIES.
044200
044210     IF WS-AA-ENTRIES > 0
044220         PERFORM 3300-BILL-ADJUSTMENTS THRU 3300-EXIT
044230     END-IF.
044240     IF REPRINT-RUN
044250         PERFORM 3400-CHECK-FROZEN-TOTALS THRU 3400-EXIT
044260     END-IF.
044270     ADD WS-ADJ-AMOUNT TO WS-GRAND-AMOUNT.
044280
044300     MOVE SPACES TO BILLING-REPORT-RECORD.
044400     WRITE BILLING-REPORT-RECORD.
044500     MOVE WS-GRAND-AMOUNT TO GT-AMOUNT.
044700
044800     CLOSE CHARGE-LEDGER-FILE.
044900     CLOSE BILLING-REPORT-FILE.
044950     IF NOT REPRINT-RUN
045000         CLOSE BILLING-EXTRACT-FILE
045020     END-IF.
045040     IF BILLADJ-OPEN
045060         CLOSE BILL-ADJUSTMENT-FILE
045080     END-IF.
045100
045200 3000-EXIT.
045300     EXIT.
052400     MOVE WS-BA-REQUEST-TYPE (WS-BA-SUB) TO BX-REQUEST-TYPE.
052500     MOVE WS-BA-COUNT (WS-BA-SUB)        TO BX-REQUEST-COUNT.
052600     MOVE WS-LINE-AMOUNT                 TO BX-AMOUNT.
052625     MOVE "C"                            TO BX-ENTRY-TYPE.
052650     MOVE WS-BILL-MONTH                  TO BX-ORIG-MONTH.
052675     IF NOT REPRINT-RUN
052700         WRITE BILLING-EXTRACT-RECORD
052750     END-IF.
052800
052900     ADD WS-LINE-AMOUNT TO WS-DEPT-AMOUNT.
053000 3200-EXIT.
053100     EXIT.
053101
053102******************************************************************
053103*    3300-BILL-ADJUSTMENTS -- THE PRIOR-PERIOD ADJUSTMENT
053104*                 SECTION: ONE PRICED LINE PER DEPARTMENT,
053105*                 ORIGINAL MONTH AND REQUEST TYPE AT TODAY'S
053106*                 RATECARD RATE, EACH LANDING AN "A" EXTRACT
053107*                 LINE THAT CARRIES THE ORIGINAL MONTH, SO
053108*                 ACCOUNTING CAN TELL IT FROM THE MONTH'S OWN
053109*                 ACTIVITY.
053110******************************************************************
053111 3300-BILL-ADJUSTMENTS.
053112     MOVE SPACES TO BILLING-REPORT-RECORD.
053113     WRITE BILLING-REPORT-RECORD.
053114     WRITE BILLING-REPORT-RECORD FROM WS-ADJ-HEADER-LINE.
053115     WRITE BILLING-REPORT-RECORD FROM WS-ADJ-COLUMN-LINE.
053116
053117     PERFORM 3350-BILL-ONE-ADJUSTMENT THRU 3350-EXIT
053118         VARYING WS-AA-SUB FROM 1 BY 1
053119         UNTIL WS-AA-SUB > WS-AA-ENTRIES.
053120
053121     MOVE WS-ADJ-AMOUNT TO AT-AMOUNT.
053122     WRITE BILLING-REPORT-RECORD FROM WS-ADJ-TOTAL-LINE.
053123 3300-EXIT.
053124     EXIT.
053125
053126 3350-BILL-ONE-ADJUSTMENT.
053127     MOVE WS-AA-REQUEST-TYPE (WS-AA-SUB)
053128         TO WS-LOOKUP-REQUEST-TYPE.
053129     PERFORM 3600-FIND-RATE THRU 3600-EXIT.
053130
053131     MOVE SPACES TO WS-ADJ-DETAIL-LINE.
053132     MOVE WS-AA-DEPARTMENT (WS-AA-SUB)   TO AD-DEPARTMENT.
053133     MOVE WS-AA-ORIG-MONTH (WS-AA-SUB)   TO AD-ORIG-MONTH.
053134     MOVE WS-AA-REQUEST-TYPE (WS-AA-SUB) TO AD-REQUEST-TYPE.
053135     MOVE WS-AA-COUNT (WS-AA-SUB)        TO AD-COUNT.
053136
053137     IF WS-RT-MATCH-SUB > 0
053138         COMPUTE WS-LINE-AMOUNT =
053139             WS-AA-COUNT (WS-AA-SUB)
053140             * WS-RT-RATE (WS-RT-MATCH-SUB)
053141         MOVE WS-RT-RATE (WS-RT-MATCH-SUB) TO AD-RATE
053142         MOVE WS-RT-RATE (WS-RT-MATCH-SUB) TO BX-RATE
053143     ELSE
053144         MOVE 0         TO WS-LINE-AMOUNT
053145         MOVE 0         TO AD-RATE
053146         MOVE 0         TO BX-RATE
053147         MOVE "NO RATE" TO AD-FLAG
053148         MOVE "Y"       TO WS-RATE-MISSING-SW
053149     END-IF.
053150
053151     MOVE WS-LINE-AMOUNT TO AD-AMOUNT.
053152     WRITE BILLING-REPORT-RECORD FROM WS-ADJ-DETAIL-LINE.
053153
053154     MOVE WS-BILL-MONTH                  TO BX-BILL-MONTH.
053155     MOVE WS-AA-DEPARTMENT (WS-AA-SUB)   TO BX-DEPARTMENT.
053156     MOVE WS-AA-REQUEST-TYPE (WS-AA-SUB) TO BX-REQUEST-TYPE.
053157     MOVE WS-AA-COUNT (WS-AA-SUB)        TO BX-REQUEST-COUNT.
053158     MOVE WS-LINE-AMOUNT                 TO BX-AMOUNT.
053159     MOVE "A"                            TO BX-ENTRY-TYPE.
053160     MOVE WS-AA-ORIG-MONTH (WS-AA-SUB)   TO BX-ORIG-MONTH.
053161     IF NOT REPRINT-RUN
053162         WRITE BILLING-EXTRACT-RECORD
053163     END-IF.
053164
053165     ADD WS-LINE-AMOUNT TO WS-ADJ-AMOUNT.
053166 3350-EXIT.
053167     EXIT.
053168
053169******************************************************************
053170*    3400-CHECK-FROZEN-TOTALS -- A REPRINT MUST SHOW WHAT
053171*                 ACCOUNTING LOADED.  PRINT THE TOTALS MONCLOSE
053172*                 FROZE AND SAY WHETHER THE RECOMPUTED MONTH
053173*                 STILL AGREES -- A RATECARD CHANGE OR A LEDGER
053174*                 RESTORE SINCE THE CLOSE SHOWS UP HERE.
053175******************************************************************
053176 3400-CHECK-FROZEN-TOTALS.
053177     MOVE SPACES TO BILLING-REPORT-RECORD.
053178     WRITE BILLING-REPORT-RECORD.
053179     MOVE WS-FROZEN-COUNT      TO FZ-COUNT.
053180     MOVE WS-FROZEN-AMOUNT     TO FZ-AMOUNT.
053181     MOVE WS-FROZEN-ADJ-COUNT  TO FZ-ADJ-COUNT.
053182     MOVE WS-FROZEN-ADJ-AMOUNT TO FZ-ADJ-AMOUNT.
053183     WRITE BILLING-REPORT-RECORD FROM WS-FROZEN-LINE.
053184
053185     IF WS-MONTH-COUNT   NOT = WS-FROZEN-COUNT
053186         OR WS-GRAND-AMOUNT  NOT = WS-FROZEN-AMOUNT
053187         OR WS-ADJ-ROW-COUNT NOT = WS-FROZEN-ADJ-COUNT
053188         OR WS-ADJ-AMOUNT    NOT = WS-FROZEN-ADJ-AMOUNT
053189         MOVE "Y" TO WS-FROZEN-DIFF-SW
053190         WRITE BILLING-REPORT-RECORD FROM WS-FROZEN-DIFFER-LINE
053191     ELSE
053192         WRITE BILLING-REPORT-RECORD FROM WS-FROZEN-AGREE-LINE
053193     END-IF.
053194 3400-EXIT.
053195     EXIT.
053200
053300 3500-FIND-DEPT-NAME.
053400     MOVE 0      TO WS-DM-MATCH-SUB.
056900*    3900-WRAP-UP -- STAMP THE JOB END AND SET THE RETURN CODE.
057000*                 0004 FLAGS A REQUEST TYPE BILLED WITHOUT A
057100*                 RATE; 0016 MEANS THE RUN NEVER HAD A USABLE
057200*                 RATE CARD OR BILLING MONTH.  A REPRINT THAT
057225*                 NO LONGER AGREES WITH THE TOTALS FROZEN AT
057250*                 CLOSE, OR HELD ADJUSTMENTS THAT COULD NOT BE
057275*                 BILLED, ALSO GIVE 0004.
057300******************************************************************
057400 3900-WRAP-UP.
057500     MOVE "STAMP"    TO CLK-FUNCTION.
058000     DISPLAY "CHARGBIL: " WS-MONTH-COUNT
058100         " LEDGER ROW(S) BILLED FOR " WS-BILL-MONTH ", "
058200         "GRAND TOTAL = " WS-GRAND-AMOUNT ".".
058210     IF WS-ADJ-ROW-COUNT > 0
058220         DISPLAY "CHARGBIL: " WS-ADJ-ROW-COUNT
058230             " PRIOR-PERIOD ADJUSTMENT ROW(S) INCLUDED."
058240     END-IF.
058250     IF REPRINT-RUN
058260         DISPLAY "CHARGBIL: MONTH " WS-BILL-MONTH
058270             " IS CLOSED -- REPRINT ONLY, NO BILLEXT WRITTEN."
058280     END-IF.
058300
058400     IF NO-RATES-LOADED
058500         MOVE 0016 TO RETURN-CODE
058600     ELSE
058700         IF ANY-RATE-MISSING OR ADJUSTMENT-TROUBLE
058750             OR FROZEN-TOTALS-DIFFER
058800             MOVE 0004 TO RETURN-CODE
058900         ELSE
059000             MOVE 0000 TO RETURN-CODE
