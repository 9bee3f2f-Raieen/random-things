003213*                     CHARGBIL BILLED TWICE.  THE WRITE NOW
003214*                     REWRITES ON A DUPLICATE KEY LIKE EVERY
003215*                     OTHER KEYED OUTPUT.
003216*    10/17/18   JRP   EVERY DETAIL CARD, VALID OR REJECTED, NOW
003217*                     LANDS ONE RECORD IN ITS DEPARTMENT'S DEPTRET
003218*                     RETURN FILE, CLOSED BY A "TRL" COUNT RECORD.
003219*    10/23/18   JRP   EACH VALID CARD IS PRICED FROM RATECARD INTO
003220*                     ITS DEPARTMENT'S MONTH-TO-DATE CHARGE.  80%
003221*                     AND 100% OF THE DEPTBUDG BUDGET WARN ERRLOG.
003222*    10/25/18   JRP   NEW COST REQUEST TYPE -- NET AREA GROSSED UP
003223*                     BY MATLMAST WASTE AND PRICED, POSTED TO THE
003224*                     NEW COSTLED LEDGER.  BYPASSES MATHHIST.
003225*    11/08/18   JRP   A CHARGE IN A MONTH CLOSED ON BILLCLOS IS
003226*                     HELD ON BILLADJ FOR CHARGBIL, NOT CHARGLED.
003227*    11/16/18   JRP   THE PARMFILE HISTSAMP PERCENTAGE OF MATHHIST
003228*                     HITS IS RECOMPUTED AND LOGGED TO HISTSAMP.
003229*                     A MISMATCH IS ERRLOGGED AND FLAGGED SUSPECT.
003230*    11/20/18   JRP   A REJECT OPENS (OR RE-REJECTS) ITS OPENREJ
003231*                     ENTRY; A CLEAN RESUBMISSION CLOSES IT.
003232*    11/26/18   JRP   RERUN= AND REBATCH= IDS ARE CHECKED ON
003233*                     OPERAUTH BY OPERCHK; A REFUSED ID IS LOGGED.
003234*                     BATCHREG FLAGS ONLY A FORCED REPROCESS.
003235*    11/27/18   JRP   COST ADDED TO THE 2100 REQUEST-TYPE CHECK.
003236*                     MATHEDIT'S MATHREJ CARDS ARE RETURNED TO
003237*                     THEIR DEPARTMENTS, THE RETURN TRL CARRIES
003238*                     THE SUBMITTED COUNT, 2195 IS NOW OPENRJPR.
003239******************************************************************
003240 IDENTIFICATION DIVISION.
003270 PROGRAM-ID. MATH.
003300 ENVIRONMENT DIVISION.
003600     SELECT MATH-TRANSACTION-FILE ASSIGN TO "MATHTRAN"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-MATHTRAN-STATUS.
003820
003840     SELECT EDIT-REJECT-FILE ASSIGN TO "MATHREJ"
003860         ORGANIZATION IS LINE SEQUENTIAL
003880         FILE STATUS IS WS-MATHREJ-STATUS.
003900
004000     SELECT MATH-REPORT-FILE ASSIGN TO DYNAMIC WS-MATHRPT-NAME
004100         ORGANIZATION IS LINE SEQUENTIAL
005330         ACCESS MODE IS DYNAMIC
005340         RECORD KEY IS CG-KEY
005350         FILE STATUS IS WS-CHARGLED-STATUS.
005351
005352     SELECT BILL-CLOSE-FILE ASSIGN TO "BILLCLOS"
005353         ORGANIZATION IS INDEXED
005354         ACCESS MODE IS DYNAMIC
005355         RECORD KEY IS BC-BILL-MONTH
005356         FILE STATUS IS WS-BILLCLOS-STATUS.
005357
005358     SELECT BILL-ADJUSTMENT-FILE ASSIGN TO "BILLADJ"
005359         ORGANIZATION IS INDEXED
005360         ACCESS MODE IS DYNAMIC
005361         RECORD KEY IS AJ-KEY
005362         FILE STATUS IS WS-BILLADJ-STATUS.
005370
005377     SELECT DEPT-RETURN-FILE ASSIGN TO DYNAMIC WS-DEPTRET-NAME
005384         ORGANIZATION IS LINE SEQUENTIAL
005391         FILE STATUS IS WS-DEPTRET-STATUS.
005398
005400     SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-PARMFILE-STATUS.
005620     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
005630         ORGANIZATION IS LINE SEQUENTIAL
005640         FILE STATUS IS WS-DEPTMAST-STATUS.
005645
005650     SELECT RATE-CARD-FILE ASSIGN TO "RATECARD"
005655         ORGANIZATION IS LINE SEQUENTIAL
005660         FILE STATUS IS WS-RATECARD-STATUS.
005665
005670     SELECT DEPT-BUDGET-FILE ASSIGN TO "DEPTBUDG"
005675         ORGANIZATION IS LINE SEQUENTIAL
005680         FILE STATUS IS WS-DEPTBUDG-STATUS.
005681     SELECT MATERIAL-MASTER-FILE ASSIGN TO "MATLMAST"
005682         ORGANIZATION IS INDEXED
005683         ACCESS MODE IS DYNAMIC
005684         RECORD KEY IS ML-MATERIAL-CODE
005685         FILE STATUS IS WS-MATLMAST-STATUS.
005686
005687     SELECT COST-LEDGER-FILE ASSIGN TO "COSTLED"
005688         ORGANIZATION IS INDEXED
005689         ACCESS MODE IS DYNAMIC
005690         RECORD KEY IS CL-KEY
005691         FILE STATUS IS WS-COSTLED-STATUS.
005692
005693     SELECT OPEN-REJECT-FILE ASSIGN TO "OPENREJ"
005694         ORGANIZATION IS INDEXED
005695         ACCESS MODE IS DYNAMIC
005696         RECORD KEY IS OR-TRACE-ID
005697         FILE STATUS IS WS-OPENREJ-STATUS.
005700
005800     SELECT CALC-RESULTS-FILE ASSIGN TO "CALCRES"
005900         ORGANIZATION IS INDEXED
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-ERRLOG-STATUS.
006700
006720     SELECT HIST-SAMPLE-FILE ASSIGN TO "HISTSAMP"
006740         ORGANIZATION IS LINE SEQUENTIAL
006760         FILE STATUS IS WS-HISTSAMP-STATUS.
006780
006800     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-AUDITLOG-STATUS.
007400     LABEL RECORD IS STANDARD.
007500 COPY MATHTRAN.
007600
007610 FD  EDIT-REJECT-FILE
007620     LABEL RECORD IS STANDARD.
007630 01  EDIT-REJECT-RECORD          PIC X(53).
007640 01  EDIT-REJECT-CONTROL-RECORD.
007650     05  ER-RECORD-TYPE          PIC X(06).
007660     05  ER-BATCH-DATE           PIC 9(08).
007670     05  ER-BATCH-ID             PIC X(08).
007680
007700 FD  MATH-REPORT-FILE
007800     LABEL RECORD IS STANDARD.
007900 01  MATH-REPORT-RECORD          PIC X(80).
008710 FD  CHARGE-LEDGER-FILE.
008730 COPY CHARGLED.
008740
008745 FD  BILL-CLOSE-FILE.
008750 COPY BILLCLOS.
008755
008760 FD  BILL-ADJUSTMENT-FILE.
008765 COPY BILLADJ.
008770
008800 FD  PARAMETER-FILE
008900     LABEL RECORD IS STANDARD.
009000 COPY PARMREC.
009020 FD  DEPT-MASTER-FILE
009030     LABEL RECORD IS STANDARD.
009040 COPY DEPTMAST.
009045
009050 FD  RATE-CARD-FILE
009055     LABEL RECORD IS STANDARD.
009060 COPY RATECARD.
009065
009070 FD  DEPT-BUDGET-FILE
009075     LABEL RECORD IS STANDARD.
009080 COPY DEPTBUDG.
009082 FD  MATERIAL-MASTER-FILE.
009084 COPY MATLMAST.
009086
009088 FD  COST-LEDGER-FILE.
009090 COPY COSTLED.
009092
009094 FD  OPEN-REJECT-FILE.
009096 COPY OPENREJ.
009100
009200 FD  CALC-RESULTS-FILE.
009300 COPY CALCRES.
009600     LABEL RECORD IS STANDARD.
009700 COPY ERRLOGRC.
009800
009820 FD  HIST-SAMPLE-FILE
009840     LABEL RECORD IS STANDARD.
009860 COPY HISTSAMP.
009880
009900 FD  AUDIT-LOG-FILE
010000     LABEL RECORD IS STANDARD.
010100 COPY AUDITREC.
010180
010190 FD  BATCH-REGISTRY-FILE.
010191 COPY BATCHREG.
010193
010195 FD  DEPT-RETURN-FILE
010197     LABEL RECORD IS STANDARD.
010199 COPY DEPTRET.
010200
010300 WORKING-STORAGE SECTION.
010400 01  WS-MATHTRAN-STATUS          PIC X(02) VALUE "00".
011140 01  WS-CHARGLED-STATUS          PIC X(02) VALUE "00".
011150 01  WS-AMORLED-STATUS           PIC X(02) VALUE "00".
011160 01  WS-BATCHREG-STATUS          PIC X(02) VALUE "00".
011190 01  WS-DEPTRET-STATUS           PIC X(02) VALUE "00".
011191 01  WS-RATECARD-STATUS          PIC X(02) VALUE "00".
011192 01  WS-DEPTBUDG-STATUS          PIC X(02) VALUE "00".
011193 01  WS-MATLMAST-STATUS          PIC X(02) VALUE "00".
011194 01  WS-COSTLED-STATUS           PIC X(02) VALUE "00".
011195 01  WS-OPENREJ-STATUS           PIC X(02) VALUE "00".
011196 01  WS-BILLCLOS-STATUS          PIC X(02) VALUE "00".
011197 01  WS-BILLADJ-STATUS           PIC X(02) VALUE "00".
011198 01  WS-HISTSAMP-STATUS          PIC X(02) VALUE "00".
011199 01  WS-MATHREJ-STATUS           PIC X(02) VALUE "00".
011200
011300 01  WS-SWITCHES.
011400     05  WS-EOF-SW               PIC X(01) VALUE "N".
012303 01  WS-LOOKUP-DEPARTMENT        PIC X(04) VALUE SPACES.
012304 01  WS-FOUND-DEPT-NAME          PIC X(24) VALUE SPACES.
012305
012307*    ONE ENTRY PER DEPARTMENT THAT HAS A RETURN FILE OPEN THIS
012309*    RUN -- THE CARD COUNTS FEED EACH FILE'S "TRL" RECORD.
012311 01  WS-RET-TABLE.
012313     05  WS-RET-ENTRY OCCURS 20 TIMES.
012315         10  WS-RT-DEPARTMENT    PIC X(04).
012317         10  WS-RT-CARD-COUNT    PIC 9(06).
012319         10  WS-RT-COMPUTED      PIC 9(06).
012321         10  WS-RT-HISTORY       PIC 9(06).
012323         10  WS-RT-REJECTED      PIC 9(06).
012325 01  WS-RET-ENTRIES              PIC 9(02) VALUE 0.
012327 01  WS-RET-SUB                  PIC 9(02) VALUE 0.
012329 01  WS-RET-MATCH-SUB            PIC 9(02) VALUE 0.
012331 01  WS-RET-DEPARTMENT           PIC X(04) VALUE SPACES.
012333 01  WS-RET-OPEN-DEPARTMENT      PIC X(04) VALUE SPACES.
012335 01  WS-DEPTRET-NAME             PIC X(24) VALUE SPACES.
012337 01  WS-REJECT-REASON            PIC X(53) VALUE SPACES.
012339 01  WS-EDIT-REJECT-COUNT        PIC 9(06) VALUE 0.
012341 01  WS-SUBMITTED-COUNT          PIC 9(06) VALUE 0.
012343 01  WS-HELD-TRANSACTION         PIC X(53) VALUE SPACES.
012345
012350 01  WS-MATH-PI                  PIC 9(1)V9(5) VALUE 3.14159.
012351
012352*    RATECARD RATES, AND ONE BUDGET ENTRY PER DEPTBUDG ROW
012353*    WITH ITS RUNNING MONTH-TO-DATE CHARGE.  WS-BG-MTD-BEFORE
012354*    HOLDS THE CHARGE AS IT STOOD BEFORE THE CURRENT CARD SO A
012355*    THRESHOLD IS WARNED ONLY ON THE CARD THAT CROSSES IT.
012356 01  WS-RATE-TABLE.
012357     05  WS-RC-ENTRY OCCURS 10 TIMES.
012358         10  WS-RC-REQUEST-TYPE  PIC X(06).
012359         10  WS-RC-RATE          PIC 9(05)V99.
012360 01  WS-RC-ENTRIES               PIC 9(02) VALUE 0.
012361 01  WS-RC-SUB                   PIC 9(02) VALUE 0.
012362 01  WS-RC-MATCH-SUB             PIC 9(02) VALUE 0.
012363 01  WS-LOOKUP-REQUEST-TYPE      PIC X(06) VALUE SPACES.
012364 01  WS-BUDGET-TABLE.
012365     05  WS-BG-ENTRY OCCURS 20 TIMES.
012366         10  WS-BG-DEPARTMENT    PIC X(04).
012367         10  WS-BG-BUDGET        PIC 9(07)V99.
012368         10  WS-BG-MTD           PIC 9(09)V99.
012369 01  WS-BG-ENTRIES               PIC 9(02) VALUE 0.
012370 01  WS-BG-SUB                   PIC 9(02) VALUE 0.
012371 01  WS-BG-MATCH-SUB             PIC 9(02) VALUE 0.
012372 01  WS-BG-MTD-BEFORE            PIC 9(09)V99 VALUE 0.
012373 01  WS-BG-THRESHOLD             PIC 9(09)V99 VALUE 0.
012374 01  WS-CHARGE-AMOUNT            PIC 9(05)V99 VALUE 0.
012375 01  WS-MTD-FROM-DATE            PIC 9(08) VALUE 0.
012376 01  WS-MTD-EOF-SW               PIC X(01) VALUE "N".
012377     88  END-OF-MTD-SCAN         VALUE "Y".
012379 01  WS-MTD-LANDED-SEQ-NO        PIC 9(06) VALUE 0.
012381 01  WS-BUDGET-WARN-VALUE.
012383     05  BW-DEPARTMENT           PIC X(04).
012385     05  FILLER                  PIC X(05) VALUE " MTD ".
012387     05  BW-MTD                  PIC Z(8)9.99.
012389     05  FILLER                  PIC X(04) VALUE " OF ".
012391     05  BW-BUDGET               PIC Z(6)9.99.
012400
012500 01  WS-RESULT-VALUE             PIC 9(09)V9(4) VALUE 0.
012600 01  WS-MOD2                     PIC 9(01).
012693 01  WS-NEXT-SEQ-NO              PIC 9(06) VALUE 0.
012695 01  WS-HISTORY-HIT-COUNT        PIC 9(06) VALUE 0.
012696 01  WS-COMPUTED-COUNT           PIC 9(06) VALUE 0.
012706*    COST REQUEST WORK AREAS -- THE MATERIAL'S PRICE AND WASTE
012716*    ALLOWANCE AS 2180 FOUND THEM, AND THE PRICED-OUT FIGURES.
012726 01  WS-MATLMAST-OPEN-SW         PIC X(01) VALUE "N".
012736     88  MATLMAST-OPEN           VALUE "Y".
012746 01  WS-COST-UNIT-PRICE          PIC 9(05)V99 VALUE 0.
012756 01  WS-COST-WASTE-PCT           PIC 9(03)V99 VALUE 0.
012766 01  WS-COST-AREA                PIC 9(09)V9(4) VALUE 0.
012776 01  WS-COST-QUANTITY            PIC 9(09)V9(4) VALUE 0.
012777 01  WS-COST-EXTENDED            PIC 9(09)V99 VALUE 0.
012778
012779*    SET AT START-UP WHEN THE RUN DATE'S BILLING MONTH IS ALREADY
012780*    CLOSED ON BILLCLOS -- TONIGHT'S CHARGES ARE HELD ON BILLADJ.
012781 01  WS-MONTH-CLOSED-SW          PIC X(01) VALUE "N".
012782     88  CHARGE-MONTH-CLOSED     VALUE "Y".
012783 01  WS-CLOSED-MONTH             PIC 9(06) VALUE 0.
012784 01  WS-HELD-CHARGE-VALUE        PIC X(38) VALUE SPACES.
012785
012786*    OPENREJ TRACKING -- THE NIGHT'S NEWLY OPENED, RE-REJECTED
012787*    AND CLOSED-BY-RESUBMISSION COUNTS.
012788 01  WS-OPENREJ-OPEN-SW          PIC X(01) VALUE "N".
012789     88  OPENREJ-OPEN            VALUE "Y".
012790 01  WS-OPENREJ-ADDED            PIC 9(06) VALUE 0.
012791 01  WS-OPENREJ-REREJECTED       PIC 9(06) VALUE 0.
012792 01  WS-OPENREJ-CLOSED           PIC 9(06) VALUE 0.
012793 01  WS-OPENREJ-PROGRAM          PIC X(08) VALUE "MATH".
012800
012810 01  WS-CALCRES-COUNT            PIC 9(06) VALUE 0.
012820 01  WS-CALCRES-TOTAL            PIC S9(33)V9(5) VALUE 0.
012830
012832*    HISTORY SAMPLING -- THE HISTSAMP PERCENTAGE OF HITS TO
012834*    RECOMPUTE, THE RUNNING ACCUMULATOR THAT PICKS THEM, AND THE
012836*    NIGHT'S SAMPLED AND MISMATCH COUNTS.
012838 01  WS-HIST-SAMPLE-PCT          PIC 9(03) VALUE 5.
012840 01  WS-SAMPLE-ACCUM             PIC 9(03) VALUE 0.
012842 01  WS-HIST-SAMPLED-COUNT       PIC 9(06) VALUE 0.
012844 01  WS-HIST-MISMATCH-COUNT      PIC 9(06) VALUE 0.
012846 01  WS-STORED-VALUE             PIC 9(09)V9(4) VALUE 0.
012848 01  WS-HISTORY-SUSPECT-SW       PIC X(01) VALUE "N".
012850     88  HISTORY-SUSPECT         VALUE "Y".
012852 01  WS-SAMPLE-MISMATCH-VALUE.
012854     05  FILLER                  PIC X(05) VALUE "HIST ".
012856     05  SM-STORED-VALUE         PIC ZZZZZZZZ9.9999.
012858     05  FILLER                  PIC X(05) VALUE " NEW ".
012860     05  SM-FRESH-VALUE          PIC ZZZZZZZZ9.9999.
012862
012900 01  WS-SEQ-NO                   PIC 9(06) VALUE 0.
013000 01  WS-RUN-DATE                 PIC 9(08).
013100 01  WS-RUN-TIME                 PIC 9(06).
013300 01  WS-JOB-END-TIME             PIC 9(06).
013400
013500 COPY CLOCKLNK REPLACING CLOCK-LINKAGE BY WS-CLOCK-LINKAGE.
013550 COPY OPERLNK REPLACING OPER-LINKAGE BY WS-OPER-LINKAGE.
013600
013605 01  WS-COST-DETAIL-LINE.
013610     05  FILLER                  PIC X(11) VALUE "  MATERIAL ".
013615     05  WS-CD-MATERIAL-CODE     PIC X(08).
013620     05  FILLER                  PIC X(06) VALUE " AREA ".
013625     05  WS-CD-AREA              PIC ZZZZZZZ9.9999.
013630     05  FILLER                  PIC X(06) VALUE " +PCT ".
013635     05  WS-CD-WASTE-PCT         PIC ZZ9.99.
013640     05  FILLER                  PIC X(05) VALUE " QTY ".
013645     05  WS-CD-QUANTITY          PIC ZZZZZZZ9.9999.
013650     05  FILLER                  PIC X(03) VALUE " @ ".
013655     05  WS-CD-UNIT-PRICE        PIC ZZZZ9.99.
013700 01  WS-REPORT-LINE.
013800     05  WS-RL-REQUEST-TYPE      PIC X(08).
013900     05  WS-RL-SHAPE-TYPE        PIC X(12).
016670     END-IF.
016680
016690     PERFORM 1300-CHECK-RESTART THRU 1300-EXIT.
016691     IF REBATCH-OVERRIDE-GIVEN
016692         PERFORM 1235-VERIFY-REBATCH THRU 1235-EXIT
016693     END-IF.
016694     PERFORM 1500-LOAD-RATE-CARD THRU 1500-EXIT.
016695     PERFORM 1550-LOAD-DEPT-BUDGET THRU 1550-EXIT.
016700
016800     OPEN INPUT MATH-TRANSACTION-FILE.
016810     IF WS-MATHTRAN-STATUS NOT = "00"
018240         CLOSE CHARGE-LEDGER-FILE
018250         OPEN I-O CHARGE-LEDGER-FILE
018260     END-IF.
018265     PERFORM 1600-SEED-MONTH-TO-DATE THRU 1600-EXIT.
018266
018267*    A MONTH MONCLOSE HAS FROZEN TAKES NO MORE CHARGLED ROWS.
018268     COMPUTE WS-CLOSED-MONTH = WS-RUN-DATE / 100.
018269     OPEN INPUT BILL-CLOSE-FILE.
018270     IF WS-BILLCLOS-STATUS = "00"
018271         MOVE WS-CLOSED-MONTH TO BC-BILL-MONTH
018272         READ BILL-CLOSE-FILE
018273             NOT INVALID KEY
018274                 MOVE "Y" TO WS-MONTH-CLOSED-SW
018275         END-READ
018276         CLOSE BILL-CLOSE-FILE
018277     END-IF.
018280
018300     OPEN I-O CALC-RESULTS-FILE.
018400     IF WS-CALCRES-STATUS = "35"
018700         OPEN I-O CALC-RESULTS-FILE
018800     END-IF.
018900
018905     OPEN INPUT MATERIAL-MASTER-FILE.
018910     IF WS-MATLMAST-STATUS = "00"
018915         MOVE "Y" TO WS-MATLMAST-OPEN-SW
018920     ELSE
018925         DISPLAY "MATH: MATLMAST NOT AVAILABLE, STATUS = "
018930             WS-MATLMAST-STATUS " -- COST REQUESTS WILL REJECT."
018935     END-IF.
018940
018945     OPEN I-O COST-LEDGER-FILE.
018950     IF WS-COSTLED-STATUS = "35"
018955         OPEN OUTPUT COST-LEDGER-FILE
018960         CLOSE COST-LEDGER-FILE
018965         OPEN I-O COST-LEDGER-FILE
018970     END-IF.
018972
018974     OPEN I-O BILL-ADJUSTMENT-FILE.
018976     IF WS-BILLADJ-STATUS = "35"
018978         OPEN OUTPUT BILL-ADJUSTMENT-FILE
018980         CLOSE BILL-ADJUSTMENT-FILE
018982         OPEN I-O BILL-ADJUSTMENT-FILE
018984     END-IF.
018985
018986     OPEN I-O OPEN-REJECT-FILE.
018987     IF WS-OPENREJ-STATUS = "35"
018988         OPEN OUTPUT OPEN-REJECT-FILE
018989         CLOSE OPEN-REJECT-FILE
018990         OPEN I-O OPEN-REJECT-FILE
018991     END-IF.
018992     IF WS-OPENREJ-STATUS = "00"
018993         MOVE "Y" TO WS-OPENREJ-OPEN-SW
018994     ELSE
018995         DISPLAY "MATH: OPENREJ NOT AVAILABLE, STATUS = "
018996             WS-OPENREJ-STATUS " -- REJECTS WILL NOT BE TRACKED."
018997     END-IF.
019000     OPEN EXTEND ERROR-LOG-FILE.
019100     IF WS-ERRLOG-STATUS = "05" OR WS-ERRLOG-STATUS = "35"
019200         OPEN OUTPUT ERROR-LOG-FILE
019300     END-IF.
019302     OPEN EXTEND HIST-SAMPLE-FILE.
019304     IF WS-HISTSAMP-STATUS = "05" OR WS-HISTSAMP-STATUS = "35"
019306         OPEN OUTPUT HIST-SAMPLE-FILE
019308     END-IF.
019310
019320     IF MATHTRAN-OPEN-FAILED
019330         MOVE "MATH"         TO ERR-PROGRAM-ID
020050     IF NOT MATHTRAN-OPEN-FAILED
020060         PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
020065         PERFORM 1200-CHECK-BATCH-HEADER THRU 1200-EXIT
020066         IF NOT BATCH-CONTROL-FAILED AND NOT RESUMING-RUN
020067             PERFORM 1700-RETURN-EDIT-REJECTS THRU 1700-EXIT
020068         END-IF
020070     END-IF.
020100 1000-EXIT.
020200     EXIT.
020300
020301******************************************************************
020302*    1310-RESTORE-RETURN-AND-SAMPLE -- THE DEPTRET RETURN TABLE
020303*                 AND THE HISTSAMP SAMPLING COUNTS RIDE ON THE
020304*                 CHECKPOINT; A RESUMED RUN PICKS THEM UP HERE.
020305******************************************************************
020306 1310-RESTORE-RETURN-AND-SAMPLE.
020307     MOVE MC-RET-ENTRIES        TO WS-RET-ENTRIES.
020308     MOVE MC-RET-TABLE          TO WS-RET-TABLE.
020309     MOVE MC-HIST-SAMPLED       TO WS-HIST-SAMPLED-COUNT.
020310     MOVE MC-HIST-MISMATCHED    TO WS-HIST-MISMATCH-COUNT.
020311     MOVE MC-SAMPLE-ACCUM       TO WS-SAMPLE-ACCUM.
020312 1310-EXIT.
020313     EXIT.
020314
020315******************************************************************
020316*    1460-VERIFY-OVERRIDE -- A RERUN= ID MUST BE ON OPERAUTH,
020317*                 ACTIVE, AND GRANTED RERUNS.  A REFUSED ID IS
020318*                 DROPPED (THE RUN IS BLOCKED AS A PLAIN
020319*                 DUPLICATE) AND THE REFUSAL IS ERRLOGGED HERE.
020320******************************************************************
020321 1460-VERIFY-OVERRIDE.
020322     IF NOT RERUN-OVERRIDE-GIVEN
020323         GO TO 1460-EXIT
020324     END-IF.
020325
020326     MOVE WS-OVERRIDE-ID TO OPL-OPERATOR-ID.
020327     MOVE "RERUN"        TO OPL-FUNCTION.
020328     CALL "OPERCHK" USING WS-OPER-LINKAGE.
020329
020330     IF OPL-AUTHORIZED
020331         GO TO 1460-EXIT
020332     END-IF.
020333
020334     MOVE "N" TO WS-OVERRIDE-SW.
020335     DISPLAY "MATH: RERUN=" WS-OVERRIDE-ID " REFUSED -- "
020336         OPL-REFUSE-MESSAGE.
020337     OPEN EXTEND ERROR-LOG-FILE.
020338     IF WS-ERRLOG-STATUS = "05" OR WS-ERRLOG-STATUS = "35"
020339         OPEN OUTPUT ERROR-LOG-FILE
020340     END-IF.
020341     MOVE "MATH"             TO ERR-PROGRAM-ID.
020342     MOVE "RERUN="           TO ERR-FIELD-NAME.
020343     MOVE WS-OVERRIDE-ID     TO ERR-BAD-VALUE.
020344     MOVE OPL-REFUSE-MESSAGE TO ERR-MESSAGE.
020345     MOVE WS-RUN-DATE        TO ERR-RUN-DATE.
020346     MOVE WS-RUN-TIME        TO ERR-TIME.
020347     MOVE SPACES             TO ERR-TRACE-ID.
020348     WRITE ERR-LOG-RECORD.
020349     CLOSE ERROR-LOG-FILE.
020350 1460-EXIT.
020351     EXIT.
020352
020353******************************************************************
020354*    1500-LOAD-RATE-CARD -- LOAD THE RATECARD RATES CHARGBIL
020355*                 BILLS WITH, SO EACH VALID TRANSACTION CAN BE
020356*                 PRICED AS ITS CHARGLED ROW LANDS.  A MISSING
020357*                 RATE CARD PRICES EVERYTHING AT ZERO AND THE
020358*                 BUDGET WARNINGS SIMPLY NEVER FIRE.
020359******************************************************************
020360 1500-LOAD-RATE-CARD.
020361     OPEN INPUT RATE-CARD-FILE.
020362     IF WS-RATECARD-STATUS NOT = "00"
020363         DISPLAY "MATH: RATECARD NOT AVAILABLE, STATUS = "
020364             WS-RATECARD-STATUS " -- BUDGET TRACKING SKIPPED."
020365         GO TO 1500-EXIT
020366     END-IF.
020367
020368     PERFORM UNTIL WS-RATECARD-STATUS = "10"
020369         READ RATE-CARD-FILE
020370             AT END
020371                 MOVE "10" TO WS-RATECARD-STATUS
020372             NOT AT END
020373                 IF RT-REQUEST-TYPE NOT = SPACES
020374                     AND WS-RC-ENTRIES < 10
020375                     ADD 1 TO WS-RC-ENTRIES
020376                     MOVE RT-REQUEST-TYPE
020377                         TO WS-RC-REQUEST-TYPE (WS-RC-ENTRIES)
020378                     MOVE RT-RATE
020379                         TO WS-RC-RATE (WS-RC-ENTRIES)
020380                 END-IF
020381         END-READ
020382     END-PERFORM.
020383
020384     CLOSE RATE-CARD-FILE.
020385 1500-EXIT.
020386     EXIT.
020387
020400 1100-READ-PARMFILE.
020500     OPEN INPUT PARAMETER-FILE.
020600     IF WS-PARMFILE-STATUS NOT = "00"
021600                     COMPUTE WS-MATH-PI =
021700                         FUNCTION NUMVAL(PARM-VALUE)
021800                 END-IF
021820                 IF PARM-NAME = "HISTSAMP"
021840                     COMPUTE WS-HIST-SAMPLE-PCT =
021860                         FUNCTION NUMVAL(PARM-VALUE)
021880                 END-IF
021900         END-READ
022000     END-PERFORM.
022100
022200     CLOSE PARAMETER-FILE.
022225     IF WS-HIST-SAMPLE-PCT > 100
022250         MOVE 100 TO WS-HIST-SAMPLE-PCT
022275     END-IF.
022300 1100-EXIT.
022400     EXIT.
022401
022522 1200-EXIT.
022523     EXIT.
022524
022525******************************************************************
022526*    1235-VERIFY-REBATCH -- A REBATCH= ID MUST BE ON OPERAUTH,
022527*                 ACTIVE, AND GRANTED BATCH REPROCESSING.  A
022528*                 REFUSED ID IS DROPPED AND ERRLOGGED HERE; 1220
022529*                 DROPS IT TOO WHEN THE BATCH IS NOT A REPEAT, SO
022530*                 BATCHREG FLAGS ONLY A REPROCESS ACTUALLY FORCED.
022531******************************************************************
022532 1235-VERIFY-REBATCH.
022533     MOVE WS-REBATCH-ID TO OPL-OPERATOR-ID.
022534     MOVE "REBATCH"     TO OPL-FUNCTION.
022535     CALL "OPERCHK" USING WS-OPER-LINKAGE.
022536
022537     IF OPL-AUTHORIZED
022538         GO TO 1235-EXIT
022539     END-IF.
022540
022541     MOVE "N" TO WS-REBATCH-SW.
022542     DISPLAY "MATH: REBATCH=" WS-REBATCH-ID " REFUSED -- "
022543         OPL-REFUSE-MESSAGE.
022544     OPEN EXTEND ERROR-LOG-FILE.
022545     IF WS-ERRLOG-STATUS = "05" OR WS-ERRLOG-STATUS = "35"
022546         OPEN OUTPUT ERROR-LOG-FILE
022547     END-IF.
022548     MOVE "MATH"             TO ERR-PROGRAM-ID.
022549     MOVE "REBATCH="         TO ERR-FIELD-NAME.
022550     MOVE WS-REBATCH-ID      TO ERR-BAD-VALUE.
022551     MOVE OPL-REFUSE-MESSAGE TO ERR-MESSAGE.
022552     MOVE WS-RUN-DATE        TO ERR-RUN-DATE.
022553     MOVE WS-RUN-TIME        TO ERR-TIME.
022554     MOVE SPACES             TO ERR-TRACE-ID.
022555     WRITE ERR-LOG-RECORD.
022556     CLOSE ERROR-LOG-FILE.
022557 1235-EXIT.
022558     EXIT.
022559
022560******************************************************************
022561*    1220-CHECK-BATCH-REGISTRY -- THE SAME BATCH CONTENT MUST
022562*                 NOT BE PROCESSED TWICE JUST BECAUSE ITS HDR
022563*                 DATE WAS REFRESHED.  A BATCH ID ALREADY IN THE
022564*                 BATCHREG REGISTRY IS ERRLOGGED AND THE RUN
022565*                 ABORTS LIKE THE OTHER BATCH-CONTROL FAILURES,
022566*                 UNLESS AN AUTHORIZED REBATCH OVERRIDE WAS GIVEN.
022567******************************************************************
022568 1220-CHECK-BATCH-REGISTRY.
022569     OPEN I-O BATCH-REGISTRY-FILE.
022576     MOVE WS-BATCH-ID TO BR-BATCH-ID.
022577     READ BATCH-REGISTRY-FILE
022578         INVALID KEY
022579             MOVE "N" TO WS-REBATCH-SW
022580         NOT INVALID KEY
022581             PERFORM 1230-BATCH-ALREADY-RAN THRU 1230-EXIT
022582     END-READ.
022679     MOVE MC-DEPT-TABLE         TO WS-DEPT-TABLE.
022680     MOVE MC-HISTORY-HITS       TO WS-HISTORY-HIT-COUNT.
022681     MOVE MC-COMPUTED-FRESH     TO WS-COMPUTED-COUNT.
022682     PERFORM 1310-RESTORE-RETURN-AND-SAMPLE THRU 1310-EXIT.
022683     DISPLAY "MATH: RESTART CHECKPOINT FOUND -- RESUMING AFTER "
022684         "TRANSACTION " WS-RESUME-SKIP-COUNT ".".
022685 1300-EXIT.
022756         GO TO 1450-EXIT
022758     END-IF.
022760
022761     PERFORM 1460-VERIFY-OVERRIDE THRU 1460-EXIT.
022762     IF RERUN-OVERRIDE-GIVEN
022764         MOVE "RUNNING"      TO RUNC-STATUS
022766         MOVE WS-RUN-TIME    TO RUNC-START-TIME
023000 2000-PROCESS-TRANSACTION.
023010     IF MT-REQUEST-TYPE = "TRL"
023020         PERFORM 2800-CHECK-BATCH-TRAILER THRU 2800-EXIT
023021*        THE RETURN TRAILERS CARRY WHAT WAS SENT -- MATHEDIT'S
023022*        MATHRAW COUNT WHEN IT BUILT THIS FILE, ELSE THE TRL'S.
023023         MOVE MBT-DETAIL-COUNT TO WS-SUBMITTED-COUNT
023024         IF MBT-SUBMITTED-COUNT NUMERIC
023025             IF MBT-SUBMITTED-COUNT > 0
023026                 MOVE MBT-SUBMITTED-COUNT TO WS-SUBMITTED-COUNT
023027             END-IF
023028         END-IF
023030         GO TO 2000-EXIT
023040     END-IF.
023050
023076
023100     MOVE "Y" TO WS-VALID-SW.
023200     MOVE "N" TO WS-HISTORY-FOUND-SW.
023250     MOVE "N" TO WS-HISTORY-SUSPECT-SW.
023300     PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT.
023400
023500     IF TRANSACTION-VALID
024300             PERFORM 2700-WRITE-CALCRES THRU 2700-EXIT
024350         END-IF
024360         IF TRANSACTION-VALID
024362             IF CHARGE-MONTH-CLOSED
024364                 PERFORM 2640-HOLD-ADJUSTMENT THRU 2640-EXIT
024366             ELSE
024368                 PERFORM 2650-WRITE-CHARGE-LEDGER THRU 2650-EXIT
024370                 PERFORM 2660-ACCRUE-BUDGET THRU 2660-EXIT
024372             END-IF
024380         END-IF
024400     END-IF.
024425     IF TRANSACTION-VALID
024450         PERFORM 2197-CLOSE-OPEN-REJECT THRU 2197-EXIT
024475     END-IF.
024500
024505     PERFORM 2480-WRITE-RETURN-RECORD THRU 2480-EXIT.
024510     PERFORM 2950-WRITE-CHECKPOINT THRU 2950-EXIT.
024600     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
024700 2000-EXIT.
024800     EXIT.
024900
024901******************************************************************
024902*    1550-LOAD-DEPT-BUDGET -- LOAD THE DEPTBUDG MONTHLY BUDGET
024903*                 PER DEPARTMENT.  A DEPARTMENT WITH NO ROW (OR
024904*                 A ZERO BUDGET) IS NOT TRACKED.
024905******************************************************************
024906 1550-LOAD-DEPT-BUDGET.
024907     OPEN INPUT DEPT-BUDGET-FILE.
024908     IF WS-DEPTBUDG-STATUS NOT = "00"
024909         DISPLAY "MATH: DEPTBUDG NOT AVAILABLE, STATUS = "
024910             WS-DEPTBUDG-STATUS " -- BUDGET TRACKING SKIPPED."
024911         GO TO 1550-EXIT
024912     END-IF.
024913
024914     PERFORM UNTIL WS-DEPTBUDG-STATUS = "10"
024915         READ DEPT-BUDGET-FILE
024916             AT END
024917                 MOVE "10" TO WS-DEPTBUDG-STATUS
024918             NOT AT END
024919                 IF DB-DEPARTMENT NOT = SPACES
024920                     AND DB-MONTHLY-BUDGET > 0
024921                     AND WS-BG-ENTRIES < 20
024922                     ADD 1 TO WS-BG-ENTRIES
024923                     MOVE DB-DEPARTMENT
024924                         TO WS-BG-DEPARTMENT (WS-BG-ENTRIES)
024925                     MOVE DB-MONTHLY-BUDGET
024926                         TO WS-BG-BUDGET (WS-BG-ENTRIES)
024927                     MOVE 0 TO WS-BG-MTD (WS-BG-ENTRIES)
024928                 END-IF
024929         END-READ
024930     END-PERFORM.
024931
024932     CLOSE DEPT-BUDGET-FILE.
024933 1550-EXIT.
024934     EXIT.
024935
024936******************************************************************
024937*    1600-SEED-MONTH-TO-DATE -- PRICE EVERY CHARGLED ROW ALREADY
024938*                 ON FILE FOR THE RUN MONTH INTO ITS DEPARTMENT'S
024939*                 MONTH-TO-DATE CHARGE, SO TONIGHT'S CARDS ADD TO
024940*                 WHAT THE EARLIER NIGHTS (AND, ON A RESTART,
024941*                 THE EARLIER PART OF TONIGHT) ALREADY SPENT.
024942******************************************************************
024943 1600-SEED-MONTH-TO-DATE.
024944     IF WS-BG-ENTRIES = 0
024945         GO TO 1600-EXIT
024946     END-IF.
024947
024948     COMPUTE WS-MTD-FROM-DATE = (WS-RUN-DATE / 100) * 100 + 1.
024949     MOVE "N"              TO WS-MTD-EOF-SW.
024950     MOVE WS-MTD-FROM-DATE TO CG-CALC-DATE.
024951     MOVE 0                TO CG-SEQ-NO.
024952     START CHARGE-LEDGER-FILE KEY NOT < CG-KEY
024953         INVALID KEY
024954             MOVE "Y" TO WS-MTD-EOF-SW
024955     END-START.
024956
024957     PERFORM 1650-SEED-ONE-CHARGE THRU 1650-EXIT
024958         UNTIL END-OF-MTD-SCAN.
024959 1600-EXIT.
024960     EXIT.
024961
024962 1650-SEED-ONE-CHARGE.
024963     READ CHARGE-LEDGER-FILE NEXT RECORD
024964         AT END
024965             MOVE "Y" TO WS-MTD-EOF-SW
024966             GO TO 1650-EXIT
024967     END-READ.
024968
024969     IF CG-CALC-DATE > WS-RUN-DATE
024970         MOVE "Y" TO WS-MTD-EOF-SW
024971         GO TO 1650-EXIT
024972     END-IF.
024973     IF CG-CALC-DATE = WS-RUN-DATE
024974         MOVE CG-SEQ-NO TO WS-MTD-LANDED-SEQ-NO
024975     END-IF.
024976
024977     MOVE CG-DEPARTMENT TO WS-LOOKUP-DEPARTMENT.
024978     PERFORM 2680-FIND-BUDGET-ENTRY THRU 2680-EXIT.
024979     IF WS-BG-MATCH-SUB = 0
024980         GO TO 1650-EXIT
024981     END-IF.
024982
024983     MOVE CG-REQUEST-TYPE TO WS-LOOKUP-REQUEST-TYPE.
024984     PERFORM 2690-PRICE-REQUEST THRU 2690-EXIT.
024985     ADD WS-CHARGE-AMOUNT TO WS-BG-MTD (WS-BG-MATCH-SUB).
024986 1650-EXIT.
024987     EXIT.
024988
025000******************************************************************
025100*    2100-VALIDATE-TRANSACTION -- REJECT BAD REQUEST TYPES,
025200*                 SHAPE TYPES OR NON-NUMERIC DIMENSIONS BEFORE
025650         AND MT-REQUEST-TYPE NOT = "SQRT"
025700         AND MT-REQUEST-TYPE NOT = "PARITY"
025710         AND MT-REQUEST-TYPE NOT = "AMORT"
025735         AND MT-REQUEST-TYPE NOT = "COST"
025800         MOVE "MT-REQUEST-TYPE" TO ERR-FIELD-NAME
025900         MOVE MT-REQUEST-TYPE   TO ERR-BAD-VALUE
026000         MOVE "UNRECOGNIZED REQUEST TYPE - TRANSACTION REJECTED"
027506         END-IF
027507     END-IF.
027510
027520     IF MT-REQUEST-TYPE = "AREA" OR MT-REQUEST-TYPE = "COST"
027600         IF MT-SHAPE-TYPE NOT = "CIRCLE" AND
027700                 MT-SHAPE-TYPE NOT = "RECTANGLE" AND
027800                 MT-SHAPE-TYPE NOT = "TRIANGLE"
029100             GO TO 2100-EXIT
029200         END-IF
029300     END-IF.
029320     IF MT-REQUEST-TYPE = "COST"
029340         PERFORM 2180-CHECK-MATERIAL THRU 2180-EXIT
029360     END-IF.
029400 2100-EXIT.
029500     EXIT.
029510
029607 2175-EXIT.
029608     EXIT.
029609
029610******************************************************************
029611*    2180-CHECK-MATERIAL -- A COST CARD MUST NAME A MATERIAL THAT
029612*                 IS ON MATLMAST AND NOT DISCONTINUED.  ITS PRICE
029613*                 AND WASTE ALLOWANCE ARE HELD FOR 2350 SO THE
029614*                 CARD IS PRICED AT WHAT IT WAS EDITED AGAINST.
029615*                 WITH NO MATLMAST TO CHECK, A COST CARD CANNOT BE
029616*                 PRICED AND IS REJECTED.
029617******************************************************************
029618 2180-CHECK-MATERIAL.
029619     IF MT-MATERIAL-CODE = SPACES
029620         MOVE "MT-MATERIAL-CD"  TO ERR-FIELD-NAME
029621         MOVE MT-MATERIAL-CODE  TO ERR-BAD-VALUE
029622         MOVE "MISSING MATERIAL CODE - TRANSACTION REJECTED"
029623             TO ERR-MESSAGE
029624         PERFORM 2190-REJECT-TRANSACTION THRU 2190-EXIT
029625         GO TO 2180-EXIT
029626     END-IF.
029627
029628     IF NOT MATLMAST-OPEN
029629         MOVE "MT-MATERIAL-CD"  TO ERR-FIELD-NAME
029630         MOVE MT-MATERIAL-CODE  TO ERR-BAD-VALUE
029631         MOVE "MATLMAST NOT AVAILABLE - TRANSACTION REJECTED"
029632             TO ERR-MESSAGE
029633         PERFORM 2190-REJECT-TRANSACTION THRU 2190-EXIT
029634         GO TO 2180-EXIT
029635     END-IF.
029636
029637     MOVE MT-MATERIAL-CODE TO ML-MATERIAL-CODE.
029638     READ MATERIAL-MASTER-FILE
029639         INVALID KEY
029640             MOVE "MT-MATERIAL-CD" TO ERR-FIELD-NAME
029641             MOVE MT-MATERIAL-CODE TO ERR-BAD-VALUE
029642             MOVE "MATERIAL NOT ON MASTER - TRANSACTION REJECTED"
029643                 TO ERR-MESSAGE
029644             PERFORM 2190-REJECT-TRANSACTION THRU 2190-EXIT
029645             GO TO 2180-EXIT
029646     END-READ.
029647
029648     IF ML-DISCONTINUED
029649         MOVE "MT-MATERIAL-CD"  TO ERR-FIELD-NAME
029650         MOVE MT-MATERIAL-CODE  TO ERR-BAD-VALUE
029651         MOVE "DISCONTINUED MATERIAL - TRANSACTION REJECTED"
029652             TO ERR-MESSAGE
029653         PERFORM 2190-REJECT-TRANSACTION THRU 2190-EXIT
029654         GO TO 2180-EXIT
029655     END-IF.
029656
029657     MOVE ML-UNIT-PRICE TO WS-COST-UNIT-PRICE.
029658     MOVE ML-WASTE-PCT  TO WS-COST-WASTE-PCT.
029659 2180-EXIT.
029660     EXIT.
029700 2190-REJECT-TRANSACTION.
029800     MOVE "N" TO WS-VALID-SW.
029900     MOVE "Y" TO WS-ANY-REJECTS-SW.
030400     MOVE WS-RUN-DATE TO ERR-RUN-DATE.
030500     MOVE WS-RUN-TIME TO ERR-TIME.
030510     MOVE MT-TRACE-ID TO ERR-TRACE-ID.
030590     MOVE ERR-MESSAGE TO WS-REJECT-REASON.
030595     PERFORM 2195-TRACK-OPEN-REJECT THRU 2195-EXIT.
030600     WRITE ERR-LOG-RECORD.
030700 2190-EXIT.
030800     EXIT.
030802
030804 COPY OPENRJPR.
030806
030808******************************************************************
030810*    2197-CLOSE-OPEN-REJECT -- A CARD THAT HAS COMPUTED CLEANLY
030812*                 CLOSES ITS TRACE ID'S OPEN REJECT, IF ANY, WITH
030814*                 TONIGHT'S DATE AND BATCH AS THE RESUBMISSION.  A
030816*                 REJECT FROM THIS SAME BATCH STAYS OPEN -- ONLY A
030818*                 LATER BATCH IS A RESUBMISSION.
030820******************************************************************
030822 2197-CLOSE-OPEN-REJECT.
030824     IF NOT OPENREJ-OPEN OR MT-TRACE-ID = SPACES
030826         GO TO 2197-EXIT
030828     END-IF.
030830
030832     MOVE MT-TRACE-ID TO OR-TRACE-ID.
030834     READ OPEN-REJECT-FILE
030836         INVALID KEY
030838             GO TO 2197-EXIT
030840     END-READ.
030842
030844     IF NOT OR-OPEN
030846         GO TO 2197-EXIT
030848     END-IF.
030850     IF OR-LAST-BATCH-ID = WS-BATCH-ID
030852         AND OR-LAST-REJECT-DATE = WS-RUN-DATE
030854         GO TO 2197-EXIT
030856     END-IF.
030858
030860     MOVE "C"         TO OR-STATUS.
030862     MOVE WS-RUN-DATE TO OR-RESUBMIT-DATE.
030864     MOVE WS-BATCH-ID TO OR-RESUBMIT-BATCH-ID.
030866     REWRITE OPEN-REJECT-RECORD.
030868     ADD 1 TO WS-OPENREJ-CLOSED.
030870     DISPLAY "MATH: TRACE " MT-TRACE-ID " RESUBMITTED CLEAN - "
030872         "OPEN REJECT OF " OR-FIRST-REJECT-DATE " CLOSED.".
030874 2197-EXIT.
030876     EXIT.
030900
030901******************************************************************
030902*    1700-RETURN-EDIT-REJECTS -- A CARD MATHEDIT TURNED BACK AT
030903*                 HANDOVER NEVER REACHES MATHTRAN, BUT ITS
030904*                 DEPARTMENT IS STILL OWED A "REJECTED" RETURN
030905*                 RECORD.  ONCE THE HDR PASSES, THE MATHREJ FILE
030906*                 MATHEDIT WROTE FOR THIS BATCH IS RETURNED BEFORE
030907*                 THE FIRST DETAIL IS PROCESSED (THAT DETAIL,
030908*                 ALREADY READ, IS HELD ASIDE MEANWHILE), SO
030909*                 THOSE CARDS COUNT IN EACH DEPARTMENT'S "TRL".
030910*                 A MATHREJ FROM ANOTHER BATCH, OR NONE AT ALL,
030911*                 IS SKIPPED WITH A CONSOLE NOTE.  A RESUMED RUN
030912*                 RETURNED THEM THE FIRST TIME AND SKIPS THIS.
030913******************************************************************
030914 1700-RETURN-EDIT-REJECTS.
030915     MOVE MATH-TRANSACTION-RECORD TO WS-HELD-TRANSACTION.
030916     OPEN INPUT EDIT-REJECT-FILE.
030917     IF WS-MATHREJ-STATUS NOT = "00"
030918         DISPLAY "MATH: NO MATHREJ FILE, STATUS = "
030919             WS-MATHREJ-STATUS " -- NO EDIT REJECTS RETURNED."
030920         GO TO 1700-EXIT
030921     END-IF.
030922
030923     READ EDIT-REJECT-FILE
030924         AT END
030925             MOVE "10" TO WS-MATHREJ-STATUS
030926     END-READ.
030927     IF WS-MATHREJ-STATUS NOT = "00"
030928         OR ER-RECORD-TYPE NOT = "HDR"
030929         OR ER-BATCH-DATE NOT = WS-RUN-DATE
030930         OR ER-BATCH-ID NOT = WS-BATCH-ID
030931         DISPLAY "MATH: MATHREJ IS NOT FROM BATCH " WS-BATCH-ID
030932             " -- NO EDIT REJECTS RETURNED."
030933         CLOSE EDIT-REJECT-FILE
030934         GO TO 1700-EXIT
030935     END-IF.
030936
030937     PERFORM UNTIL WS-MATHREJ-STATUS = "10"
030938         READ EDIT-REJECT-FILE
030939             AT END
030940                 MOVE "10" TO WS-MATHREJ-STATUS
030941             NOT AT END
030942                 IF ER-RECORD-TYPE NOT = "TRL"
030943                     PERFORM 1710-RETURN-ONE-REJECT THRU 1710-EXIT
030944                 END-IF
030945         END-READ
030946     END-PERFORM.
030947
030948     CLOSE EDIT-REJECT-FILE.
030949     MOVE WS-HELD-TRANSACTION TO MATH-TRANSACTION-RECORD.
030950     DISPLAY "MATH: " WS-EDIT-REJECT-COUNT " MATHEDIT REJECT(S) "
030951         "RETURNED TO THEIR DEPARTMENTS.".
030952 1700-EXIT.
030953     EXIT.
030954
030955******************************************************************
030956*    1710-RETURN-ONE-REJECT -- RETURN ONE MATHREJ CARD AS
030957*                 "REJECTED".  THE REASON IS THE MESSAGE ITS
030958*                 OPENREJ ENTRY WAS OPENED WITH WHEN MATHEDIT
030959*                 OPENED IT FOR THIS BATCH; OTHERWISE (NO TRACE
030960*                 ID, OR A RE-REJECT) THE DESK POINTS AT MATHREJ.
030961******************************************************************
030962 1710-RETURN-ONE-REJECT.
030963     MOVE EDIT-REJECT-RECORD TO MATH-TRANSACTION-RECORD.
030964     MOVE "N" TO WS-VALID-SW.
030965     MOVE "REJECTED AT HANDOVER BY MATHEDIT - SEE MATHREJ"
030966         TO WS-REJECT-REASON.
030967     IF OPENREJ-OPEN AND MT-TRACE-ID NOT = SPACES
030968         MOVE MT-TRACE-ID TO OR-TRACE-ID
030969         READ OPEN-REJECT-FILE
030970             INVALID KEY
030971                 CONTINUE
030972             NOT INVALID KEY
030973                 IF OR-OPEN
030974                     AND OR-FIRST-BATCH-ID = WS-BATCH-ID
030975                     AND OR-FIRST-PROGRAM = "MATHEDIT"
030976                     MOVE OR-ERROR-MESSAGE TO WS-REJECT-REASON
030977                 END-IF
030978         END-READ
030979     END-IF.
030980
030981     PERFORM 2480-WRITE-RETURN-RECORD THRU 2480-EXIT.
030982     ADD 1 TO WS-EDIT-REJECT-COUNT.
030983 1710-EXIT.
030984     EXIT.
030985
031000******************************************************************
031100*    2200-CHECK-HISTORY -- SEE IF THIS EXACT REQUEST WAS
031200*                 ALREADY ANSWERED ON A PRIOR RUN.
031300******************************************************************
031400 2200-CHECK-HISTORY.
031410*    A COST ANSWER DEPENDS ON TONIGHT'S MATLMAST PRICE, WHICH THE
031420*    HISTORY KEY DOES NOT CARRY -- IT IS ALWAYS PRICED FRESH.
031430     IF MT-REQUEST-TYPE = "COST"
031440         MOVE "N" TO WS-HISTORY-FOUND-SW
031450         GO TO 2200-EXIT
031460     END-IF.
031500     MOVE MT-REQUEST-TYPE TO MH-REQUEST-TYPE.
031600     MOVE MT-SHAPE-TYPE   TO MH-SHAPE-TYPE.
031700     MOVE MT-DIM1         TO MH-DIM1.
032000     READ MATH-HISTORY-FILE
032100         INVALID KEY
032200             MOVE "N" TO WS-HISTORY-FOUND-SW
032225             GO TO 2200-EXIT
032800     END-READ.
032801
032802*    A RECORD A SAMPLE CHECK CAUGHT OUT IS NEVER REUSED -- THE
032803*    REQUEST IS COMPUTED FRESH UNTIL HISTMNT CLEARS THE RECORD.
032804     IF MH-SUSPECT
032805         MOVE "Y" TO WS-HISTORY-SUSPECT-SW
032806         DISPLAY "MATH: SUSPECT HISTORY RECORD NOT REUSED: "
032807             MH-REQUEST-TYPE " " MH-SHAPE-TYPE
032808         GO TO 2200-EXIT
032809     END-IF.
032810
032811     MOVE "Y" TO WS-HISTORY-FOUND-SW.
032812     MOVE MH-RESULT-VALUE TO WS-RESULT-VALUE.
032813     ADD 1 TO MH-USE-COUNT.
032814     MOVE WS-RUN-DATE TO MH-LAST-USED-DATE.
032815     PERFORM 2250-SAMPLE-HISTORY-HIT THRU 2250-EXIT.
032816     REWRITE MATH-HISTORY-RECORD.
032817     IF NOT HISTORY-FOUND
032818         GO TO 2200-EXIT
032819     END-IF.
032820
032821     ADD 1 TO WS-HISTORY-HIT-COUNT.
032822     DISPLAY "MATH: REPEAT REQUEST - ANSWERED FROM "
032825         "HISTORY: " MH-REQUEST-TYPE " " MH-RESULT-VALUE.
032900 2200-EXIT.
033000     EXIT.
033100
033101******************************************************************
033102*    2250-SAMPLE-HISTORY-HIT -- PICK THE PARMFILE HISTSAMP
033103*                 PERCENTAGE OF HISTORY HITS, RECOMPUTE EACH
033104*                 PICKED ONE THROUGH 2300 AND CHECK IT AGAINST
033105*                 THE STORED ANSWER.  THE PICK IS A RUNNING
033106*                 ACCUMULATOR, NOT A RANDOM DRAW, SO 10 PERCENT
033107*                 IS EXACTLY EVERY TENTH HIT.  EVERY CHECK IS
033108*                 LOGGED TO HISTSAMP FOR HISTAUD.  A MISMATCH IS
033109*                 ERRLOGGED, THE FRESH ANSWER STANDS FOR THIS
033110*                 CARD, AND THE RECORD IS FLAGGED SUSPECT (THE
033111*                 CALLER'S REWRITE LANDS THE FLAG).
033112******************************************************************
033113 2250-SAMPLE-HISTORY-HIT.
033114     IF WS-HIST-SAMPLE-PCT = 0
033115         GO TO 2250-EXIT
033116     END-IF.
033117     ADD WS-HIST-SAMPLE-PCT TO WS-SAMPLE-ACCUM.
033118     IF WS-SAMPLE-ACCUM < 100
033119         GO TO 2250-EXIT
033120     END-IF.
033121     SUBTRACT 100 FROM WS-SAMPLE-ACCUM.
033122     ADD 1 TO WS-HIST-SAMPLED-COUNT.
033123
033124     MOVE MH-RESULT-VALUE TO WS-STORED-VALUE.
033125     PERFORM 2300-COMPUTE-RESULT THRU 2300-EXIT.
033126
033127     MOVE WS-RUN-DATE     TO HS-SAMPLE-DATE.
033128     MOVE WS-RUN-TIME     TO HS-SAMPLE-TIME.
033129     MOVE WS-BATCH-ID     TO HS-BATCH-ID.
033130     MOVE MT-TRACE-ID     TO HS-TRACE-ID.
033131     MOVE MH-REQUEST-TYPE TO HS-REQUEST-TYPE.
033132     MOVE MH-SHAPE-TYPE   TO HS-SHAPE-TYPE.
033133     MOVE MH-DIM1         TO HS-DIM1.
033134     MOVE MH-DIM2         TO HS-DIM2.
033135     MOVE WS-STORED-VALUE TO HS-STORED-VALUE.
033136     MOVE WS-RESULT-VALUE TO HS-FRESH-VALUE.
033137     IF WS-RESULT-VALUE = WS-STORED-VALUE
033138         MOVE "M" TO HS-OUTCOME
033139         WRITE HIST-SAMPLE-RECORD
033140         GO TO 2250-EXIT
033141     END-IF.
033142     MOVE "X" TO HS-OUTCOME.
033143     WRITE HIST-SAMPLE-RECORD.
033144     ADD 1 TO WS-HIST-MISMATCH-COUNT.
033145
033146     MOVE "Y"             TO MH-SUSPECT-SW.
033147     MOVE WS-RUN-DATE     TO MH-SUSPECT-DATE.
033148     MOVE WS-RESULT-VALUE TO MH-FRESH-VALUE.
033149     MOVE "N"             TO WS-HISTORY-FOUND-SW.
033150     MOVE "Y"             TO WS-HISTORY-SUSPECT-SW.
033151
033152     MOVE WS-STORED-VALUE TO SM-STORED-VALUE.
033153     MOVE WS-RESULT-VALUE TO SM-FRESH-VALUE.
033154     DISPLAY "MATH: HISTORY ANSWER FAILED SAMPLE CHECK ("
033155         WS-SAMPLE-MISMATCH-VALUE ")".
033156     MOVE "MATH"                   TO ERR-PROGRAM-ID.
033157     MOVE "MH-RESULT-VALUE"        TO ERR-FIELD-NAME.
033158     MOVE WS-SAMPLE-MISMATCH-VALUE TO ERR-BAD-VALUE.
033159     MOVE "HISTORY ANSWER FAILED SAMPLE CHECK - FLAGGED SUSPECT"
033160         TO ERR-MESSAGE.
033161     MOVE WS-RUN-DATE              TO ERR-RUN-DATE.
033162     MOVE WS-RUN-TIME              TO ERR-TIME.
033163     MOVE MT-TRACE-ID              TO ERR-TRACE-ID.
033164     WRITE ERR-LOG-RECORD.
033165 2250-EXIT.
033166     EXIT.
033167
033200******************************************************************
033300*    2300-COMPUTE-RESULT -- FRESH COMPUTE FOR A REQUEST NOT
033400*                 FOUND IN HISTORY.
034200         WHEN "PARITY"
034300             COMPUTE WS-MOD2 = FUNCTION MOD(MT-DIM1, 2)
034400             MOVE WS-MOD2 TO WS-RESULT-VALUE
034420         WHEN "COST"
034440             PERFORM 2350-COMPUTE-COST THRU 2350-EXIT
034500     END-EVALUATE.
034600 2300-EXIT.
034700     EXIT.
035900 2310-EXIT.
036000     EXIT.
036100
036105******************************************************************
036110*    2350-COMPUTE-COST -- NET AREA OF THE SHAPE (THE SAME 2310
036115*                 COMPUTE), GROSSED UP BY THE MATERIAL'S WASTE
036120*                 ALLOWANCE INTO THE QUANTITY TO ORDER, AND
036125*                 EXTENDED AT ITS UNIT PRICE.  THE EXTENDED COST
036130*                 IS THE RESULT, SO IT LANDS IN CALCRES AND
036135*                 THE CONTROL TOTAL LIKE ANY OTHER ANSWER.
036140******************************************************************
036145 2350-COMPUTE-COST.
036150     PERFORM 2310-COMPUTE-AREA THRU 2310-EXIT.
036155     MOVE WS-RESULT-VALUE TO WS-COST-AREA.
036160     COMPUTE WS-COST-QUANTITY ROUNDED =
036165         WS-COST-AREA * (1 + WS-COST-WASTE-PCT / 100).
036170     COMPUTE WS-COST-EXTENDED ROUNDED =
036175         WS-COST-QUANTITY * WS-COST-UNIT-PRICE.
036180     MOVE WS-COST-EXTENDED TO WS-RESULT-VALUE.
036185 2350-EXIT.
036190     EXIT.
036200******************************************************************
036300*    2400-WRITE-HISTORY -- REMEMBER THIS REQUEST/RESULT PAIR.
036400******************************************************************
036500 2400-WRITE-HISTORY.
036520     IF MT-REQUEST-TYPE = "COST"
036540         GO TO 2400-EXIT
036560     END-IF.
036565*    A SUSPECT RECORD STAYS ON FILE, FLAGGED, FOR HISTMNT -- THE
036570*    FRESH ANSWER IS NOT WRITTEN OVER IT.
036575     IF HISTORY-SUSPECT
036580         ADD 1 TO WS-COMPUTED-COUNT
036585         GO TO 2400-EXIT
036590     END-IF.
036600     MOVE MT-REQUEST-TYPE TO MH-REQUEST-TYPE.
036700     MOVE MT-SHAPE-TYPE   TO MH-SHAPE-TYPE.
036800     MOVE MT-DIM1         TO MH-DIM1.
037010     MOVE 0               TO MH-USE-COUNT.
037020     MOVE WS-RUN-DATE     TO MH-CREATED-DATE.
037030     MOVE WS-RUN-DATE     TO MH-LAST-USED-DATE.
037032     MOVE "N"             TO MH-SUSPECT-SW.
037034     MOVE 0               TO MH-SUSPECT-DATE.
037036     MOVE 0               TO MH-FRESH-VALUE.
037040     ADD 1 TO WS-COMPUTED-COUNT.
037100     WRITE MATH-HISTORY-RECORD.
037200 2400-EXIT.
037300     EXIT.
037301
037302******************************************************************
037303*    2480-WRITE-RETURN-RECORD -- EVERY DETAIL CARD, VALID OR
037304*                 REJECTED, LANDS ONE RECORD IN ITS
037305*                 DEPARTMENT'S RETURN FILE.  THE FILE IS
037306*                 SWITCHED ON A CHANGE OF MT-DEPARTMENT (CARDS
037307*                 ARRIVE GROUPED BY DEPARTMENT); A BLANK CODE
037308*                 CAN ONLY BE A REJECT AND GOES TO THE "NONE"
037309*                 FILE FOR THE DESK.
037310******************************************************************
037311 2480-WRITE-RETURN-RECORD.
037312     IF MT-DEPARTMENT = SPACES
037313         MOVE "NONE"        TO WS-RET-DEPARTMENT
037314     ELSE
037315         MOVE MT-DEPARTMENT TO WS-RET-DEPARTMENT
037316     END-IF.
037317
037318     IF WS-RET-DEPARTMENT NOT = WS-RET-OPEN-DEPARTMENT
037319         PERFORM 2485-SWITCH-RETURN-FILE THRU 2485-EXIT
037320     END-IF.
037321
037322     MOVE SPACES            TO DEPT-RETURN-RECORD.
037323     MOVE "DTL"             TO DR-RECORD-TYPE.
037324     MOVE MT-DEPARTMENT     TO DR-DEPARTMENT.
037325     MOVE MT-TRACE-ID       TO DR-TRACE-ID.
037326     MOVE MT-REQUEST-TYPE   TO DR-REQUEST-TYPE.
037327     MOVE MT-SHAPE-TYPE     TO DR-SHAPE-TYPE.
037328     MOVE 0                 TO DR-DIM1 DR-DIM2 DR-PERIODS.
037329     IF MT-DIM1 NUMERIC
037330         MOVE MT-DIM1       TO DR-DIM1
037331     END-IF.
037332     IF MT-DIM2 NUMERIC
037333         MOVE MT-DIM2       TO DR-DIM2
037334     END-IF.
037335     IF MT-PERIODS NUMERIC
037336         MOVE MT-PERIODS    TO DR-PERIODS
037337     END-IF.
037338
037339     IF TRANSACTION-VALID
037340         IF HISTORY-FOUND
037341             MOVE "HISTORY"  TO DR-STATUS
037342         ELSE
037343             MOVE "COMPUTED" TO DR-STATUS
037344         END-IF
037345         MOVE WS-RESULT-VALUE TO DR-RESULT-VALUE
037346         MOVE WS-SEQ-NO       TO DR-CALCRES-SEQ-NO
037347     ELSE
037348         MOVE "REJECTED"       TO DR-STATUS
037349         MOVE 0                TO DR-RESULT-VALUE
037350         MOVE 0                TO DR-CALCRES-SEQ-NO
037351         MOVE WS-REJECT-REASON TO DR-REJECT-REASON
037352     END-IF.
037353     WRITE DEPT-RETURN-RECORD.
037354
037355     IF WS-RET-MATCH-SUB = 0
037356         GO TO 2480-EXIT
037357     END-IF.
037358     ADD 1 TO WS-RT-CARD-COUNT (WS-RET-MATCH-SUB).
037359     EVALUATE DR-STATUS
037360         WHEN "COMPUTED"
037361             ADD 1 TO WS-RT-COMPUTED (WS-RET-MATCH-SUB)
037362         WHEN "HISTORY"
037363             ADD 1 TO WS-RT-HISTORY (WS-RET-MATCH-SUB)
037364         WHEN OTHER
037365             ADD 1 TO WS-RT-REJECTED (WS-RET-MATCH-SUB)
037366     END-EVALUATE.
037367 2480-EXIT.
037368     EXIT.
037400
037410******************************************************************
037411*    2450-CHECK-DEPT-BREAK -- THE REPORT IS SECTIONED BY THE
039900
040000     MOVE WS-REPORT-LINE TO MATH-REPORT-RECORD.
040100     WRITE MATH-REPORT-RECORD.
040110     IF MT-REQUEST-TYPE = "COST"
040120         MOVE MT-MATERIAL-CODE   TO WS-CD-MATERIAL-CODE
040130         MOVE WS-COST-AREA       TO WS-CD-AREA
040140         MOVE WS-COST-WASTE-PCT  TO WS-CD-WASTE-PCT
040150         MOVE WS-COST-QUANTITY   TO WS-CD-QUANTITY
040160         MOVE WS-COST-UNIT-PRICE TO WS-CD-UNIT-PRICE
040170         WRITE MATH-REPORT-RECORD FROM WS-COST-DETAIL-LINE
040180     END-IF.
040200 2500-EXIT.
040300     EXIT.
040301
040302******************************************************************
040303*    2485-SWITCH-RETURN-FILE -- CLOSE THE PRIOR DEPARTMENT'S
040304*                 RETURN FILE AND OPEN THIS ONE'S.  A DEPARTMENT
040305*                 ALREADY IN THE RETURN TABLE (SEEN EARLIER THIS
040306*                 RUN, OR BEFORE A RESTART) IS EXTENDED; A NEW
040307*                 ONE STARTS A FRESH FILE FOR THE DATE.
040308******************************************************************
040309 2485-SWITCH-RETURN-FILE.
040310     IF WS-RET-OPEN-DEPARTMENT NOT = SPACES
040311         CLOSE DEPT-RETURN-FILE
040312     END-IF.
040313
040314     MOVE 0 TO WS-RET-MATCH-SUB.
040315     PERFORM 2487-FIND-RETURN-ENTRY THRU 2487-EXIT
040316         VARYING WS-RET-SUB FROM 1 BY 1
040317         UNTIL WS-RET-SUB > WS-RET-ENTRIES.
040318
040319     MOVE WS-RET-DEPARTMENT TO WS-RET-OPEN-DEPARTMENT.
040320     PERFORM 2489-BUILD-RETURN-NAME THRU 2489-EXIT.
040321
040322     IF WS-RET-MATCH-SUB > 0
040323         OPEN EXTEND DEPT-RETURN-FILE
040324         IF WS-DEPTRET-STATUS = "05" OR WS-DEPTRET-STATUS = "35"
040325             OPEN OUTPUT DEPT-RETURN-FILE
040326         END-IF
040327         GO TO 2485-EXIT
040328     END-IF.
040329
040330     OPEN OUTPUT DEPT-RETURN-FILE.
040331     IF WS-RET-ENTRIES < 20
040332         ADD 1 TO WS-RET-ENTRIES
040333         MOVE WS-RET-ENTRIES    TO WS-RET-MATCH-SUB
040334         MOVE WS-RET-DEPARTMENT
040335             TO WS-RT-DEPARTMENT (WS-RET-ENTRIES)
040336         MOVE 0 TO WS-RT-CARD-COUNT (WS-RET-ENTRIES)
040337         MOVE 0 TO WS-RT-COMPUTED (WS-RET-ENTRIES)
040338         MOVE 0 TO WS-RT-HISTORY (WS-RET-ENTRIES)
040339         MOVE 0 TO WS-RT-REJECTED (WS-RET-ENTRIES)
040340     END-IF.
040341 2485-EXIT.
040342     EXIT.
040343
040344 2487-FIND-RETURN-ENTRY.
040345     IF WS-RT-DEPARTMENT (WS-RET-SUB) = WS-RET-DEPARTMENT
040346         MOVE WS-RET-SUB TO WS-RET-MATCH-SUB
040347     END-IF.
040348 2487-EXIT.
040349     EXIT.
040350
040351 2489-BUILD-RETURN-NAME.
040352     MOVE SPACES TO WS-DEPTRET-NAME.
040353     STRING "DEPTRET." DELIMITED BY SIZE
040354         WS-RET-DEPARTMENT DELIMITED BY SIZE
040355         "." DELIMITED BY SIZE
040356         WS-RUN-DATE DELIMITED BY SIZE
040357         INTO WS-DEPTRET-NAME.
040358 2489-EXIT.
040359     EXIT.
040400
040410******************************************************************
040411*    2550-WRITE-AMORT-SCHEDULE -- ONE AMORT TRANSACTION MAKES A
040596
040598******************************************************************
040600*    2600-WRITE-LEDGER -- APPEND AREA REQUESTS TO THE SHAPE
040700*                 CALCULATION LEDGER FOR THE ESTIMATING TEAM,
040720*                 AND COST REQUESTS TO THE COSTLED COST LEDGER.
040800******************************************************************
040900 2600-WRITE-LEDGER.
041000     IF MT-REQUEST-TYPE = "AREA"
041620                 REWRITE SHAPE-LEDGER-RECORD
041630         END-WRITE
041700     END-IF.
041702     IF MT-REQUEST-TYPE = "COST"
041704         COMPUTE WS-NEXT-SEQ-NO = WS-SEQ-NO + 1
041706         MOVE WS-RUN-DATE        TO CL-CALC-DATE
041708         MOVE MT-DEPARTMENT      TO CL-DEPARTMENT
041710         MOVE WS-NEXT-SEQ-NO     TO CL-SEQ-NO
041712         MOVE MT-SHAPE-TYPE      TO CL-SHAPE-TYPE
041714         MOVE MT-DIM1            TO CL-DIM1
041716         MOVE MT-DIM2            TO CL-DIM2
041718         MOVE MT-MATERIAL-CODE   TO CL-MATERIAL-CODE
041720         MOVE WS-COST-AREA       TO CL-AREA
041722         MOVE WS-COST-WASTE-PCT  TO CL-WASTE-PCT
041724         MOVE WS-COST-QUANTITY   TO CL-QUANTITY
041726         MOVE WS-COST-UNIT-PRICE TO CL-UNIT-PRICE
041728         MOVE WS-COST-EXTENDED   TO CL-EXTENDED-COST
041730         MOVE MT-TRACE-ID        TO CL-TRACE-ID
041732         WRITE COST-LEDGER-RECORD
041734             INVALID KEY
041736                 REWRITE COST-LEDGER-RECORD
041738         END-WRITE
041740     END-IF.
041800 2600-EXIT.
041900     EXIT.
041902
041904******************************************************************
041906*    2640-HOLD-ADJUSTMENT -- THE RUN DATE FALLS IN A BILLING
041908*                 MONTH ALREADY CLOSED ON BILLCLOS, SO THE
041910*                 CHARGE MUST NOT LAND ON CHARGLED, WHERE IT
041912*                 WOULD CHANGE A MONTH ACCOUNTING HAS LOADED.
041914*                 IT IS HELD ON BILLADJ UNDER THE SAME DATE +
041916*                 SEQUENCE KEY FOR THE NEXT OPEN MONTH'S
041918*                 CHARGBIL RUN AND LOGGED AS AN EXCEPTION.  A
041920*                 RESTART FINDS ITS ROW ALREADY HELD AND LEAVES
041922*                 IT ALONE.  A HELD CHARGE DOES NOT ACCRUE TO
041924*                 THIS MONTH'S BUDGET.
041926******************************************************************
041928 2640-HOLD-ADJUSTMENT.
041930     MOVE WS-RUN-DATE     TO AJ-CALC-DATE.
041932     MOVE WS-SEQ-NO       TO AJ-SEQ-NO.
041934     MOVE MT-DEPARTMENT   TO AJ-DEPARTMENT.
041936     MOVE MT-REQUEST-TYPE TO AJ-REQUEST-TYPE.
041938     MOVE MT-TRACE-ID     TO AJ-TRACE-ID.
041940     MOVE 0               TO AJ-BILL-MONTH.
041942     WRITE BILL-ADJUSTMENT-RECORD
041944         INVALID KEY
041946             GO TO 2640-EXIT
041948     END-WRITE.
041950
041952     MOVE SPACES TO WS-HELD-CHARGE-VALUE.
041954     STRING "MONTH=" WS-CLOSED-MONTH
041956            " DEPT=" MT-DEPARTMENT
041958            " TYPE=" MT-REQUEST-TYPE
041960         DELIMITED BY SIZE INTO WS-HELD-CHARGE-VALUE.
041962     MOVE "CHARGE DATED INTO CLOSED MONTH - HELD ON BILLADJ"
041964         TO ERR-MESSAGE.
041966     DISPLAY "MATH: " ERR-MESSAGE " (" WS-HELD-CHARGE-VALUE ")".
041968
041970     MOVE "MATH"               TO ERR-PROGRAM-ID.
041972     MOVE "CG-CALC-DATE"       TO ERR-FIELD-NAME.
041974     MOVE WS-HELD-CHARGE-VALUE TO ERR-BAD-VALUE.
041976     MOVE WS-RUN-DATE          TO ERR-RUN-DATE.
041978     MOVE WS-RUN-TIME          TO ERR-TIME.
041980     MOVE MT-TRACE-ID          TO ERR-TRACE-ID.
041982     WRITE ERR-LOG-RECORD.
041984 2640-EXIT.
041986     EXIT.
042000
042010******************************************************************
042011*    2650-WRITE-CHARGE-LEDGER -- LAND ONE ROW IN THE CHARGLED
042032     EXIT.
042033
042100******************************************************************
042101*    2660-ACCRUE-BUDGET -- PRICE THE TRANSACTION AT ITS RATECARD
042102*                 RATE AND ADD IT TO THE DEPARTMENT'S MONTH-TO-
042103*                 DATE CHARGE.  ONLY A ROW PAST THE LAST ONE 1600
042104*                 FOUND LANDED FOR TONIGHT ACCRUES -- A RESTART OR
042105*                 RERUN REWRITING A ROW ALREADY LANDED WAS COUNTED
042106*                 BY 1600.  THE CARD THAT CARRIES THE DEPARTMENT
042107*                 PAST 80% OF ITS BUDGET, AND THE ONE THAT CARRIES
042108*                 IT TO 100%, EACH LOG A WARNING.  THE CARD ITSELF
042109*                 STANDS.
042110******************************************************************
042111 2660-ACCRUE-BUDGET.
042112     IF CG-SEQ-NO NOT > WS-MTD-LANDED-SEQ-NO
042113         GO TO 2660-EXIT
042114     END-IF.
042115
042116     MOVE MT-DEPARTMENT TO WS-LOOKUP-DEPARTMENT.
042117     PERFORM 2680-FIND-BUDGET-ENTRY THRU 2680-EXIT.
042118     IF WS-BG-MATCH-SUB = 0
042119         GO TO 2660-EXIT
042120     END-IF.
042121
042122     MOVE MT-REQUEST-TYPE TO WS-LOOKUP-REQUEST-TYPE.
042123     PERFORM 2690-PRICE-REQUEST THRU 2690-EXIT.
042124     MOVE WS-BG-MTD (WS-BG-MATCH-SUB) TO WS-BG-MTD-BEFORE.
042125     ADD WS-CHARGE-AMOUNT TO WS-BG-MTD (WS-BG-MATCH-SUB).
042126
042127     COMPUTE WS-BG-THRESHOLD =
042128         WS-BG-BUDGET (WS-BG-MATCH-SUB) * 0.80.
042129     IF WS-BG-MTD-BEFORE < WS-BG-THRESHOLD
042130         AND WS-BG-MTD (WS-BG-MATCH-SUB) NOT < WS-BG-THRESHOLD
042131         MOVE "DEPARTMENT PAST 80% OF MONTHLY BUDGET - WARNING"
042132             TO ERR-MESSAGE
042133         PERFORM 2670-LOG-BUDGET-WARNING THRU 2670-EXIT
042134     END-IF.
042135
042136     MOVE WS-BG-BUDGET (WS-BG-MATCH-SUB) TO WS-BG-THRESHOLD.
042137     IF WS-BG-MTD-BEFORE < WS-BG-THRESHOLD
042138         AND WS-BG-MTD (WS-BG-MATCH-SUB) NOT < WS-BG-THRESHOLD
042139         MOVE "DEPARTMENT AT 100% OF MONTHLY BUDGET - WARNING"
042140             TO ERR-MESSAGE
042141         PERFORM 2670-LOG-BUDGET-WARNING THRU 2670-EXIT
042142     END-IF.
042143 2660-EXIT.
042144     EXIT.
042145
042146 2670-LOG-BUDGET-WARNING.
042147     MOVE MT-DEPARTMENT                  TO BW-DEPARTMENT.
042148     MOVE WS-BG-MTD (WS-BG-MATCH-SUB)    TO BW-MTD.
042149     MOVE WS-BG-BUDGET (WS-BG-MATCH-SUB) TO BW-BUDGET.
042150     DISPLAY "MATH: " ERR-MESSAGE " (" WS-BUDGET-WARN-VALUE ")".
042151
042152     MOVE "MATH"               TO ERR-PROGRAM-ID.
042153     MOVE "MT-DEPARTMENT"      TO ERR-FIELD-NAME.
042154     MOVE WS-BUDGET-WARN-VALUE TO ERR-BAD-VALUE.
042155     MOVE WS-RUN-DATE          TO ERR-RUN-DATE.
042156     MOVE WS-RUN-TIME          TO ERR-TIME.
042157     MOVE MT-TRACE-ID          TO ERR-TRACE-ID.
042158     WRITE ERR-LOG-RECORD.
042159 2670-EXIT.
042160     EXIT.
042161
042162 2680-FIND-BUDGET-ENTRY.
042163     MOVE 0 TO WS-BG-MATCH-SUB.
042164     PERFORM 2685-MATCH-BUDGET THRU 2685-EXIT
042165         VARYING WS-BG-SUB FROM 1 BY 1
042166         UNTIL WS-BG-SUB > WS-BG-ENTRIES.
042167 2680-EXIT.
042168     EXIT.
042169
042170 2685-MATCH-BUDGET.
042171     IF WS-BG-DEPARTMENT (WS-BG-SUB) = WS-LOOKUP-DEPARTMENT
042172         MOVE WS-BG-SUB TO WS-BG-MATCH-SUB
042173     END-IF.
042174 2685-EXIT.
042175     EXIT.
042176
042177*    A REQUEST TYPE WITH NO RATECARD ROW PRICES AT ZERO, THE
042178*    SAME AS CHARGBIL BILLS IT.
042179 2690-PRICE-REQUEST.
042180     MOVE 0 TO WS-RC-MATCH-SUB.
042181     MOVE 0 TO WS-CHARGE-AMOUNT.
042182     PERFORM 2695-MATCH-RATE THRU 2695-EXIT
042183         VARYING WS-RC-SUB FROM 1 BY 1
042184         UNTIL WS-RC-SUB > WS-RC-ENTRIES.
042185     IF WS-RC-MATCH-SUB > 0
042186         MOVE WS-RC-RATE (WS-RC-MATCH-SUB) TO WS-CHARGE-AMOUNT
042187     END-IF.
042188 2690-EXIT.
042189     EXIT.
042190
042191 2695-MATCH-RATE.
042192     IF WS-RC-REQUEST-TYPE (WS-RC-SUB) = WS-LOOKUP-REQUEST-TYPE
042193         MOVE WS-RC-SUB TO WS-RC-MATCH-SUB
042194     END-IF.
042195 2695-EXIT.
042196     EXIT.
042197
042198******************************************************************
042200*    2700-WRITE-CALCRES -- LAND THE RESULT IN THE SHARED
042300*                 CALCRES FILE FOR THE NIGHTLY RECONCILIATION.
042400******************************************************************
044727******************************************************************
044728 2950-WRITE-CHECKPOINT.
044729     OPEN OUTPUT MATH-CHECKPOINT-FILE.
044730     PERFORM 2960-SAVE-RETURN-AND-SAMPLE THRU 2960-EXIT.
044731     MOVE WS-RUN-DATE           TO MC-RUN-DATE.
044732     MOVE WS-CKPT-STATUS-VALUE  TO MC-STATUS.
044733     MOVE WS-DETAIL-COUNT       TO MC-LAST-TRAN-NO.
044760     CLOSE MATH-CHECKPOINT-FILE.
044770 2950-EXIT.
044780     EXIT.
044781
044782******************************************************************
044783*    2960-SAVE-RETURN-AND-SAMPLE -- THE DEPTRET RETURN TABLE AND
044784*                 THE HISTSAMP SAMPLING COUNTS GO ON THE
044785*                 CHECKPOINT WITH THE REST (RESTORED BY 1310).
044786******************************************************************
044787 2960-SAVE-RETURN-AND-SAMPLE.
044788     MOVE WS-RET-ENTRIES         TO MC-RET-ENTRIES.
044789     MOVE WS-RET-TABLE           TO MC-RET-TABLE.
044790     MOVE WS-HIST-SAMPLED-COUNT  TO MC-HIST-SAMPLED.
044791     MOVE WS-HIST-MISMATCH-COUNT TO MC-HIST-MISMATCHED.
044792     MOVE WS-SAMPLE-ACCUM        TO MC-SAMPLE-ACCUM.
044793 2960-EXIT.
044794     EXIT.
044800
044900******************************************************************
045000*    9000-TERMINATE -- STAMP JOB-END, WRITE THE AUDIT RECORD
045317         PERFORM 9300-WRITE-HITRATE-SUMMARY THRU 9300-EXIT
045318         PERFORM 9400-WRITE-CHARGEBACK-COUNTS THRU 9400-EXIT
045320         PERFORM 9500-WRITE-CALCRES-TRAILER THRU 9500-EXIT
045321         PERFORM 9050-CLOSE-TRACKING-FILES THRU 9050-EXIT
045323         CLOSE MATH-TRANSACTION-FILE MATH-REPORT-FILE
045326             MATH-HISTORY-FILE SHAPE-LEDGER-FILE
045329             AMORT-LEDGER-FILE CHARGE-LEDGER-FILE
045330             CALC-RESULTS-FILE HIST-SAMPLE-FILE
045331             COST-LEDGER-FILE BILL-ADJUSTMENT-FILE
045334     END-IF.
045338
045340*    ONLY A RUN THAT GOT THROUGH ITS BATCH CLEANLY MARKS THE
045375         AND NOT BATCH-CONTROL-FAILED
045380         MOVE "COMPLETE" TO WS-CKPT-STATUS-VALUE
045385         PERFORM 2950-WRITE-CHECKPOINT THRU 2950-EXIT
045386         PERFORM 9800-WRITE-RETURN-TRAILERS THRU 9800-EXIT
045387             VARYING WS-RET-SUB FROM 1 BY 1
045388             UNTIL WS-RET-SUB > WS-RET-ENTRIES
045390     END-IF.
045395
045400     CLOSE ERROR-LOG-FILE.
047800     MOVE AUDIT-RETURN-CODE TO RETURN-CODE.
047820 9000-EXIT.
047840     EXIT.
047841
047842******************************************************************
047843*    9050-CLOSE-TRACKING-FILES -- CLOSE THE FILES THAT MAY NOT
047844*                 HAVE OPENED (OR, FOR DEPTRET, MAY NOT BE OPEN
047845*                 ON ANY DEPARTMENT) AND REPORT THE NIGHT'S
047846*                 OPENREJ ACTIVITY.
047847******************************************************************
047848 9050-CLOSE-TRACKING-FILES.
047849     IF WS-RET-OPEN-DEPARTMENT NOT = SPACES
047850         CLOSE DEPT-RETURN-FILE
047851     END-IF.
047852     IF MATLMAST-OPEN
047853         CLOSE MATERIAL-MASTER-FILE
047854     END-IF.
047855     IF OPENREJ-OPEN
047856         CLOSE OPEN-REJECT-FILE
047857     END-IF.
047858     DISPLAY "MATH: " WS-OPENREJ-ADDED " REJECT(S) OPENED, "
047859         WS-OPENREJ-REREJECTED " RE-REJECT(S), "
047860         WS-OPENREJ-CLOSED " CLOSED BY RESUBMISSION.".
047861 9050-EXIT.
047862     EXIT.
047870
047900******************************************************************
047901*    9300-WRITE-HITRATE-SUMMARY -- END-OF-RUN COUNT OF REQUESTS
047917     MOVE "COMPUTED FRESH        =" TO HR-CAPTION.
047918     MOVE WS-COMPUTED-COUNT         TO HR-COUNT.
047919     WRITE MATH-REPORT-RECORD FROM WS-HITRATE-LINE.
047920     PERFORM 9350-WRITE-SAMPLE-COUNTS THRU 9350-EXIT.
047921     DISPLAY "MATH: " WS-HISTORY-HIT-COUNT
047922         " REQUEST(S) ANSWERED FROM HISTORY, "
047923         WS-COMPUTED-COUNT " COMPUTED FRESH.".
047924 9300-EXIT.
047925     EXIT.
047926
047927******************************************************************
047928*    9350-WRITE-SAMPLE-COUNTS -- HOW MANY HISTORY HITS THE
047929*                 HISTSAMP CHECK RECOMPUTED TONIGHT AND HOW MANY
047930*                 OF THOSE DISAGREED, UNDER THE HIT-RATE LINES.
047931******************************************************************
047932 9350-WRITE-SAMPLE-COUNTS.
047933     MOVE "HISTORY HITS SAMPLED  =" TO HR-CAPTION.
047934     MOVE WS-HIST-SAMPLED-COUNT     TO HR-COUNT.
047935     WRITE MATH-REPORT-RECORD FROM WS-HITRATE-LINE.
047936
047937     MOVE "SAMPLE MISMATCHES     =" TO HR-CAPTION.
047938     MOVE WS-HIST-MISMATCH-COUNT    TO HR-COUNT.
047940     WRITE MATH-REPORT-RECORD FROM WS-HITRATE-LINE.
047942
047950     DISPLAY "MATH: " WS-HIST-SAMPLED-COUNT
047952         " HISTORY HIT(S) SAMPLED, " WS-HIST-MISMATCH-COUNT
047954         " MISMATCH(ES).".
047956 9350-EXIT.
047958     EXIT.
047960
048011******************************************************************
048012*    9400-WRITE-CHARGEBACK-COUNTS -- END-OF-RUN COUNT OF VALID
048013*                 TRANSACTIONS PER REQUESTING DEPARTMENT, ON THE
048300 9500-EXIT.
048310     EXIT.
048320
048322******************************************************************
048324*    9800-WRITE-RETURN-TRAILERS -- A BATCH THAT RAN CLEAN
048326*                 THROUGH ITS TRAILER CLOSES EACH DEPARTMENT'S
048328*                 RETURN FILE WITH ONE "TRL" CONTROL RECORD --
048330*                 CARDS RETURNED AND HOW EACH WAS ANSWERED --
048332*                 FOR THE DEPARTMENT TO BALANCE AGAINST WHAT IT
048334*                 SENT.  A FAILED BATCH GETS NO TRAILER UNTIL
048336*                 THE CORRECTED RERUN FINISHES THE FILE.
048338******************************************************************
048340 9800-WRITE-RETURN-TRAILERS.
048342     MOVE WS-RT-DEPARTMENT (WS-RET-SUB) TO WS-RET-DEPARTMENT.
048344     PERFORM 2489-BUILD-RETURN-NAME THRU 2489-EXIT.
048346     OPEN EXTEND DEPT-RETURN-FILE.
048348     IF WS-DEPTRET-STATUS NOT = "00"
048350         DISPLAY "MATH: CANNOT EXTEND " WS-DEPTRET-NAME
048352             ", STATUS = " WS-DEPTRET-STATUS
048354         GO TO 9800-EXIT
048356     END-IF.
048358
048360     MOVE SPACES TO DEPT-RETURN-TRAILER-RECORD.
048362     MOVE "TRL"                        TO DRT-RECORD-TYPE.
048364     MOVE WS-RET-DEPARTMENT            TO DRT-DEPARTMENT.
048366     MOVE WS-RUN-DATE                  TO DRT-RUN-DATE.
048368     MOVE WS-BATCH-ID                  TO DRT-BATCH-ID.
048370     MOVE WS-RT-CARD-COUNT (WS-RET-SUB) TO DRT-RECORD-COUNT.
048372     MOVE WS-RT-COMPUTED (WS-RET-SUB)  TO DRT-COMPUTED-COUNT.
048374     MOVE WS-RT-HISTORY (WS-RET-SUB)   TO DRT-HISTORY-COUNT.
048376     MOVE WS-RT-REJECTED (WS-RET-SUB)  TO DRT-REJECTED-COUNT.
048378     MOVE WS-SUBMITTED-COUNT           TO DRT-BATCH-DETAIL-COUNT.
048380     WRITE DEPT-RETURN-TRAILER-RECORD.
048382     CLOSE DEPT-RETURN-FILE.
048384
048386     DISPLAY "MATH: RETURN FILE " WS-DEPTRET-NAME " CLOSED, "
048388         WS-RT-CARD-COUNT (WS-RET-SUB) " CARD(S).".
048390 9800-EXIT.
048392     EXIT.
048394
048400******************************************************************
048401*    9600-MARK-RUN-COMPLETE -- FLIP THIS RUN'S RUNCTL
048402*                 REGISTRATION TO COMPLETE SO A SECOND SAME-DAY
