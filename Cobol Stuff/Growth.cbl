002499*                     SCENARIO NAMED "PARMFILE" BUILT FROM THE
002500*                     GROWBASE/GROWCAP PARMS, SO THE OLD NIGHTLY
002501*                     BEHAVIOR STILL STANDS ON ITS OWN.
002502*    11/12/18   JRP   EVERY SCHEDULE PERIOD IS NOW ALSO LANDED ON
002503*                     THE KEYED GROWPROJ FILE UNDER ITS SCENARIO
002504*                     NAME AND BASE MONTH (THE RUN MONTH), SO
002505*                     GROWVAR CAN CHECK THE PROJECTIONS AGAINST
002506*                     ACTUAL VOLUME.  A RERUN REPLACES THE
002507*                     MONTH'S SCHEDULE, PERIODS AND ALL.
002510******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. GROWTH.
003820         ORGANIZATION IS LINE SEQUENTIAL
003830         FILE STATUS IS WS-GROWREQ-STATUS.
003840
003845     SELECT GROWTH-PROJECTION-FILE ASSIGN TO "GROWPROJ"
003850         ORGANIZATION IS INDEXED
003855         ACCESS MODE IS DYNAMIC
003860         RECORD KEY IS GP-KEY
003865         FILE STATUS IS WS-GROWPROJ-STATUS.
003870
003900     SELECT GROWTH-REPORT-FILE ASSIGN TO "GROWRPT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-GROWRPT-STATUS.
005420     LABEL RECORD IS STANDARD.
005430 COPY GROWREQ.
005440
005450 FD  GROWTH-PROJECTION-FILE.
005460 COPY GROWPROJ.
005470
005500 FD  GROWTH-REPORT-FILE
005600     LABEL RECORD IS STANDARD.
005700 01  GROWTH-REPORT-RECORD            PIC X(100).
006000 01  WS-FIBOUT-STATUS                PIC X(02) VALUE "00".
006100 01  WS-PARMFILE-STATUS              PIC X(02) VALUE "00".
006150 01  WS-GROWREQ-STATUS               PIC X(02) VALUE "00".
006175 01  WS-GROWPROJ-STATUS              PIC X(02) VALUE "00".
006200 01  WS-GROWRPT-STATUS               PIC X(02) VALUE "00".
006300
006400 01  WS-SWITCHES.
006800         88  CAPACITY-EXCEEDED       VALUE "Y".
006810     05  WS-ANY-CAPACITY-SW          PIC X(01) VALUE "N".
006820         88  ANY-CAPACITY-EXCEEDED   VALUE "Y".
006830     05  WS-PROJ-OPEN-SW             PIC X(01) VALUE "N".
006840         88  PROJECTION-FILE-OPEN    VALUE "Y".
006850     05  WS-PROJ-TROUBLE-SW          PIC X(01) VALUE "N".
006860         88  PROJECTION-TROUBLE      VALUE "Y".
006870     05  WS-STALE-EOF-SW             PIC X(01) VALUE "N".
006880         88  END-OF-STALE-PERIODS    VALUE "Y".
006900
007000 01  WS-BASE-AMOUNT                  PIC 9(09)V99 VALUE 1000.
007100 01  WS-TERM-CAP                     PIC 9(04) VALUE 24.
007700 01  WS-PERIOD-COUNT                 PIC 9(06) VALUE 0.
007710 01  WS-RUN-DATE                     PIC 9(08) VALUE 0.
007720 01  WS-FIBOUT-NAME                  PIC X(15) VALUE SPACES.
007725
007730 01  WS-BASE-MONTH                   PIC 9(06) VALUE 0.
007735 01  FILLER REDEFINES WS-BASE-MONTH.
007740     05  WS-BASE-YEAR                PIC 9(04).
007745     05  WS-BASE-MM                  PIC 9(02).
007750 01  WS-MONTH-NUMBER                 PIC 9(07) VALUE 0.
007755 01  WS-PROJ-YEAR                    PIC 9(04) VALUE 0.
007760 01  WS-PROJ-MM                      PIC 9(02) VALUE 0.
007765 01  WS-PROJ-WRITTEN                 PIC 9(06) VALUE 0.
007770 01  WS-STALE-DROPPED                PIC 9(06) VALUE 0.
007800
007810*    THE NIGHT'S FIBOUT TERMS, LOADED ONCE AND REPLAYED FOR
007820*    EVERY SCENARIO.
013010     PERFORM 1200-LOAD-SCENARIOS THRU 1200-EXIT.
013100
013110     OPEN OUTPUT GROWTH-REPORT-FILE.
013135     PERFORM 1400-OPEN-PROJECTIONS THRU 1400-EXIT.
013200
013300     PERFORM 1300-LOAD-FIBOUT THRU 1300-EXIT.
014300 1000-EXIT.
017305 1300-EXIT.
017306     EXIT.
017307
017309******************************************************************
017311*    1400-OPEN-PROJECTIONS -- OPEN THE GROWPROJ FILE THE
017313*                 SCHEDULES ARE KEPT ON, CREATING IT THE FIRST
017315*                 TIME.  IF IT WILL NOT OPEN THE SCHEDULES ARE
017317*                 STILL PRINTED, BUT THE RUN ENDS WITH A WARNING.
017319******************************************************************
017321 1400-OPEN-PROJECTIONS.
017323     COMPUTE WS-BASE-MONTH = WS-RUN-DATE / 100.
017325
017327     OPEN I-O GROWTH-PROJECTION-FILE.
017329     IF WS-GROWPROJ-STATUS = "35"
017331         OPEN OUTPUT GROWTH-PROJECTION-FILE
017333         CLOSE GROWTH-PROJECTION-FILE
017335         OPEN I-O GROWTH-PROJECTION-FILE
017337     END-IF.
017339
017341     IF WS-GROWPROJ-STATUS NOT = "00"
017343         DISPLAY "GROWTH: CANNOT OPEN GROWPROJ, STATUS = "
017345             WS-GROWPROJ-STATUS " -- SCHEDULES WILL NOT BE "
017347             "KEPT."
017349         MOVE "Y" TO WS-PROJ-TROUBLE-SW
017351         GO TO 1400-EXIT
017353     END-IF.
017355     MOVE "Y" TO WS-PROJ-OPEN-SW.
017357 1400-EXIT.
017359     EXIT.
017361
017400******************************************************************
017500*    2000-BUILD-ONE-SCENARIO -- ONE SCENARIO'S FULL SCHEDULE
017600*                 SECTION: HEADER, COLUMN HEADINGS, ONE LINE PER
018310         OR CAPACITY-EXCEEDED
018320         OR WS-PERIOD-COUNT NOT < WS-TERM-CAP.
018330
018332     PERFORM 2200-DROP-STALE-PERIODS THRU 2200-EXIT.
018334
018340     PERFORM 2500-WRITE-SCENARIO-SUMMARY THRU 2500-EXIT.
018350
018360     MOVE WS-PERIOD-COUNT     TO WS-SC-PERIODS (WS-SC-SUB).
022000     MOVE WS-SCALED-AMOUNT          TO DL-SCALED-AMOUNT.
022100     MOVE WS-CUMULATIVE-TOTAL       TO DL-CUMULATIVE.
022200     WRITE GROWTH-REPORT-RECORD FROM WS-DETAIL-LINE.
022250     PERFORM 2150-WRITE-PROJECTION THRU 2150-EXIT.
022300
022400     MOVE WS-FT-VALUE (WS-FT-SUB) TO WS-PRIOR-TERM-VALUE.
022500 2100-EXIT.
022600     EXIT.
022700
022701******************************************************************
022702*    2150-WRITE-PROJECTION -- LAND THE PERIOD JUST PRINTED ON
022703*                 GROWPROJ.  PERIOD 1 FALLS IN THE BASE MONTH,
022704*                 EACH LATER PERIOD ONE CALENDAR MONTH ON.  A ROW
022705*                 ALREADY THERE FROM AN EARLIER RUN THIS MONTH IS
022706*                 REWRITTEN.
022707******************************************************************
022708 2150-WRITE-PROJECTION.
022709     IF NOT PROJECTION-FILE-OPEN
022710         GO TO 2150-EXIT
022711     END-IF.
022712
022713     COMPUTE WS-MONTH-NUMBER =
022714         WS-BASE-YEAR * 12 + WS-BASE-MM - 1 + WS-PERIOD-COUNT - 1.
022715     DIVIDE WS-MONTH-NUMBER BY 12
022716         GIVING WS-PROJ-YEAR REMAINDER WS-PROJ-MM.
022717     ADD 1 TO WS-PROJ-MM.
022718
022719     MOVE SPACES                 TO GROWTH-PROJECTION-RECORD.
022720     MOVE WS-SC-NAME (WS-SC-SUB) TO GP-SCENARIO-NAME.
022721     MOVE WS-BASE-MONTH          TO GP-BASE-MONTH.
022722     MOVE WS-PERIOD-COUNT        TO GP-PERIOD.
022723     COMPUTE GP-PROJ-MONTH = WS-PROJ-YEAR * 100 + WS-PROJ-MM.
022724     MOVE WS-BASE-AMOUNT         TO GP-BASE-AMOUNT.
022725     MOVE WS-SCALED-AMOUNT       TO GP-PROJ-AMOUNT.
022726     MOVE WS-RUN-DATE            TO GP-RUN-DATE.
022727
022728     WRITE GROWTH-PROJECTION-RECORD
022729         INVALID KEY
022730             REWRITE GROWTH-PROJECTION-RECORD
022731     END-WRITE.
022732     IF WS-GROWPROJ-STATUS NOT = "00"
022733         DISPLAY "GROWTH: GROWPROJ WRITE FAILED FOR "
022734             GP-SCENARIO-NAME " PERIOD " GP-PERIOD
022735             ", STATUS = " WS-GROWPROJ-STATUS
022736         MOVE "Y" TO WS-PROJ-TROUBLE-SW
022737         GO TO 2150-EXIT
022738     END-IF.
022739     ADD 1 TO WS-PROJ-WRITTEN.
022740 2150-EXIT.
022741     EXIT.
022742
022743******************************************************************
022744*    2200-DROP-STALE-PERIODS -- AN EARLIER RUN THIS MONTH WITH A
022745*                 LONGER TERM CAP LEFT PERIODS PAST THE END OF
022746*                 TONIGHT'S SCHEDULE.  DELETE THEM SO THE MONTH'S
022747*                 SCHEDULE ON GROWPROJ IS EXACTLY THE ONE PRINTED.
022748******************************************************************
022749 2200-DROP-STALE-PERIODS.
022750     IF NOT PROJECTION-FILE-OPEN
022751         GO TO 2200-EXIT
022752     END-IF.
022753
022754     MOVE WS-SC-NAME (WS-SC-SUB) TO GP-SCENARIO-NAME.
022755     MOVE WS-BASE-MONTH          TO GP-BASE-MONTH.
022756     COMPUTE GP-PERIOD = WS-PERIOD-COUNT + 1.
022757     MOVE "N" TO WS-STALE-EOF-SW.
022758     START GROWTH-PROJECTION-FILE KEY NOT < GP-KEY
022759         INVALID KEY
022760             MOVE "Y" TO WS-STALE-EOF-SW
022761     END-START.
022762
022763     PERFORM 2250-DROP-ONE-STALE THRU 2250-EXIT
022764         UNTIL END-OF-STALE-PERIODS.
022765 2200-EXIT.
022766     EXIT.
022767
022768 2250-DROP-ONE-STALE.
022769     READ GROWTH-PROJECTION-FILE NEXT RECORD
022770         AT END
022771             MOVE "Y" TO WS-STALE-EOF-SW
022772             GO TO 2250-EXIT
022773     END-READ.
022774
022775     IF GP-SCENARIO-NAME NOT = WS-SC-NAME (WS-SC-SUB)
022776         OR GP-BASE-MONTH NOT = WS-BASE-MONTH
022777         MOVE "Y" TO WS-STALE-EOF-SW
022778         GO TO 2250-EXIT
022779     END-IF.
022780
022781     DELETE GROWTH-PROJECTION-FILE RECORD
022782         INVALID KEY
022783             MOVE "Y" TO WS-PROJ-TROUBLE-SW
022784             MOVE "Y" TO WS-STALE-EOF-SW
022785             GO TO 2250-EXIT
022786     END-DELETE.
022787     ADD 1 TO WS-STALE-DROPPED.
022788 2250-EXIT.
022789     EXIT.
022790
022800******************************************************************
022900*    2500-WRITE-SCENARIO-SUMMARY -- THE SCENARIO'S CLOSING
023000*                 SUMMARY BLOCK, AS THE SINGLE-SCHEDULE RUN
026090     END-IF.
026100
026200     CLOSE GROWTH-REPORT-FILE.
026225     IF PROJECTION-FILE-OPEN
026250         CLOSE GROWTH-PROJECTION-FILE
026275     END-IF.
026300
026400     MOVE "STAMP"  TO CLK-FUNCTION.
026500     MOVE "GROWTH" TO CLK-PROGRAM-ID.
026800
026900     DISPLAY "GROWTH: " WS-SC-ENTRIES " SCENARIO(S) SCHEDULED "
027000         "FROM " WS-FT-ENTRIES " FIBOUT TERM(S).".
027025     DISPLAY "GROWTH: " WS-PROJ-WRITTEN " PERIOD(S) KEPT ON "
027050         "GROWPROJ FOR BASE MONTH " WS-BASE-MONTH ", "
027075         WS-STALE-DROPPED " STALE PERIOD(S) DROPPED.".
027100
027200     IF ANY-CAPACITY-EXCEEDED
027250         OR PROJECTION-TROUBLE
027300         MOVE 0004 TO RETURN-CODE
027400     ELSE
027500         MOVE 0000 TO RETURN-CODE
