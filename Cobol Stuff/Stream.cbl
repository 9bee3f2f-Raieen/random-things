005611*                     ELAPSED SECONDS AND THE DECISION TAKEN --
005612*                     INSTEAD OF ONLY DISPLAYING TO A CONSOLE
005613*                     NOBODY IS WATCHING AT 2 A.M.
005614*    10/29/18   JRP   INCIDENT LOG.  A STEP THAT FAILS FOR GOOD
005615*                     (OVER ITS MAXIMUM RC ON ITS LAST ALLOWED
005616*                     ATTEMPT) NOW OPENS A RECORD IN THE KEYED
005617*                     INCIDENT FILE -- STREAM DATE, STEP, RC,
005618*                     MAX RC, FAIL ACTION, ATTEMPTS AND THE
005619*                     CHKPTLOG RESUME POINT -- SO THERE IS
005620*                     EVIDENCE OF EVERY BATCH FAILURE FOR
005621*                     INCIMNT TO ACKNOWLEDGE, NOTE AND CLOSE.
005622*    10/31/18   JRP   STEP DEPENDENCIES.  A STOP CARD USED TO
005623*                     STOP EVERYTHING AFTER IT IN CARD ORDER, SO A
005624*                     BAD DEPARTMENT BATCH IN MATH ALSO COST THE
005625*                     NIGHT RECON AND JOBLOG.  EACH CARD NOW NAMES
005626*                     THE STEP(S) IT REALLY DEPENDS ON, AND THE
005627*                     STEPS RUN IN AN ORDER THAT PUTS EVERY STEP
005628*                     AFTER ITS PREDECESSORS (CARD ORDER WHERE
005629*                     THERE IS A CHOICE).  A FAILURE ON A STOP
005630*                     CARD NOW SKIPS ONLY THE STEPS DOWNSTREAM OF
005631*                     IT -- SHOWN AS SKIPPED-UPSTREAM, WITH THE
005632*                     BLOCKING STEP, ON STRMSUM -- AND EVERY OTHER
005633*                     BRANCH RUNS.  AN UNKNOWN PREDECESSOR OR A
005634*                     LOOP STOPS THE STREAM WITH RC 0016 BEFORE
005635*                     ANY STEP RUNS.  A RESTART NOW READS TODAY'S
005636*                     EARLIER STRMSUM AND RERUNS ONLY THE STEPS
005637*                     NOT ALREADY COMPLETE (THE FAILED BRANCH),
005638*                     SINCE CHKPTLOG ONLY EVER HOLDS THE LAST STEP
005639*                     TO FINISH.
005650******************************************************************
005700 IDENTIFICATION DIVISION.
005800 PROGRAM-ID. STREAM.
006860     SELECT STREAM-SUMMARY-FILE ASSIGN TO DYNAMIC WS-STRMSUM-NAME
006870         ORGANIZATION IS LINE SEQUENTIAL
006880         FILE STATUS IS WS-STRMSUM-STATUS.
006881
006882     SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
006883         ORGANIZATION IS INDEXED
006884         ACCESS MODE IS DYNAMIC
006885         RECORD KEY IS IC-KEY
006886         FILE STATUS IS WS-INCIDENT-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  CHECKPOINT-FILE
007760 FD  STREAM-SUMMARY-FILE
007770     LABEL RECORD IS STANDARD.
007780 01  STREAM-SUMMARY-RECORD       PIC X(90).
007781
007782 FD  INCIDENT-FILE.
007783 COPY INCIDENT.
007800
007900 WORKING-STORAGE SECTION.
008000 01  WS-SWITCHES.
008640         88  STEP-RUNNABLE       VALUE "Y".
008650     05  WS-STEP-OK-SW           PIC X(01) VALUE "N".
008660         88  STEP-SUCCEEDED      VALUE "Y".
008662     05  WS-BRANCH-STOPPED-SW    PIC X(01) VALUE "N".
008664         88  ANY-BRANCH-STOPPED  VALUE "Y".
008666     05  WS-DEPENDENCY-SW        PIC X(01) VALUE "N".
008668         88  DEPENDENCY-ERROR    VALUE "Y".
008670     05  WS-READY-SW             PIC X(01) VALUE "N".
008672         88  STEP-READY          VALUE "Y".
008674     05  WS-PLACED-SW            PIC X(01) VALUE "N".
008676         88  STEP-PLACED         VALUE "Y".
008700
008800 01  WS-FAILED-STEP-ID           PIC X(08) VALUE SPACES.
008900 01  WS-COMMAND-LINE             PIC X(40) VALUE SPACES.
009210 01  WS-HOLCAL-STATUS            PIC X(02) VALUE "00".
009220 01  WS-STRMSUM-STATUS           PIC X(02) VALUE "00".
009230 01  WS-STRMSUM-NAME             PIC X(16) VALUE SPACES.
009231 01  WS-INCIDENT-STATUS          PIC X(02) VALUE "00".
009300 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
009301
009302 01  WS-ATTEMPT-COUNT            PIC 9(02) VALUE 0.
010020         10  WS-ST-RUN-DOM       PIC 9(02).
010030         10  WS-ST-HOL-ACTION    PIC X(01).
010040         10  WS-ST-RETRY-COUNT   PIC 9(02).
010045         10  WS-ST-PRED-NAME     PIC X(08) OCCURS 3 TIMES.
010050         10  WS-ST-PRED-SUB      PIC 9(02) OCCURS 3 TIMES.
010055         10  WS-ST-IN-ORDER      PIC X(01).
010060         10  WS-ST-DONE          PIC X(01).
010065         10  WS-ST-OUTCOME       PIC X(01).
010070             88  ST-BLOCKS-DEPENDENTS  VALUE "F" "D".
010075         10  WS-ST-BLOCKED-BY    PIC X(08).
010100 01  WS-STEP-COUNT               PIC 9(02) VALUE 0.
010200 01  WS-STEP-SUB                 PIC 9(02) VALUE 0.
010300 01  WS-SKIP-THRU-STEP           PIC 9(02) VALUE 0.
010301*    RUN ORDER -- STEP TABLE SUBSCRIPTS IN THE ORDER THE STEPS ARE
010302*    TAKEN.  WS-ST-OUTCOME IS WHAT BECAME OF EACH STEP TONIGHT:
010303*    C = COMPLETE (OR ALREADY COMPLETE ON A RESTART), S = SKIPPED
010304*    BY SCHEDULE OR HOLIDAY, W = FAILED ON A CONTINUE CARD, F =
010305*    FAILED ON A STOP CARD, D = SKIPPED BECAUSE A PREDECESSOR WAS
010306*    F OR D.  ONLY F AND D HOLD BACK THE STEPS THAT NAME THEM.
010307 01  WS-RUN-ORDER-TABLE.
010308     05  WS-RUN-ORDER OCCURS 20 TIMES
010309                                 PIC 9(02).
010310 01  WS-ORDER-COUNT              PIC 9(02) VALUE 0.
010311 01  WS-ORDER-SUB                PIC 9(02) VALUE 0.
010312 01  WS-PRED-SUB                 PIC 9(02) VALUE 0.
010313 01  WS-CAND-SUB                 PIC 9(02) VALUE 0.
010314 01  WS-FIND-SUB                 PIC 9(02) VALUE 0.
010315 01  WS-FIND-NAME                PIC X(08) VALUE SPACES.
010316 01  WS-UPSTREAM-SKIP-COUNT      PIC 9(02) VALUE 0.
010317 01  WS-RESTART-DONE-COUNT       PIC 9(02) VALUE 0.
010318
010320*    INCIDENT WRITING -- THE OCCURRENCE NUMBER IS BUMPED PAST
010330*    ANY INCIDENT ALREADY ON FILE FOR THE SAME STEP AND DATE.
010340 01  WS-INCIDENT-SW              PIC X(01) VALUE "N".
010350     88  INCIDENT-WRITTEN        VALUE "Y".
010360 01  WS-RESUME-POINT             PIC X(08) VALUE SPACES.
010400
010405 01  WS-SUMMARY-RESTART-LINE     PIC X(90) VALUE
010410     " RESTART -- STEPS ALREADY COMPLETE TODAY ARE NOT RERUN.".
010415
010420*    AN EARLIER SUMMARY FOR TODAY, READ BACK ON A RESTART.
010425 01  WS-PRIOR-SUMMARY-LINE.
010430     05  FILLER                  PIC X(01).
010435     05  PS-STEP-NAME            PIC X(08).
010440     05  FILLER                  PIC X(29).
010445     05  PS-DECISION             PIC X(16).
010450     05  FILLER                  PIC X(36).
010455
010500 COPY CLOCKLNK REPLACING CLOCK-LINKAGE BY WS-CLOCK-LINKAGE.
010600
010610 01  WS-SUMMARY-HEADING-1.
010630         " OVERNIGHT STREAM SUMMARY FOR ".
010640     05  SH-RUN-DATE             PIC 9(08).
010650
010652 01  WS-SUMMARY-HEADING-2.
010654     05  FILLER                  PIC X(49) VALUE
010656         " STEP      ATTEMPTS  RC    ELAPSED-SECS  DECISION".
010658     05  FILLER                  PIC X(41) VALUE
010660         "       BLOCKED-BY".
010680
010690 01  WS-SUMMARY-LINE.
010691     05  FILLER                  PIC X(01) VALUE SPACE.
010698     05  SU-ELAPSED              PIC ZZZZZ9.
010699     05  FILLER                  PIC X(03) VALUE SPACE.
010700     05  SU-DECISION             PIC X(16).
010701     05  SU-BLOCKED-BY           PIC X(10) VALUE SPACES.
010702 01  WS-SUMMARY-FINAL-LINE.
010703     05  FILLER                  PIC X(22) VALUE
010704         " STREAM RETURN CODE = ".
011000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011100
011200     PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
011250         VARYING WS-ORDER-SUB FROM 1 BY 1
011300         UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
011500         OR STREAM-STOPPED.
011600
011700     PERFORM 9000-FINISH THRU 9000-EXIT.
011900
012000******************************************************************
012100*    1000-INITIALIZE -- STAMP THE STREAM START, LOAD THE STEP
012150*                       CARDS, PUT THEM IN DEPENDENCY ORDER,
012200*                       AND CHECK FOR A RESTART
012300******************************************************************
012400 1000-INITIALIZE.
012500     MOVE "STAMP"  TO CLK-FUNCTION.
013140     STRING "STRMSUM." DELIMITED BY SIZE
013150         WS-RUN-DATE DELIMITED BY SIZE
013160         INTO WS-STRMSUM-NAME.
013161
013162     PERFORM 1200-LOAD-STEP-TABLE THRU 1200-EXIT.
013163     PERFORM 1400-ORDER-STEPS THRU 1400-EXIT.
013164     PERFORM 1300-SET-CALENDAR-FACTS THRU 1300-EXIT.
013165     PERFORM 1500-CHECK-RESTART THRU 1500-EXIT.
013166*    THE RESTART CHECK READS BACK ANY EARLIER SUMMARY FOR TODAY,
013167*    SO TONIGHT'S IS NOT OPENED UNTIL IT HAS.
013170     OPEN OUTPUT STREAM-SUMMARY-FILE.
013180     MOVE WS-RUN-DATE TO SH-RUN-DATE.
013190     WRITE STREAM-SUMMARY-RECORD FROM WS-SUMMARY-HEADING-1.
013191     WRITE STREAM-SUMMARY-RECORD FROM WS-SUMMARY-HEADING-2.
013241     IF WS-RESTART-DONE-COUNT > 0
013291         WRITE STREAM-SUMMARY-RECORD FROM WS-SUMMARY-RESTART-LINE
013341     END-IF.
013400 1000-EXIT.
013500     EXIT.
013600
013601*    WS-FIND-SUB = STEP TABLE SUBSCRIPT OF WS-FIND-NAME, OR 0.
013602 1430-FIND-STEP-NAME.
013603     MOVE 0 TO WS-FIND-SUB.
013604     PERFORM 1435-CHECK-ONE-NAME THRU 1435-EXIT
013605         VARYING WS-CAND-SUB FROM 1 BY 1
013606         UNTIL WS-CAND-SUB > WS-STEP-COUNT
013607         OR WS-FIND-SUB > 0.
013608 1430-EXIT.
013609     EXIT.
013610
013611 1435-CHECK-ONE-NAME.
013612     IF WS-ST-NAME (WS-CAND-SUB) = WS-FIND-NAME
013613         MOVE WS-CAND-SUB TO WS-FIND-SUB
013614     END-IF.
013615 1435-EXIT.
013616     EXIT.
013617
013618 1450-PLACE-NEXT-STEP.
013619     MOVE "N" TO WS-PLACED-SW.
013620     PERFORM 1460-TRY-ONE-STEP THRU 1460-EXIT
013621         VARYING WS-CAND-SUB FROM 1 BY 1
013622         UNTIL WS-CAND-SUB > WS-STEP-COUNT
013623         OR STEP-PLACED.
013624     IF NOT STEP-PLACED
013625         DISPLAY "STREAM: STRMDEF PREDECESSORS FORM A LOOP -- "
013626             "THESE STEPS WAIT ON EACH OTHER:"
013627         MOVE "Y" TO WS-DEPENDENCY-SW
013628     END-IF.
013629 1450-EXIT.
013630     EXIT.
013631
013632 1460-TRY-ONE-STEP.
013633     IF WS-ST-IN-ORDER (WS-CAND-SUB) = "Y"
013634         GO TO 1460-EXIT
013635     END-IF.
013636
013637     MOVE "Y" TO WS-READY-SW.
013638     PERFORM 1465-CHECK-ONE-PRED THRU 1465-EXIT
013639         VARYING WS-PRED-SUB FROM 1 BY 1
013640         UNTIL WS-PRED-SUB > 3
013641         OR NOT STEP-READY.
013642     IF STEP-READY
013643         ADD 1 TO WS-ORDER-COUNT
013644         MOVE WS-CAND-SUB TO WS-RUN-ORDER (WS-ORDER-COUNT)
013645         MOVE "Y" TO WS-ST-IN-ORDER (WS-CAND-SUB)
013646         MOVE "Y" TO WS-PLACED-SW
013647     END-IF.
013648 1460-EXIT.
013649     EXIT.
013650
013651 1465-CHECK-ONE-PRED.
013652     MOVE WS-ST-PRED-SUB (WS-CAND-SUB WS-PRED-SUB) TO WS-FIND-SUB.
013653     IF WS-FIND-SUB > 0
013654         AND WS-ST-IN-ORDER (WS-FIND-SUB) NOT = "Y"
013655         MOVE "N" TO WS-READY-SW
013656     END-IF.
013657 1465-EXIT.
013658     EXIT.
013659
013660 1470-LIST-UNPLACED.
013661     IF WS-ST-IN-ORDER (WS-STEP-SUB) NOT = "Y"
013662         DISPLAY "STREAM:     " WS-ST-NAME (WS-STEP-SUB)
013663     END-IF.
013664 1470-EXIT.
013665     EXIT.
013666
013700******************************************************************
013800*    1200-LOAD-STEP-TABLE -- READ THE ORDERED STRMDEF CARDS INTO
013900*                  THE STEP TABLE.  A MISSING OR EMPTY STRMDEF
016960                         TO WS-ST-HOL-ACTION (WS-STEP-COUNT)
016970                     MOVE SD-RETRY-COUNT
016980                         TO WS-ST-RETRY-COUNT (WS-STEP-COUNT)
016981                     MOVE SD-PREDECESSOR (1)
016982                         TO WS-ST-PRED-NAME (WS-STEP-COUNT 1)
016983                     MOVE SD-PREDECESSOR (2)
016984                         TO WS-ST-PRED-NAME (WS-STEP-COUNT 2)
016985                     MOVE SD-PREDECESSOR (3)
016986                         TO WS-ST-PRED-NAME (WS-STEP-COUNT 3)
016987                     MOVE "N"    TO WS-ST-IN-ORDER (WS-STEP-COUNT)
016988                     MOVE "N"    TO WS-ST-DONE (WS-STEP-COUNT)
016989                     MOVE SPACE  TO WS-ST-OUTCOME (WS-STEP-COUNT)
016990                     MOVE SPACES
016991                         TO WS-ST-BLOCKED-BY (WS-STEP-COUNT)
017000                 END-IF
017100         END-READ
017200     END-PERFORM.
018425 1350-EXIT.
018426     EXIT.
018427
018428******************************************************************
018429*    1400-ORDER-STEPS -- TURN EACH CARD'S PREDECESSOR NAMES INTO
018430*                  STEP TABLE SUBSCRIPTS, THEN BUILD THE RUN
018431*                  ORDER: REPEATEDLY TAKE THE FIRST CARD NOT YET
018432*                  PLACED WHOSE PREDECESSORS ALL ARE, SO CARD
018433*                  ORDER HOLDS WHEREVER THE DEPENDENCIES ALLOW
018434*                  IT.  A NAME NOT ON ANY CARD, OR A PASS THAT
018435*                  PLACES NOTHING (THE REMAINING CARDS WAIT ON
018436*                  EACH OTHER -- A LOOP), STOPS THE STREAM
018437*                  BEFORE ANY STEP RUNS.
018438******************************************************************
018439 1400-ORDER-STEPS.
018440     IF NO-STEPS-LOADED
018441         GO TO 1400-EXIT
018442     END-IF.
018443
018444     PERFORM 1410-RESOLVE-PREDECESSORS THRU 1410-EXIT
018445         VARYING WS-STEP-SUB FROM 1 BY 1
018446         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
018447     IF DEPENDENCY-ERROR
018448         MOVE "Y" TO WS-STREAM-STOPPED-SW
018449         GO TO 1400-EXIT
018450     END-IF.
018451
018452     MOVE 0 TO WS-ORDER-COUNT.
018453     PERFORM 1450-PLACE-NEXT-STEP THRU 1450-EXIT
018454         UNTIL WS-ORDER-COUNT = WS-STEP-COUNT
018455         OR DEPENDENCY-ERROR.
018456     IF DEPENDENCY-ERROR
018457         PERFORM 1470-LIST-UNPLACED THRU 1470-EXIT
018458             VARYING WS-STEP-SUB FROM 1 BY 1
018459             UNTIL WS-STEP-SUB > WS-STEP-COUNT
018460         MOVE "Y" TO WS-STREAM-STOPPED-SW
018461     END-IF.
018462 1400-EXIT.
018463     EXIT.
018464
018465 1410-RESOLVE-PREDECESSORS.
018466     PERFORM 1420-RESOLVE-ONE-NAME THRU 1420-EXIT
018467         VARYING WS-PRED-SUB FROM 1 BY 1
018468         UNTIL WS-PRED-SUB > 3.
018469 1410-EXIT.
018470     EXIT.
018471
018472 1420-RESOLVE-ONE-NAME.
018473     MOVE 0 TO WS-ST-PRED-SUB (WS-STEP-SUB WS-PRED-SUB).
018474     IF WS-ST-PRED-NAME (WS-STEP-SUB WS-PRED-SUB) = SPACES
018475         GO TO 1420-EXIT
018476     END-IF.
018477
018478     MOVE WS-ST-PRED-NAME (WS-STEP-SUB WS-PRED-SUB)
018479         TO WS-FIND-NAME.
018480     PERFORM 1430-FIND-STEP-NAME THRU 1430-EXIT.
018481     IF WS-FIND-SUB = 0
018482         DISPLAY "STREAM: STEP " WS-ST-NAME (WS-STEP-SUB)
018483             " NAMES PREDECESSOR " WS-FIND-NAME
018484             ", WHICH IS NOT ON ANY STRMDEF CARD."
018485         MOVE "Y" TO WS-DEPENDENCY-SW
018486     ELSE
018487         MOVE WS-FIND-SUB
018488             TO WS-ST-PRED-SUB (WS-STEP-SUB WS-PRED-SUB)
018489     END-IF.
018490 1420-EXIT.
018491     EXIT.
018492
018500******************************************************************
018600*    1500-CHECK-RESTART -- LOOK FOR A CHKPTLOG LEFT BY A PRIOR
018700*                  RUN TODAY.  IF ITS STATUS SHOWS COMPLETE AND
018750*                  ITS RUN DATE MATCHES TODAY, THIS IS A RESTART.
018800*                  CHKPTLOG ONLY HOLDS THE LAST STEP TO FINISH,
018850*                  WHICH SAYS NOTHING ABOUT A BRANCH THAT FAILED
018900*                  EARLIER, SO THE STEPS ALREADY DONE ARE TAKEN
018950*                  FROM TODAY'S EARLIER STRMSUM -- ONLY THE ONES
019000*                  NOT COMPLETE THERE (THE FAILED BRANCH) RUN
019050*                  AGAIN.  WITH NO EARLIER SUMMARY, EVERY STEP UP
019100*                  TO THE CHECKPOINTED ONE IN RUN ORDER IS TAKEN
019150*                  AS DONE, AS BEFORE.  A CHECKPOINT FROM AN
019200*                  EARLIER DAY IS NOT HONORED -- CLOCK REWRITES
019250*                  CHKPTLOG AS A SINGLE RECORD EACH TIME, SO A
019300*                  STALE ONE MUST NOT BE MISTAKEN FOR TODAY'S.
019700******************************************************************
019800 1500-CHECK-RESTART.
019810     IF STREAM-STOPPED
019820         GO TO 1500-EXIT
019830     END-IF.
019840
019900     OPEN INPUT CHECKPOINT-FILE.
020000     IF WS-CHKPTLOG-STATUS NOT = "00"
020100         GO TO 1500-EXIT
021300         GO TO 1500-EXIT
021400     END-IF.
021500
021510     PERFORM 1600-READ-PRIOR-SUMMARY THRU 1600-EXIT.
021520     IF WS-RESTART-DONE-COUNT > 0
021530         DISPLAY "STREAM: RESTART -- " WS-RESTART-DONE-COUNT
021540             " STEP(S) ALREADY COMPLETE TODAY PER STRMSUM; "
021550             "ONLY THE REST WILL RUN."
021560         GO TO 1500-EXIT
021570     END-IF.
021580
021600     PERFORM 1550-FIND-CHECKPOINT-STEP THRU 1550-EXIT
021650         VARYING WS-ORDER-SUB FROM 1 BY 1
021700         UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
021900         OR WS-SKIP-THRU-STEP > 0.
022000
022100     IF WS-SKIP-THRU-STEP > 0
022120         PERFORM 1560-MARK-DONE-BY-ORDER THRU 1560-EXIT
022140             VARYING WS-ORDER-SUB FROM 1 BY 1
022160             UNTIL WS-ORDER-SUB > WS-SKIP-THRU-STEP
022200         DISPLAY "STREAM: RESTART CHECKPOINT FOUND -- STEPS "
022300             "THROUGH " CKPT-LAST-PROGRAM " ALREADY COMPLETE."
022400     END-IF.
022500 1500-EXIT.
022600     EXIT.
022700
022720*    WS-SKIP-THRU-STEP IS A POSITION IN THE RUN ORDER.
022800 1550-FIND-CHECKPOINT-STEP.
022850     IF WS-ST-NAME (WS-RUN-ORDER (WS-ORDER-SUB))
022900         = CKPT-LAST-PROGRAM
022950         MOVE WS-ORDER-SUB TO WS-SKIP-THRU-STEP
023100     END-IF.
023200 1550-EXIT.
023300     EXIT.
023400
023410 1560-MARK-DONE-BY-ORDER.
023420     MOVE "Y" TO WS-ST-DONE (WS-RUN-ORDER (WS-ORDER-SUB)).
023430     ADD 1 TO WS-RESTART-DONE-COUNT.
023440 1560-EXIT.
023450     EXIT.
023460
023500******************************************************************
023510*    1600-READ-PRIOR-SUMMARY -- MARK EVERY STEP THAT TODAY'S
023520*                  EARLIER STRMSUM SHOWS AS COMPLETE (OR AS
023530*                  ALREADY COMPLETE ON AN EARLIER RESTART) SO IT
023540*                  IS NOT RUN AGAIN.  HEADING AND TOTAL LINES
023550*                  MATCH NO STEP.
023560******************************************************************
023570 1600-READ-PRIOR-SUMMARY.
023580     OPEN INPUT STREAM-SUMMARY-FILE.
023590     IF WS-STRMSUM-STATUS NOT = "00"
023600         GO TO 1600-EXIT
023610     END-IF.
023620
023630     PERFORM UNTIL WS-STRMSUM-STATUS = "10"
023640         READ STREAM-SUMMARY-FILE INTO WS-PRIOR-SUMMARY-LINE
023650             AT END
023660                 MOVE "10" TO WS-STRMSUM-STATUS
023670             NOT AT END
023680                 IF PS-DECISION = "COMPLETE"
023690                     OR PS-DECISION = "SKIPPED-RESTART"
023700                     PERFORM 1650-MARK-DONE-BY-NAME THRU 1650-EXIT
023710                 END-IF
023720         END-READ
023730     END-PERFORM.
023740
023750     CLOSE STREAM-SUMMARY-FILE.
023760 1600-EXIT.
023770     EXIT.
023780
023790 1650-MARK-DONE-BY-NAME.
023800     MOVE PS-STEP-NAME TO WS-FIND-NAME.
023810     PERFORM 1430-FIND-STEP-NAME THRU 1430-EXIT.
023820     IF WS-FIND-SUB > 0
023830         AND WS-ST-DONE (WS-FIND-SUB) NOT = "Y"
023840         MOVE "Y" TO WS-ST-DONE (WS-FIND-SUB)
023850         ADD 1 TO WS-RESTART-DONE-COUNT
023860     END-IF.
023870 1650-EXIT.
023880     EXIT.
023890
023900******************************************************************
023910*    2000-RUN-ONE-STEP -- RUN THE STEP AT WS-ORDER-SUB IN THE
023920*                  RUN ORDER, CHECK ITS RETURN CODE AGAINST THE
023930*                  CARD'S MAXIMUM, AND CHECKPOINT IT IF IT CAME
023940*                  BACK ACCEPTABLE.  A STEP WHOSE PREDECESSOR
023950*                  FAILED ON A STOP CARD, OR WAS ITSELF SKIPPED
023960*                  FOR THAT REASON, IS SKIPPED WITHOUT RUNNING.  A
023970*                  FAILING STEP EITHER HOLDS BACK ITS DOWNSTREAM
023980*                  STEPS OR IS FLAGGED AND PASSED OVER, AS ITS
023990*                  CARD DIRECTS.
024100******************************************************************
024200 2000-RUN-ONE-STEP.
024250     MOVE WS-RUN-ORDER (WS-ORDER-SUB) TO WS-STEP-SUB.
024300     IF WS-ST-DONE (WS-STEP-SUB) = "Y"
024400         DISPLAY "STREAM: SKIPPING STEP "
024500             WS-ST-NAME (WS-STEP-SUB)
024520             " -- ALREADY COMPLETE TODAY."
024540         MOVE "C" TO WS-ST-OUTCOME (WS-STEP-SUB)
024610         MOVE "SKIPPED-RESTART" TO SU-DECISION
024620         PERFORM 2080-WRITE-SUMMARY-ROW THRU 2080-EXIT
024700         GO TO 2000-EXIT
024810
024820     PERFORM 2050-CHECK-STEP-SCHEDULE THRU 2050-EXIT.
024830     IF NOT STEP-RUNNABLE
024835         MOVE "S" TO WS-ST-OUTCOME (WS-STEP-SUB)
024840         IF WS-SKIP-REASON = "HOLIDAY"
024850             ADD 1 TO WS-HOL-SKIP-COUNT
024860             DISPLAY "STREAM: STEP " WS-ST-NAME (WS-STEP-SUB)
024896         GO TO 2000-EXIT
024897     END-IF.
024900
024905     PERFORM 2040-CHECK-PREDECESSORS THRU 2040-EXIT.
024910     IF WS-ST-OUTCOME (WS-STEP-SUB) = "D"
024915         ADD 1 TO WS-UPSTREAM-SKIP-COUNT
024920         DISPLAY "STREAM: STEP " WS-ST-NAME (WS-STEP-SUB)
024925             " SKIPPED -- UPSTREAM STEP "
024930             WS-ST-BLOCKED-BY (WS-STEP-SUB) " FAILED."
024935         MOVE "SKIPPED-UPSTREAM" TO SU-DECISION
024940         MOVE WS-ST-BLOCKED-BY (WS-STEP-SUB)
024945             TO SU-BLOCKED-BY (3:8)
024950         PERFORM 2080-WRITE-SUMMARY-ROW THRU 2080-EXIT
024955         MOVE SPACES TO SU-BLOCKED-BY
024960         GO TO 2000-EXIT
024965     END-IF.
024970
025000     DISPLAY "STREAM: STARTING STEP " WS-ST-NAME (WS-STEP-SUB)
025100         ".".
025110     PERFORM 2070-MARK-STEP-START THRU 2070-EXIT.
025700         PERFORM 2100-STEP-FAILED THRU 2100-EXIT
025710         IF WS-ST-FAIL-ACTION (WS-STEP-SUB) = "C"
025720             MOVE "FAILED-CONTINUED" TO SU-DECISION
025722             MOVE "W" TO WS-ST-OUTCOME (WS-STEP-SUB)
025730         ELSE
025740             MOVE "FAILED-STOPPED"   TO SU-DECISION
025742             MOVE "F" TO WS-ST-OUTCOME (WS-STEP-SUB)
025750         END-IF
025760         PERFORM 2080-WRITE-SUMMARY-ROW THRU 2080-EXIT
025800         GO TO 2000-EXIT
026300     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
026400     DISPLAY "STREAM: STEP " WS-ST-NAME (WS-STEP-SUB)
026500         " COMPLETE, RETURN CODE = " WS-STEP-RC.
026502     MOVE "C" TO WS-ST-OUTCOME (WS-STEP-SUB).
026510     MOVE "COMPLETE" TO SU-DECISION.
026520     PERFORM 2080-WRITE-SUMMARY-ROW THRU 2080-EXIT.
026600 2000-EXIT.
027000     DISPLAY "STREAM: STEP " WS-ST-NAME (WS-STEP-SUB)
027100         " FAILED, RETURN CODE = " WS-STEP-RC
027200         " (MAX ACCEPTABLE = " WS-ST-MAX-RC (WS-STEP-SUB) ").".
027210
027220     PERFORM 2150-OPEN-INCIDENT THRU 2150-EXIT.
027300
027400     IF WS-ST-FAIL-ACTION (WS-STEP-SUB) = "C"
027500         MOVE "Y" TO WS-STEP-WARNED-SW
027600         DISPLAY "STREAM: STEP CARD SAYS CONTINUE -- "
027650             "ITS DOWNSTREAM STEPS WILL STILL RUN."
027800     ELSE
027820         MOVE "Y" TO WS-BRANCH-STOPPED-SW
027840         IF WS-FAILED-STEP-ID = SPACES
027860             MOVE WS-ST-NAME (WS-STEP-SUB) TO WS-FAILED-STEP-ID
027880         END-IF
027900         DISPLAY "STREAM: STEP CARD SAYS STOP -- STEPS "
027920             "DOWNSTREAM OF " WS-ST-NAME (WS-STEP-SUB)
027940             " WILL BE SKIPPED."
028100     END-IF.
028200 2100-EXIT.
028300     EXIT.
028301
028302******************************************************************
028303*    2150-OPEN-INCIDENT -- RECORD THE FAILURE IN THE INCIDENT
028304*                  FILE.  THE RESUME POINT IS WHATEVER CHKPTLOG
028305*                  SAYS RIGHT NOW FOR TODAY'S RUN -- THE STEP A
028306*                  RESTART WOULD PICK UP AFTER.  A MISSING
028307*                  INCIDENT FILE IS CREATED; ONE THAT CANNOT BE
028308*                  OPENED AT ALL IS ANNOUNCED BUT DOES NOT STOP
028309*                  THE STREAM -- THE FAILURE ITSELF IS STILL ON
028310*                  THE SUMMARY AND THE CONSOLE.
028311******************************************************************
028312 2150-OPEN-INCIDENT.
028313     MOVE SPACES TO WS-RESUME-POINT.
028314     OPEN INPUT CHECKPOINT-FILE.
028315     IF WS-CHKPTLOG-STATUS = "00"
028316         READ CHECKPOINT-FILE
028317             AT END
028318                 MOVE SPACES TO CKPT-LAST-PROGRAM
028319                 MOVE 0      TO CKPT-RUN-DATE
028320         END-READ
028321         CLOSE CHECKPOINT-FILE
028322         IF CKPT-RUN-DATE = WS-RUN-DATE
028323             AND CKPT-STATUS = "COMPLETE"
028324             MOVE CKPT-LAST-PROGRAM TO WS-RESUME-POINT
028325         END-IF
028326     END-IF.
028327
028328     OPEN I-O INCIDENT-FILE.
028329     IF WS-INCIDENT-STATUS = "35"
028330         OPEN OUTPUT INCIDENT-FILE
028331         CLOSE INCIDENT-FILE
028332         OPEN I-O INCIDENT-FILE
028333     END-IF.
028334     IF WS-INCIDENT-STATUS NOT = "00"
028335         DISPLAY "STREAM: CANNOT OPEN INCIDENT, STATUS = "
028336             WS-INCIDENT-STATUS " -- NO INCIDENT RECORDED."
028337         GO TO 2150-EXIT
028338     END-IF.
028339
028340     MOVE SPACES TO INCIDENT-RECORD.
028341     MOVE WS-RUN-DATE                 TO IC-STREAM-DATE.
028342     MOVE WS-ST-NAME (WS-STEP-SUB)    TO IC-STEP-NAME.
028343     MOVE 0                           TO IC-OCCURRENCE.
028344     MOVE WS-TOD-HHMMSS               TO IC-OPEN-TIME.
028345     MOVE WS-STEP-RC                  TO IC-RETURN-CODE.
028346     MOVE WS-ST-MAX-RC (WS-STEP-SUB)  TO IC-MAX-RC.
028347     MOVE WS-ST-FAIL-ACTION (WS-STEP-SUB) TO IC-FAIL-ACTION.
028348     MOVE WS-ATTEMPT-COUNT            TO IC-ATTEMPTS.
028349     MOVE WS-RESUME-POINT             TO IC-RESUME-POINT.
028350     MOVE "O"                         TO IC-STATUS.
028351     MOVE 0 TO IC-ACK-DATE IC-NOTE-DATE IC-CLOSE-DATE.
028352
028353     MOVE "N" TO WS-INCIDENT-SW.
028354     PERFORM 2160-WRITE-INCIDENT THRU 2160-EXIT
028355         UNTIL INCIDENT-WRITTEN
028356         OR IC-OCCURRENCE = 99.
028357     CLOSE INCIDENT-FILE.
028358
028359     IF INCIDENT-WRITTEN
028360         DISPLAY "STREAM: INCIDENT OPENED FOR STEP "
028361             IC-STEP-NAME " OCCURRENCE " IC-OCCURRENCE "."
028362     ELSE
028363         DISPLAY "STREAM: NO FREE INCIDENT OCCURRENCE FOR STEP "
028364             IC-STEP-NAME " -- NO INCIDENT RECORDED."
028365     END-IF.
028366 2150-EXIT.
028367     EXIT.
028368
028369 2160-WRITE-INCIDENT.
028370     ADD 1 TO IC-OCCURRENCE.
028371     WRITE INCIDENT-RECORD
028372         INVALID KEY
028373             GO TO 2160-EXIT
028374     END-WRITE.
028375     MOVE "Y" TO WS-INCIDENT-SW.
028376 2160-EXIT.
028377     EXIT.
028400
028500******************************************************************
028502*    2040-CHECK-PREDECESSORS -- THE RUN ORDER PUTS EVERY
028504*                  PREDECESSOR FIRST, SO EACH ONE NAMED ON THE
028506*                  CARD ALREADY HAS AN OUTCOME.  THE FIRST THAT
028508*                  FAILED ON A STOP CARD, OR WAS SKIPPED BEHIND
028510*                  ONE, MARKS THIS STEP D; WS-ST-BLOCKED-BY
028512*                  CARRIES THE NAME OF THE STEP THAT FAILED.
028514******************************************************************
028516 2040-CHECK-PREDECESSORS.
028518     PERFORM 2045-CHECK-ONE-PRED THRU 2045-EXIT
028520         VARYING WS-PRED-SUB FROM 1 BY 1
028522         UNTIL WS-PRED-SUB > 3
028524         OR WS-ST-OUTCOME (WS-STEP-SUB) = "D".
028526 2040-EXIT.
028528     EXIT.
028530
028532 2045-CHECK-ONE-PRED.
028534     MOVE WS-ST-PRED-SUB (WS-STEP-SUB WS-PRED-SUB) TO WS-FIND-SUB.
028536     IF WS-FIND-SUB = 0
028538         GO TO 2045-EXIT
028540     END-IF.
028542
028544     IF ST-BLOCKS-DEPENDENTS (WS-FIND-SUB)
028546         MOVE "D" TO WS-ST-OUTCOME (WS-STEP-SUB)
028548         IF WS-ST-OUTCOME (WS-FIND-SUB) = "F"
028550             MOVE WS-ST-NAME (WS-FIND-SUB)
028552                 TO WS-ST-BLOCKED-BY (WS-STEP-SUB)
028554         ELSE
028556             MOVE WS-ST-BLOCKED-BY (WS-FIND-SUB)
028558                 TO WS-ST-BLOCKED-BY (WS-STEP-SUB)
028560         END-IF
028562     END-IF.
028564 2045-EXIT.
028566     EXIT.
028568
028570******************************************************************
028600*    9000-FINISH -- STAMP THE STREAM END AND SET THE FINAL
028700*                   RETURN CODE FOR WHOEVER SUBMITTED THE JOB
028800******************************************************************
029700             DISPLAY "STREAM: NO RUNNABLE STEP LIST -- "
029800                 "STREAM ABANDONED."
029900             MOVE 0016 TO RETURN-CODE
029920         WHEN DEPENDENCY-ERROR
029940             DISPLAY "STREAM: STRMDEF STEP DEPENDENCIES ARE "
029960                 "INVALID -- STREAM REFUSED."
029980             MOVE 0016 TO RETURN-CODE
030000         WHEN ANY-BRANCH-STOPPED
030020             DISPLAY "STREAM: STREAM FINISHED, BUT STEP "
030040                 WS-FAILED-STEP-ID " FAILED AND "
030060                 WS-UPSTREAM-SKIP-COUNT
030080                 " STEP(S) DOWNSTREAM OF A FAILURE WERE SKIPPED."
030300             MOVE 0012 TO RETURN-CODE
030400         WHEN ANY-STEP-WARNED
030500             DISPLAY "STREAM: STREAM COMPLETE, BUT AT LEAST ONE "
