000100******************************************************************
000200*    PROGRAM-ID:  OVRDRPT
000300*    AUTHOR    :  J. R. PRATHER
000400*    INSTALL.  :  ESTIMATING SYSTEMS
000500*    DATE-WRTN :  11/26/18
000600*    PURPOSE   :  MONTHLY OPERATOR OVERRIDE REPORT.  THE LAST
000700*                 AUDIT FOUND THAT OUR OVERRIDES WERE SELF-
000800*                 AUTHORIZED: ANY EIGHT CHARACTERS ON A RERUN=,
000900*                 REBATCH= OR OPER= WERE TAKEN AT FACE VALUE.
001000*                 THE IDS ARE NOW CHECKED AGAINST OPERAUTH BEFORE
001100*                 THEY ARE HONOURED, AND THIS REPORT SHOWS WHO
001200*                 ACTUALLY USED ONE.  FOR ONE CALENDAR MONTH IT
001300*                 GATHERS EVERY OVERRIDE LEFT ON RECORD --
001400*                 FORCED SAME-DAY RERUNS FROM RUNCTL, FORCED
001500*                 BATCH REPROCESSES FROM BATCHREG AND PARMFILE
001600*                 CHANGES FROM PARMAUD -- AND LISTS THEM BY
001700*                 OPERATOR, WITH THE OPERATOR'S NAME FROM
001800*                 OPERAUTH AND A SUBTOTAL EACH.  AN OVERRIDE
001900*                 WHOSE ID IS NOT ON OPERAUTH, OR IS NOT (OR NO
002000*                 LONGER) ACTIVE AND GRANTED THAT FUNCTION, IS
002100*                 FLAGGED "UNAUTH" FOR FOLLOW-UP.  THE MONTH
002200*                 COMES FROM THE OVRDMON PARMFILE VALUE, OR FROM
002300*                 A CONSOLE PROMPT WHEN THE PARM IS ABSENT.
002400*                 RETURN CODE 4 WHEN ANYTHING IS FLAGGED OR THE
002500*                 TABLES OVERFLOW.
002600*    TECTONICS :  cobc
002700*------------------------------------------------------------------
002800*    MOD LOG:
002900*    DATE       INIT  DESCRIPTION
003000*    11/26/18   JRP   ORIGINAL PROGRAM.
003010*    11/27/18   JRP   OPERATOR TABLE CARRIES ALL NINE OPERAUTH
003020*                     FUNCTION FLAGS.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. OVRDRPT.
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-OPERAUTH-STATUS.
004000
004100     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS RUNC-KEY
004500         FILE STATUS IS WS-RUNCTL-STATUS.
004600
004700     SELECT BATCH-REGISTRY-FILE ASSIGN TO "BATCHREG"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS BR-BATCH-ID
005100         FILE STATUS IS WS-BATCHREG-STATUS.
005200
005300     SELECT PARM-AUDIT-FILE ASSIGN TO "PARMAUD"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-PARMAUD-STATUS.
005600
005700     SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-PARMFILE-STATUS.
006000
006100     SELECT OVERRIDE-REPORT-FILE ASSIGN TO "OVRDRPT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-OVRDRPT-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  OPERATOR-AUTH-FILE
006700     LABEL RECORD IS STANDARD.
006800 COPY OPERAUTH.
006900
007000 FD  RUN-CONTROL-FILE.
007100 COPY RUNCTLRC.
007200
007300 FD  BATCH-REGISTRY-FILE.
007400 COPY BATCHREG.
007500
007600 FD  PARM-AUDIT-FILE
007700     LABEL RECORD IS STANDARD.
007800 COPY PARMAUDR.
007900
008000 FD  PARAMETER-FILE
008100     LABEL RECORD IS STANDARD.
008200 COPY PARMREC.
008300
008400 FD  OVERRIDE-REPORT-FILE
008500     LABEL RECORD IS STANDARD.
008600 01  OVERRIDE-REPORT-RECORD          PIC X(110).
008700
008800 WORKING-STORAGE SECTION.
008900 01  WS-OPERAUTH-STATUS              PIC X(02) VALUE "00".
009000 01  WS-RUNCTL-STATUS                PIC X(02) VALUE "00".
009100 01  WS-BATCHREG-STATUS              PIC X(02) VALUE "00".
009200 01  WS-PARMAUD-STATUS               PIC X(02) VALUE "00".
009300 01  WS-PARMFILE-STATUS              PIC X(02) VALUE "00".
009400 01  WS-OVRDRPT-STATUS               PIC X(02) VALUE "00".
009500
009600 01  WS-SWITCHES.
009700     05  WS-EOF-SW                   PIC X(01) VALUE "N".
009800         88  END-OF-FILE             VALUE "Y".
009900     05  WS-REFUSED-SW               PIC X(01) VALUE "N".
010000         88  RUN-REFUSED             VALUE "Y".
010100     05  WS-OVERFLOW-SW              PIC X(01) VALUE "N".
010200         88  TABLE-OVERFLOW          VALUE "Y".
010300
010400 01  WS-REPORT-MONTH                 PIC 9(06) VALUE 0.
010500 01  WS-RECORD-MONTH                 PIC 9(06) VALUE 0.
010600
010700*    ONE ENTRY PER OPERATOR ON OPERAUTH, IN FILE ORDER, FOLLOWED
010800*    BY ANY ID FOUND ON AN OVERRIDE THAT OPERAUTH DOES NOT KNOW.
010900*    THE NINE FUNCTION FLAGS KEEP THE OA-FUNCTION-FLAGS ORDER:
011000*    RERUN, REBATCH, PARM CHANGE, OPS MAINTENANCE, HISTORY PURGE,
011010*    MONTH CLOSE, DEPT, MATERIAL AND INCIDENT MAINTENANCE.
011100 01  WS-OPERATOR-TABLE.
011200     05  WS-OP-ENTRY OCCURS 50 TIMES.
011300         10  WS-OP-ID                PIC X(08).
011400         10  WS-OP-NAME              PIC X(24).
011500         10  WS-OP-ACTIVE-FLAG       PIC X(01).
011600         10  WS-OP-ON-FILE-FLAG      PIC X(01).
011700         10  WS-OP-FUNCTION-FLAGS.
011800             15  WS-OP-FLAG          PIC X(01) OCCURS 9 TIMES.
011900         10  WS-OP-COUNT             PIC 9(05).
012000 01  WS-OP-ENTRIES                   PIC 9(02) VALUE 0.
012100 01  WS-OP-SUB                       PIC 9(02) VALUE 0.
012200 01  WS-OP-MATCH-SUB                 PIC 9(02) VALUE 0.
012300
012400*    ONE ENTRY PER OVERRIDE FOUND FOR THE MONTH, IN THE ORDER
012500*    THE SOURCE FILES WERE READ.
012600 01  WS-EVENT-TABLE.
012700     05  WS-EV-ENTRY OCCURS 300 TIMES.
012800         10  WS-EV-OPERATOR-ID       PIC X(08).
012900         10  WS-EV-SOURCE            PIC X(08).
013000         10  WS-EV-FUNCTION          PIC X(08).
013100         10  WS-EV-DATE              PIC 9(08).
013200         10  WS-EV-TIME              PIC X(06).
013300         10  WS-EV-SUBJECT           PIC X(15).
013400         10  WS-EV-DETAIL            PIC X(44).
013500         10  WS-EV-AUTH-FLAG         PIC X(06).
013600 01  WS-EV-ENTRIES                   PIC 9(03) VALUE 0.
013700 01  WS-EV-SUB                       PIC 9(03) VALUE 0.
013800
013900*    THE OVERRIDE BEING RECORDED -- FILLED BY EACH SOURCE SCAN
014000*    BEFORE IT PERFORMS 7000-RECORD-OVERRIDE.
014100 01  WS-NEW-EVENT.
014200     05  WS-NE-OPERATOR-ID           PIC X(08).
014300     05  WS-NE-SOURCE                PIC X(08).
014400     05  WS-NE-FUNCTION              PIC X(08).
014500     05  WS-NE-FUNCTION-SUB          PIC 9(01).
014600     05  WS-NE-DATE                  PIC 9(08).
014700     05  WS-NE-TIME                  PIC X(06).
014800     05  WS-NE-SUBJECT               PIC X(15).
014900     05  WS-NE-DETAIL                PIC X(44).
015000
015100 01  WS-DETAIL-COUNT-EDIT            PIC ZZZZZ9.
015200
015300 01  WS-RERUN-COUNT                  PIC 9(05) VALUE 0.
015400 01  WS-REBATCH-COUNT                PIC 9(05) VALUE 0.
015500 01  WS-PARM-CHANGE-COUNT            PIC 9(05) VALUE 0.
015600 01  WS-TOTAL-COUNT                  PIC 9(05) VALUE 0.
015700 01  WS-UNAUTH-COUNT                 PIC 9(05) VALUE 0.
015800
015900 COPY CLOCKLNK REPLACING CLOCK-LINKAGE BY WS-CLOCK-LINKAGE.
016000
016100 01  WS-HEADING-LINE-1.
016200     05  FILLER                      PIC X(36) VALUE
016300         " OPERATOR OVERRIDES USED IN MONTH ".
016400     05  H1-MONTH                    PIC 9(06).
016500
016600 01  WS-OPERATOR-LINE.
016700     05  FILLER                      PIC X(10) VALUE
016800         " OPERATOR ".
016900     05  OL-OPERATOR-ID              PIC X(08).
017000     05  FILLER                      PIC X(02) VALUE SPACE.
017100     05  OL-OPERATOR-NAME            PIC X(24).
017200     05  FILLER                      PIC X(02) VALUE SPACE.
017300     05  OL-STATUS                   PIC X(15).
017400
017500 01  WS-COLUMN-LINE.
017600     05  FILLER                      PIC X(58) VALUE
017700         "   SOURCE    FUNCTION  DATE      TIME    SUBJECT".
017800     05  FILLER                      PIC X(52) VALUE
017900         "DETAIL                                        AUTH".
018000
018100 01  WS-EVENT-LINE.
018200     05  FILLER                      PIC X(03) VALUE SPACE.
018300     05  EL-SOURCE                   PIC X(08).
018400     05  FILLER                      PIC X(02) VALUE SPACE.
018500     05  EL-FUNCTION                 PIC X(08).
018600     05  FILLER                      PIC X(02) VALUE SPACE.
018700     05  EL-DATE                     PIC 9(08).
018800     05  FILLER                      PIC X(02) VALUE SPACE.
018900     05  EL-TIME                     PIC X(06).
019000     05  FILLER                      PIC X(02) VALUE SPACE.
019100     05  EL-SUBJECT                  PIC X(15).
019200     05  FILLER                      PIC X(02) VALUE SPACE.
019300     05  EL-DETAIL                   PIC X(44).
019400     05  FILLER                      PIC X(02) VALUE SPACE.
019500     05  EL-AUTH-FLAG                PIC X(06).
019600
019700 01  WS-OPERATOR-TOTAL-LINE.
019800     05  FILLER                      PIC X(22) VALUE
019900         "   OPERATOR TOTAL =".
020000     05  OT-COUNT                    PIC ZZZZ9.
020100
020200 01  WS-SUMMARY-LINE-1.
020300     05  FILLER                      PIC X(22) VALUE
020400         " RUNCTL RERUNS      =".
020500     05  S1-RERUN-COUNT              PIC ZZZZ9.
020600     05  FILLER                      PIC X(04) VALUE SPACE.
020700     05  FILLER                      PIC X(22) VALUE
020800         "BATCHREG REPROCESSES =".
020900     05  S1-REBATCH-COUNT            PIC ZZZZ9.
021000     05  FILLER                      PIC X(04) VALUE SPACE.
021100     05  FILLER                      PIC X(18) VALUE
021200         "PARMAUD CHANGES =".
021300     05  S1-PARM-CHANGE-COUNT        PIC ZZZZ9.
021400
021500 01  WS-SUMMARY-LINE-2.
021600     05  FILLER                      PIC X(22) VALUE
021700         " OVERRIDES IN MONTH =".
021800     05  S2-TOTAL-COUNT              PIC ZZZZ9.
021900     05  FILLER                      PIC X(04) VALUE SPACE.
022000     05  FILLER                      PIC X(22) VALUE
022100         "FLAGGED UNAUTH       =".
022200     05  S2-UNAUTH-COUNT             PIC ZZZZ9.
022300
022400 01  WS-NONE-LINE                    PIC X(40) VALUE
022500     " NO OVERRIDES USED IN THE MONTH.".
022600
022700 01  WS-OVERFLOW-LINE                PIC X(60) VALUE
022800     " *** TABLE FULL -- SOME OVERRIDES NOT LISTED ***".
022900
023000******************************************************************
023100 PROCEDURE DIVISION.
023200 0000-MAINLINE.
023300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023400     IF NOT RUN-REFUSED
023500         PERFORM 2000-LOAD-OPERATORS THRU 2000-EXIT
023600         PERFORM 3000-SCAN-RUNCTL THRU 3000-EXIT
023700         PERFORM 4000-SCAN-BATCHREG THRU 4000-EXIT
023800         PERFORM 5000-SCAN-PARMAUD THRU 5000-EXIT
023900         PERFORM 6000-WRITE-REPORT THRU 6000-EXIT
024000     END-IF.
024100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024200     STOP RUN.
024300
024400******************************************************************
024500*    1000-INITIALIZE -- STAMP THE RUN, GET THE MONTH TO REPORT,
024600*                 OPEN THE REPORT AND WRITE THE HEADING.
024700******************************************************************
024800 1000-INITIALIZE.
024900     MOVE "STAMP"   TO CLK-FUNCTION.
025000     MOVE "OVRDRPT" TO CLK-PROGRAM-ID.
025100     MOVE "START"   TO CLK-EVENT.
025200     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
025300
025400     PERFORM 1100-READ-PARMFILE THRU 1100-EXIT.
025500
025600     IF WS-REPORT-MONTH = 0
025700         DISPLAY "OVRDRPT: MONTH TO REPORT (YYYYMM)?"
025800         ACCEPT WS-REPORT-MONTH
025900     END-IF.
026000
026100     IF WS-REPORT-MONTH = 0
026200         DISPLAY "OVRDRPT: A REPORT MONTH IS REQUIRED."
026300         MOVE "Y" TO WS-REFUSED-SW
026400         GO TO 1000-EXIT
026500     END-IF.
026600
026700     OPEN OUTPUT OVERRIDE-REPORT-FILE.
026800     MOVE WS-REPORT-MONTH TO H1-MONTH.
026900     WRITE OVERRIDE-REPORT-RECORD FROM WS-HEADING-LINE-1.
027000 1000-EXIT.
027100     EXIT.
027200
027300 1100-READ-PARMFILE.
027400     OPEN INPUT PARAMETER-FILE.
027500     IF WS-PARMFILE-STATUS NOT = "00"
027600         GO TO 1100-EXIT
027700     END-IF.
027800
027900     PERFORM UNTIL WS-PARMFILE-STATUS = "10"
028000         READ PARAMETER-FILE
028100             AT END
028200                 MOVE "10" TO WS-PARMFILE-STATUS
028300             NOT AT END
028400                 IF PARM-NAME = "OVRDMON"
028500                     COMPUTE WS-REPORT-MONTH =
028600                         FUNCTION NUMVAL(PARM-VALUE)
028700                 END-IF
028800         END-READ
028900     END-PERFORM.
029000
029100     CLOSE PARAMETER-FILE.
029200 1100-EXIT.
029300     EXIT.
029400
029500******************************************************************
029600*    2000-LOAD-OPERATORS -- LOAD OPERAUTH INTO THE OPERATOR
029700*                 TABLE.  WITHOUT IT EVERY OVERRIDE IS STILL
029800*                 LISTED, BUT EVERY ONE IS FLAGGED UNAUTH.
029900******************************************************************
030000 2000-LOAD-OPERATORS.
030100     OPEN INPUT OPERATOR-AUTH-FILE.
030200     IF WS-OPERAUTH-STATUS NOT = "00"
030300         DISPLAY "OVRDRPT: OPERAUTH NOT AVAILABLE, STATUS = "
030400             WS-OPERAUTH-STATUS " -- NO OVERRIDE CAN BE VERIFIED."
030500         GO TO 2000-EXIT
030600     END-IF.
030700
030800     PERFORM UNTIL WS-OPERAUTH-STATUS = "10"
030900         READ OPERATOR-AUTH-FILE
031000             AT END
031100                 MOVE "10" TO WS-OPERAUTH-STATUS
031200             NOT AT END
031300                 IF OA-OPERATOR-ID NOT = SPACES
031400                     AND WS-OP-ENTRIES < 50
031500                     ADD 1 TO WS-OP-ENTRIES
031600                     MOVE OA-OPERATOR-ID
031700                         TO WS-OP-ID (WS-OP-ENTRIES)
031800                     MOVE OA-OPERATOR-NAME
031900                         TO WS-OP-NAME (WS-OP-ENTRIES)
032000                     MOVE OA-ACTIVE-FLAG
032100                         TO WS-OP-ACTIVE-FLAG (WS-OP-ENTRIES)
032200                     MOVE "Y"
032300                         TO WS-OP-ON-FILE-FLAG (WS-OP-ENTRIES)
032400                     MOVE OA-FUNCTION-FLAGS
032500                         TO WS-OP-FUNCTION-FLAGS (WS-OP-ENTRIES)
032600                     MOVE 0 TO WS-OP-COUNT (WS-OP-ENTRIES)
032700                 END-IF
032800         END-READ
032900     END-PERFORM.
033000
033100     CLOSE OPERATOR-AUTH-FILE.
033200 2000-EXIT.
033300     EXIT.
033400
033500******************************************************************
033600*    3000-SCAN-RUNCTL -- SWEEP THE RUN REGISTRATIONS FOR FORCED
033700*                 SAME-DAY RERUNS IN THE MONTH.  A REGISTRATION
033800*                 KEEPS ONLY ITS LATEST FORCE, SO TWO FORCED
033900*                 RERUNS OF ONE PROGRAM ON ONE DATE SHOW ONCE.
034000******************************************************************
034100 3000-SCAN-RUNCTL.
034200     OPEN INPUT RUN-CONTROL-FILE.
034300     IF WS-RUNCTL-STATUS NOT = "00"
034400         DISPLAY "OVRDRPT: RUNCTL NOT AVAILABLE, STATUS = "
034500             WS-RUNCTL-STATUS " -- NO RERUNS LISTED."
034600         GO TO 3000-EXIT
034700     END-IF.
034800
034900     MOVE "N" TO WS-EOF-SW.
035000     MOVE LOW-VALUES TO RUNC-KEY.
035100     START RUN-CONTROL-FILE KEY NOT < RUNC-KEY
035200         INVALID KEY
035300             MOVE "Y" TO WS-EOF-SW
035400     END-START.
035500     IF NOT END-OF-FILE
035600         PERFORM 3900-READ-RUNCTL
035700     END-IF.
035800     PERFORM 3100-CHECK-ONE-RUNCTL THRU 3100-EXIT
035900         UNTIL END-OF-FILE.
036000     CLOSE RUN-CONTROL-FILE.
036100 3000-EXIT.
036200     EXIT.
036300
036400 3100-CHECK-ONE-RUNCTL.
036500     COMPUTE WS-RECORD-MONTH = RUNC-RUN-DATE / 100.
036600     IF RUNC-OVERRIDE-FLAG = "Y"
036700         AND WS-RECORD-MONTH = WS-REPORT-MONTH
036800         MOVE SPACES           TO WS-NEW-EVENT
036900         MOVE RUNC-OVERRIDE-ID TO WS-NE-OPERATOR-ID
037000         MOVE "RUNCTL"         TO WS-NE-SOURCE
037100         MOVE "RERUN"          TO WS-NE-FUNCTION
037200         MOVE 1                TO WS-NE-FUNCTION-SUB
037300         MOVE RUNC-RUN-DATE    TO WS-NE-DATE
037400         MOVE RUNC-START-TIME  TO WS-NE-TIME
037500         MOVE RUNC-PROGRAM-ID  TO WS-NE-SUBJECT
037600         MOVE "SAME-DAY RERUN FORCED PAST RUNCTL"
037700             TO WS-NE-DETAIL
037800         PERFORM 7000-RECORD-OVERRIDE THRU 7000-EXIT
037900         ADD 1 TO WS-RERUN-COUNT
038000     END-IF.
038100     PERFORM 3900-READ-RUNCTL.
038200 3100-EXIT.
038300     EXIT.
038400
038500 3900-READ-RUNCTL.
038600     READ RUN-CONTROL-FILE NEXT RECORD
038700         AT END
038800             MOVE "Y" TO WS-EOF-SW
038900     END-READ.
039000 3900-EXIT.
039100     EXIT.
039200
039300******************************************************************
039400*    4000-SCAN-BATCHREG -- SWEEP THE BATCH REGISTRY FOR BATCHES
039500*                 FORCED THROUGH A REPROCESS IN THE MONTH.
039600******************************************************************
039700 4000-SCAN-BATCHREG.
039800     OPEN INPUT BATCH-REGISTRY-FILE.
039900     IF WS-BATCHREG-STATUS NOT = "00"
040000         DISPLAY "OVRDRPT: BATCHREG NOT AVAILABLE, STATUS = "
040100             WS-BATCHREG-STATUS " -- NO REPROCESSES LISTED."
040200         GO TO 4000-EXIT
040300     END-IF.
040400
040500     MOVE "N" TO WS-EOF-SW.
040600     MOVE LOW-VALUES TO BR-BATCH-ID.
040700     START BATCH-REGISTRY-FILE KEY NOT < BR-BATCH-ID
040800         INVALID KEY
040900             MOVE "Y" TO WS-EOF-SW
041000     END-START.
041100     IF NOT END-OF-FILE
041200         PERFORM 4900-READ-BATCHREG
041300     END-IF.
041400     PERFORM 4100-CHECK-ONE-BATCH THRU 4100-EXIT
041500         UNTIL END-OF-FILE.
041600     CLOSE BATCH-REGISTRY-FILE.
041700 4000-EXIT.
041800     EXIT.
041900
042000 4100-CHECK-ONE-BATCH.
042100     COMPUTE WS-RECORD-MONTH = BR-RUN-DATE / 100.
042200     IF BR-OVERRIDE-FLAG = "Y"
042300         AND WS-RECORD-MONTH = WS-REPORT-MONTH
042400         MOVE SPACES           TO WS-NEW-EVENT
042500         MOVE BR-OVERRIDE-ID   TO WS-NE-OPERATOR-ID
042600         MOVE "BATCHREG"       TO WS-NE-SOURCE
042700         MOVE "REBATCH"        TO WS-NE-FUNCTION
042800         MOVE 2                TO WS-NE-FUNCTION-SUB
042900         MOVE BR-RUN-DATE      TO WS-NE-DATE
043000         MOVE BR-BATCH-ID      TO WS-NE-SUBJECT
043100         MOVE BR-DETAIL-COUNT  TO WS-DETAIL-COUNT-EDIT
043200         STRING "BATCH REPROCESSED, " DELIMITED BY SIZE
043300                WS-DETAIL-COUNT-EDIT DELIMITED BY SIZE
043400                " DETAIL CARD(S)" DELIMITED BY SIZE
043500             INTO WS-NE-DETAIL
043600         END-STRING
043700         PERFORM 7000-RECORD-OVERRIDE THRU 7000-EXIT
043800         ADD 1 TO WS-REBATCH-COUNT
043900     END-IF.
044000     PERFORM 4900-READ-BATCHREG.
044100 4100-EXIT.
044200     EXIT.
044300
044400 4900-READ-BATCHREG.
044500     READ BATCH-REGISTRY-FILE NEXT RECORD
044600         AT END
044700             MOVE "Y" TO WS-EOF-SW
044800     END-READ.
044900 4900-EXIT.
045000     EXIT.
045100
045200******************************************************************
045300*    5000-SCAN-PARMAUD -- EVERY PARMAUD ROW IS A PARMFILE CHANGE
045400*                 PARMMNT ACCEPTED UNDER SOMEONE'S OPER= ID.  THE
045500*                 FILE IS APPENDED IN DATE ORDER, SO THE FIRST
045600*                 ROW PAST THE MONTH ENDS THE PASS.
045700******************************************************************
045800 5000-SCAN-PARMAUD.
045900     OPEN INPUT PARM-AUDIT-FILE.
046000     IF WS-PARMAUD-STATUS NOT = "00"
046100         DISPLAY "OVRDRPT: NO PARMAUD FILE, STATUS = "
046200             WS-PARMAUD-STATUS " -- NO PARMFILE CHANGES LISTED."
046300         GO TO 5000-EXIT
046400     END-IF.
046500
046600     MOVE "N" TO WS-EOF-SW.
046700     PERFORM 5900-READ-PARMAUD.
046800     PERFORM 5100-CHECK-ONE-CHANGE THRU 5100-EXIT
046900         UNTIL END-OF-FILE.
047000     CLOSE PARM-AUDIT-FILE.
047100 5000-EXIT.
047200     EXIT.
047300
047400 5100-CHECK-ONE-CHANGE.
047500     COMPUTE WS-RECORD-MONTH = PA-CHANGE-DATE / 100.
047600     IF WS-RECORD-MONTH > WS-REPORT-MONTH
047700         MOVE "Y" TO WS-EOF-SW
047800         GO TO 5100-EXIT
047900     END-IF.
048000
048100     IF WS-RECORD-MONTH = WS-REPORT-MONTH
048200         MOVE SPACES           TO WS-NEW-EVENT
048300         MOVE PA-OPERATOR-ID   TO WS-NE-OPERATOR-ID
048400         MOVE "PARMAUD"        TO WS-NE-SOURCE
048500         MOVE "PARMCHG"        TO WS-NE-FUNCTION
048600         MOVE 3                TO WS-NE-FUNCTION-SUB
048700         MOVE PA-CHANGE-DATE   TO WS-NE-DATE
048800         MOVE PA-CHANGE-TIME   TO WS-NE-TIME
048900         MOVE PA-PARM-NAME     TO WS-NE-SUBJECT
049000         STRING PA-OLD-VALUE DELIMITED BY SIZE
049100                " TO " DELIMITED BY SIZE
049200                PA-NEW-VALUE DELIMITED BY SIZE
049300             INTO WS-NE-DETAIL
049400         END-STRING
049500         PERFORM 7000-RECORD-OVERRIDE THRU 7000-EXIT
049600         ADD 1 TO WS-PARM-CHANGE-COUNT
049700     END-IF.
049800     PERFORM 5900-READ-PARMAUD.
049900 5100-EXIT.
050000     EXIT.
050100
050200 5900-READ-PARMAUD.
050300     READ PARM-AUDIT-FILE
050400         AT END
050500             MOVE "Y" TO WS-EOF-SW
050600     END-READ.
050700 5900-EXIT.
050800     EXIT.
050900
051000******************************************************************
051100*    6000-WRITE-REPORT -- ONE BLOCK PER OPERATOR WHO USED AN
051200*                 OVERRIDE, IN OPERAUTH ORDER WITH IDS OPERAUTH
051300*                 DOES NOT KNOW LAST, THEN THE MONTH SUMMARY.
051400******************************************************************
051500 6000-WRITE-REPORT.
051600     PERFORM 6100-WRITE-ONE-OPERATOR THRU 6100-EXIT
051700         VARYING WS-OP-SUB FROM 1 BY 1
051800         UNTIL WS-OP-SUB > WS-OP-ENTRIES.
051900
052000     MOVE SPACES TO OVERRIDE-REPORT-RECORD.
052100     WRITE OVERRIDE-REPORT-RECORD.
052200     IF WS-TOTAL-COUNT = 0
052300         WRITE OVERRIDE-REPORT-RECORD FROM WS-NONE-LINE
052400     END-IF.
052500     IF TABLE-OVERFLOW
052600         WRITE OVERRIDE-REPORT-RECORD FROM WS-OVERFLOW-LINE
052700     END-IF.
052800
052900     MOVE WS-RERUN-COUNT       TO S1-RERUN-COUNT.
053000     MOVE WS-REBATCH-COUNT     TO S1-REBATCH-COUNT.
053100     MOVE WS-PARM-CHANGE-COUNT TO S1-PARM-CHANGE-COUNT.
053200     WRITE OVERRIDE-REPORT-RECORD FROM WS-SUMMARY-LINE-1.
053300     MOVE WS-TOTAL-COUNT       TO S2-TOTAL-COUNT.
053400     MOVE WS-UNAUTH-COUNT      TO S2-UNAUTH-COUNT.
053500     WRITE OVERRIDE-REPORT-RECORD FROM WS-SUMMARY-LINE-2.
053600 6000-EXIT.
053700     EXIT.
053800
053900 6100-WRITE-ONE-OPERATOR.
054000     IF WS-OP-COUNT (WS-OP-SUB) = 0
054100         GO TO 6100-EXIT
054200     END-IF.
054300
054400     MOVE SPACES TO OVERRIDE-REPORT-RECORD.
054500     WRITE OVERRIDE-REPORT-RECORD.
054600     MOVE WS-OP-ID (WS-OP-SUB)   TO OL-OPERATOR-ID.
054700     MOVE WS-OP-NAME (WS-OP-SUB) TO OL-OPERATOR-NAME.
054800     IF WS-OP-ON-FILE-FLAG (WS-OP-SUB) NOT = "Y"
054900         MOVE "NOT ON OPERAUTH" TO OL-STATUS
055000     ELSE
055100         IF WS-OP-ACTIVE-FLAG (WS-OP-SUB) = "A"
055200             MOVE "ACTIVE"      TO OL-STATUS
055300         ELSE
055400             MOVE "INACTIVE"    TO OL-STATUS
055500         END-IF
055600     END-IF.
055700     WRITE OVERRIDE-REPORT-RECORD FROM WS-OPERATOR-LINE.
055800     WRITE OVERRIDE-REPORT-RECORD FROM WS-COLUMN-LINE.
055900
056000     PERFORM 6200-WRITE-ONE-EVENT THRU 6200-EXIT
056100         VARYING WS-EV-SUB FROM 1 BY 1
056200         UNTIL WS-EV-SUB > WS-EV-ENTRIES.
056300
056400     MOVE WS-OP-COUNT (WS-OP-SUB) TO OT-COUNT.
056500     WRITE OVERRIDE-REPORT-RECORD FROM WS-OPERATOR-TOTAL-LINE.
056600 6100-EXIT.
056700     EXIT.
056800
056900 6200-WRITE-ONE-EVENT.
057000     IF WS-EV-OPERATOR-ID (WS-EV-SUB) NOT = WS-OP-ID (WS-OP-SUB)
057100         GO TO 6200-EXIT
057200     END-IF.
057300
057400     MOVE WS-EV-SOURCE (WS-EV-SUB)    TO EL-SOURCE.
057500     MOVE WS-EV-FUNCTION (WS-EV-SUB)  TO EL-FUNCTION.
057600     MOVE WS-EV-DATE (WS-EV-SUB)      TO EL-DATE.
057700     MOVE WS-EV-TIME (WS-EV-SUB)      TO EL-TIME.
057800     MOVE WS-EV-SUBJECT (WS-EV-SUB)   TO EL-SUBJECT.
057900     MOVE WS-EV-DETAIL (WS-EV-SUB)    TO EL-DETAIL.
058000     MOVE WS-EV-AUTH-FLAG (WS-EV-SUB) TO EL-AUTH-FLAG.
058100     WRITE OVERRIDE-REPORT-RECORD FROM WS-EVENT-LINE.
058200 6200-EXIT.
058300     EXIT.
058400
058500******************************************************************
058600*    7000-RECORD-OVERRIDE -- FILE THE OVERRIDE IN WS-NEW-EVENT
058700*                 UNDER ITS OPERATOR (ADDING AN UNKNOWN ID TO THE
058800*                 TABLE) AND FLAG IT UNAUTH UNLESS THE ID IS ON
058900*                 OPERAUTH, ACTIVE AND GRANTED THE FUNCTION.
059000******************************************************************
059100 7000-RECORD-OVERRIDE.
059200     ADD 1 TO WS-TOTAL-COUNT.
059300
059400     MOVE 0 TO WS-OP-MATCH-SUB.
059500     PERFORM 7100-FIND-OPERATOR THRU 7100-EXIT
059600         VARYING WS-OP-SUB FROM 1 BY 1
059700         UNTIL WS-OP-SUB > WS-OP-ENTRIES
059800         OR WS-OP-MATCH-SUB > 0.
059900
060000     IF WS-OP-MATCH-SUB = 0
060100         IF WS-OP-ENTRIES < 50
060200             ADD 1 TO WS-OP-ENTRIES
060300             MOVE WS-OP-ENTRIES TO WS-OP-MATCH-SUB
060400             MOVE WS-NE-OPERATOR-ID
060500                 TO WS-OP-ID (WS-OP-MATCH-SUB)
060600             MOVE SPACES TO WS-OP-NAME (WS-OP-MATCH-SUB)
060700             MOVE SPACE  TO WS-OP-ACTIVE-FLAG (WS-OP-MATCH-SUB)
060800             MOVE "N"    TO WS-OP-ON-FILE-FLAG (WS-OP-MATCH-SUB)
060900             MOVE "NNNNNNNNN"
061000                 TO WS-OP-FUNCTION-FLAGS (WS-OP-MATCH-SUB)
061100             MOVE 0 TO WS-OP-COUNT (WS-OP-MATCH-SUB)
061200         ELSE
061300             MOVE "Y" TO WS-OVERFLOW-SW
061400             GO TO 7000-EXIT
061500         END-IF
061600     END-IF.
061700
061800     IF WS-EV-ENTRIES NOT < 300
061900         MOVE "Y" TO WS-OVERFLOW-SW
062000         GO TO 7000-EXIT
062100     END-IF.
062200
062300     ADD 1 TO WS-OP-COUNT (WS-OP-MATCH-SUB).
062400     ADD 1 TO WS-EV-ENTRIES.
062500     MOVE WS-NE-OPERATOR-ID TO WS-EV-OPERATOR-ID (WS-EV-ENTRIES).
062600     MOVE WS-NE-SOURCE      TO WS-EV-SOURCE (WS-EV-ENTRIES).
062700     MOVE WS-NE-FUNCTION    TO WS-EV-FUNCTION (WS-EV-ENTRIES).
062800     MOVE WS-NE-DATE        TO WS-EV-DATE (WS-EV-ENTRIES).
062900     MOVE WS-NE-TIME        TO WS-EV-TIME (WS-EV-ENTRIES).
063000     MOVE WS-NE-SUBJECT     TO WS-EV-SUBJECT (WS-EV-ENTRIES).
063100     MOVE WS-NE-DETAIL      TO WS-EV-DETAIL (WS-EV-ENTRIES).
063200
063300     IF WS-OP-ON-FILE-FLAG (WS-OP-MATCH-SUB) = "Y"
063400         AND WS-OP-ACTIVE-FLAG (WS-OP-MATCH-SUB) = "A"
063500         AND WS-OP-FLAG (WS-OP-MATCH-SUB, WS-NE-FUNCTION-SUB)
063600             = "Y"
063700         MOVE SPACES   TO WS-EV-AUTH-FLAG (WS-EV-ENTRIES)
063800     ELSE
063900         MOVE "UNAUTH" TO WS-EV-AUTH-FLAG (WS-EV-ENTRIES)
064000         ADD 1 TO WS-UNAUTH-COUNT
064100     END-IF.
064200 7000-EXIT.
064300     EXIT.
064400
064500 7100-FIND-OPERATOR.
064600     IF WS-OP-ID (WS-OP-SUB) = WS-NE-OPERATOR-ID
064700         MOVE WS-OP-SUB TO WS-OP-MATCH-SUB
064800     END-IF.
064900 7100-EXIT.
065000     EXIT.
065100
065200******************************************************************
065300*    9000-TERMINATE -- CLOSE UP, STAMP THE END OF THE RUN AND
065400*                 SET THE RETURN CODE.
065500******************************************************************
065600 9000-TERMINATE.
065700     MOVE "STAMP"   TO CLK-FUNCTION.
065800     MOVE "OVRDRPT" TO CLK-PROGRAM-ID.
065900     MOVE "END"     TO CLK-EVENT.
066000     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
066100
066200     IF RUN-REFUSED
066300         MOVE 0016 TO RETURN-CODE
066400         GO TO 9000-EXIT
066500     END-IF.
066600
066700     CLOSE OVERRIDE-REPORT-FILE.
066800
066900     DISPLAY "OVRDRPT: " WS-TOTAL-COUNT " OVERRIDE(S) USED IN "
067000         WS-REPORT-MONTH ", " WS-UNAUTH-COUNT " FLAGGED UNAUTH.".
067100     IF TABLE-OVERFLOW
067200         DISPLAY "OVRDRPT: TABLE FULL -- SOME OVERRIDES COUNTED "
067300             "BUT NOT LISTED."
067400     END-IF.
067500
067600     IF WS-UNAUTH-COUNT > 0 OR TABLE-OVERFLOW
067700         MOVE 0004 TO RETURN-CODE
067800     ELSE
067900         MOVE 0000 TO RETURN-CODE
068000     END-IF.
068100 9000-EXIT.
068200     EXIT.
068300
068400 END PROGRAM OVRDRPT.
