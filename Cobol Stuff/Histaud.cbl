000100******************************************************************
000200*    PROGRAM-ID:  HISTAUD
000300*    AUTHOR    :  J. R. PRATHER
000400*    INSTALL.  :  ESTIMATING SYSTEMS
000500*    DATE-WRTN :  11/16/18
000600*    PURPOSE   :  MONTHLY MATHHIST AUDIT REPORT.  MATH ANSWERS
000700*                 REPEAT REQUESTS STRAIGHT OUT OF MATHHIST, AND
000800*                 WHEN THE AUDITORS ASKED HOW WE KNEW THE CACHED
000900*                 ANSWERS WERE STILL RIGHT WE HAD NO ANSWER.
001000*                 MATH NOW RECOMPUTES A PARMFILE PERCENTAGE OF
001100*                 ITS HISTORY HITS AND LOGS EVERY CHECK TO
001200*                 HISTSAMP.  THIS REPORT READS ONE CALENDAR
001300*                 MONTH OF THAT LOG AND PRINTS, BY REQUEST TYPE
001400*                 AND SHAPE TYPE, HOW MANY HITS WERE SAMPLED AND
001500*                 HOW MANY DISAGREED WITH THE FRESH ANSWER, WITH
001600*                 A MONTH TOTAL.  IT THEN SWEEPS MATHHIST AND
001700*                 LISTS EVERY RECORD STILL FLAGGED SUSPECT -- THE
001800*                 STORED ANSWER, THE FRESH ONE AND THE DATE IT
001900*                 WAS CAUGHT -- FOR HISTMNT TO CLEAR (SUSPCT).
002000*                 THE MONTH COMES FROM THE HISTMON PARMFILE
002100*                 VALUE, OR FROM A CONSOLE PROMPT WHEN THE PARM
002200*                 IS ABSENT.  RETURN CODE 4 WHILE SUSPECT
002300*                 RECORDS ARE WAITING ON HISTMNT.
002400*    TECTONICS :  cobc
002500*------------------------------------------------------------------
002600*    MOD LOG:
002700*    DATE       INIT  DESCRIPTION
002800*    11/16/18   JRP   ORIGINAL PROGRAM.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. HISTAUD.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT HIST-SAMPLE-FILE ASSIGN TO "HISTSAMP"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-HISTSAMP-STATUS.
003800
003900     SELECT MATH-HISTORY-FILE ASSIGN TO "MATHHIST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS MH-KEY
004300         FILE STATUS IS WS-MATHHIST-STATUS.
004400
004500     SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-PARMFILE-STATUS.
004800
004900     SELECT HIST-AUDIT-REPORT-FILE ASSIGN TO "HISTARPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-HISTARPT-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  HIST-SAMPLE-FILE
005500     LABEL RECORD IS STANDARD.
005600 COPY HISTSAMP.
005700
005800 FD  MATH-HISTORY-FILE.
005900 COPY MATHHIST.
006000
006100 FD  PARAMETER-FILE
006200     LABEL RECORD IS STANDARD.
006300 COPY PARMREC.
006400
006500 FD  HIST-AUDIT-REPORT-FILE
006600     LABEL RECORD IS STANDARD.
006700 01  HIST-AUDIT-REPORT-RECORD        PIC X(100).
006800
006900 WORKING-STORAGE SECTION.
007000 01  WS-HISTSAMP-STATUS              PIC X(02) VALUE "00".
007100 01  WS-MATHHIST-STATUS              PIC X(02) VALUE "00".
007200 01  WS-PARMFILE-STATUS              PIC X(02) VALUE "00".
007300 01  WS-HISTARPT-STATUS              PIC X(02) VALUE "00".
007400
007500 01  WS-SWITCHES.
007600     05  WS-EOF-SW                   PIC X(01) VALUE "N".
007700         88  END-OF-SAMPLES          VALUE "Y".
007800     05  WS-SWEEP-EOF-SW             PIC X(01) VALUE "N".
007900         88  END-OF-SWEEP            VALUE "Y".
008000     05  WS-REFUSED-SW               PIC X(01) VALUE "N".
008100         88  RUN-REFUSED             VALUE "Y".
008200     05  WS-OVERFLOW-SW              PIC X(01) VALUE "N".
008300         88  TABLE-OVERFLOW          VALUE "Y".
008400
008500 01  WS-REPORT-MONTH                 PIC 9(06) VALUE 0.
008600 01  WS-RECORD-MONTH                 PIC 9(06) VALUE 0.
008700
008800*    ONE ENTRY PER REQUEST TYPE + SHAPE TYPE SEEN IN THE MONTH'S
008900*    SAMPLES, IN FIRST-SEEN ORDER.
009000 01  WS-SAMPLE-TABLE.
009100     05  WS-SA-ENTRY OCCURS 20 TIMES.
009200         10  WS-SA-REQUEST-TYPE      PIC X(06).
009300         10  WS-SA-SHAPE-TYPE        PIC X(10).
009400         10  WS-SA-SAMPLED           PIC 9(06).
009500         10  WS-SA-MISMATCHED        PIC 9(06).
009600 01  WS-SA-ENTRIES                   PIC 9(02) VALUE 0.
009700 01  WS-SA-SUB                       PIC 9(02) VALUE 0.
009800 01  WS-SA-MATCH-SUB                 PIC 9(02) VALUE 0.
009900
010000 01  WS-TOTAL-SAMPLED                PIC 9(07) VALUE 0.
010100 01  WS-TOTAL-MISMATCHED             PIC 9(07) VALUE 0.
010200 01  WS-SUSPECT-COUNT                PIC 9(06) VALUE 0.
010300 01  WS-HISTORY-COUNT                PIC 9(07) VALUE 0.
010400
010500 COPY CLOCKLNK REPLACING CLOCK-LINKAGE BY WS-CLOCK-LINKAGE.
010600
010700 01  WS-HEADING-LINE-1.
010800     05  FILLER                      PIC X(36) VALUE
010900         " MATHHIST SAMPLING AUDIT FOR MONTH ".
011000     05  H1-MONTH                    PIC 9(06).
011100
011200 01  WS-SAMPLE-HEADER                PIC X(60) VALUE
011300     " HISTORY HITS RECOMPUTED AND CHECKED".
011400
011500 01  WS-SAMPLE-COLUMN-LINE           PIC X(60) VALUE
011600     " REQST   SHAPE-TYPE    SAMPLED  MISMATCHED".
011700
011800 01  WS-SAMPLE-LINE.
011900     05  FILLER                      PIC X(01) VALUE SPACE.
012000     05  SL-REQUEST-TYPE             PIC X(06).
012100     05  FILLER                      PIC X(02) VALUE SPACE.
012200     05  SL-SHAPE-TYPE               PIC X(10).
012300     05  FILLER                      PIC X(02) VALUE SPACE.
012400     05  SL-SAMPLED                  PIC ZZZZZZ9.
012500     05  FILLER                      PIC X(05) VALUE SPACE.
012600     05  SL-MISMATCHED               PIC ZZZZZZ9.
012700
012800 01  WS-SAMPLE-TOTAL-LINE.
012900     05  FILLER                      PIC X(19) VALUE
013000         " MONTH TOTAL".
013100     05  ST-SAMPLED                  PIC ZZZZZZ9.
013200     05  FILLER                      PIC X(05) VALUE SPACE.
013300     05  ST-MISMATCHED               PIC ZZZZZZ9.
013400
013500 01  WS-SUSPECT-HEADER               PIC X(60) VALUE
013600     " MATHHIST SUSPECT RECORDS - CLEAR WITH HISTMNT SUSPCT".
013700
013800 01  WS-SUSPECT-COLUMN-LINE          PIC X(100) VALUE
013900     " REQST   SHAPE-TYPE      DIM1      DIM2     STORED-RESULT
014000-    "      FRESH-RESULT  SUSPECT   USE-CNT".
014100
014200 01  WS-SUSPECT-LINE.
014300     05  FILLER                      PIC X(01) VALUE SPACE.
014400     05  SU-REQUEST-TYPE             PIC X(06).
014500     05  FILLER                      PIC X(02) VALUE SPACE.
014600     05  SU-SHAPE-TYPE               PIC X(10).
014700     05  FILLER                      PIC X(02) VALUE SPACE.
014800     05  SU-DIM1                     PIC ZZZZ9.99.
014900     05  FILLER                      PIC X(02) VALUE SPACE.
015000     05  SU-DIM2                     PIC ZZZZ9.99.
015100     05  FILLER                      PIC X(03) VALUE SPACE.
015200     05  SU-STORED-VALUE             PIC ZZZZZZZZ9.9999.
015300     05  FILLER                      PIC X(04) VALUE SPACE.
015400     05  SU-FRESH-VALUE              PIC ZZZZZZZZ9.9999.
015500     05  FILLER                      PIC X(02) VALUE SPACE.
015600     05  SU-SUSPECT-DATE             PIC 9(08).
015700     05  FILLER                      PIC X(02) VALUE SPACE.
015800     05  SU-USE-COUNT                PIC ZZZZZ9.
015900
016000 01  WS-SUSPECT-TOTAL-LINE.
016100     05  FILLER                      PIC X(19) VALUE
016200         " SUSPECT RECORDS =".
016300     05  SX-COUNT                    PIC ZZZZZ9.
016400     05  FILLER                      PIC X(04) VALUE SPACE.
016500     05  FILLER                      PIC X(19) VALUE
016600         "HISTORY RECORDS =".
016700     05  SX-HISTORY-COUNT            PIC ZZZZZZ9.
016800
016900 01  WS-NONE-LINE                    PIC X(40) VALUE
017000     " NONE.".
017100
017200 01  WS-NO-HISTORY-LINE              PIC X(60) VALUE
017300     " MATHHIST NOT AVAILABLE -- SUSPECT LIST NOT PRODUCED.".
017400
017500******************************************************************
017600 PROCEDURE DIVISION.
017700 0000-MAINLINE.
017800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017900     IF NOT RUN-REFUSED
018000         PERFORM 2000-PROCESS-SAMPLE THRU 2000-EXIT
018100             UNTIL END-OF-SAMPLES
018200         PERFORM 3000-WRITE-SAMPLE-SECTION THRU 3000-EXIT
018300         PERFORM 4000-WRITE-SUSPECT-SECTION THRU 4000-EXIT
018400     END-IF.
018500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018600     STOP RUN.
018700
018800******************************************************************
018900*    1000-INITIALIZE -- STAMP THE RUN, GET THE MONTH TO REPORT,
019000*                 OPEN THE FILES AND WRITE THE HEADING.  NO
019100*                 HISTSAMP YET SIMPLY MEANS NOTHING WAS SAMPLED.
019200******************************************************************
019300 1000-INITIALIZE.
019400     MOVE "STAMP"   TO CLK-FUNCTION.
019500     MOVE "HISTAUD" TO CLK-PROGRAM-ID.
019600     MOVE "START"   TO CLK-EVENT.
019700     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
019800
019900     PERFORM 1100-READ-PARMFILE THRU 1100-EXIT.
020000
020100     IF WS-REPORT-MONTH = 0
020200         DISPLAY "HISTAUD: MONTH TO REPORT (YYYYMM)?"
020300         ACCEPT WS-REPORT-MONTH
020400     END-IF.
020500
020600     IF WS-REPORT-MONTH = 0
020700         DISPLAY "HISTAUD: A REPORT MONTH IS REQUIRED."
020800         MOVE "Y" TO WS-REFUSED-SW
020900         GO TO 1000-EXIT
021000     END-IF.
021100
021200     OPEN OUTPUT HIST-AUDIT-REPORT-FILE.
021300     MOVE WS-REPORT-MONTH TO H1-MONTH.
021400     WRITE HIST-AUDIT-REPORT-RECORD FROM WS-HEADING-LINE-1.
021500
021600     OPEN INPUT HIST-SAMPLE-FILE.
021700     IF WS-HISTSAMP-STATUS NOT = "00"
021800         DISPLAY "HISTAUD: NO HISTSAMP LOG, STATUS = "
021900             WS-HISTSAMP-STATUS " -- NOTHING SAMPLED."
022000         MOVE "Y" TO WS-EOF-SW
022100         GO TO 1000-EXIT
022200     END-IF.
022300
022400     PERFORM 2900-READ-SAMPLE.
022500 1000-EXIT.
022600     EXIT.
022700
022800 1100-READ-PARMFILE.
022900     OPEN INPUT PARAMETER-FILE.
023000     IF WS-PARMFILE-STATUS NOT = "00"
023100         GO TO 1100-EXIT
023200     END-IF.
023300
023400     PERFORM UNTIL WS-PARMFILE-STATUS = "10"
023500         READ PARAMETER-FILE
023600             AT END
023700                 MOVE "10" TO WS-PARMFILE-STATUS
023800             NOT AT END
023900                 IF PARM-NAME = "HISTMON"
024000                     COMPUTE WS-REPORT-MONTH =
024100                         FUNCTION NUMVAL(PARM-VALUE)
024200                 END-IF
024300         END-READ
024400     END-PERFORM.
024500
024600     CLOSE PARAMETER-FILE.
024700 1100-EXIT.
024800     EXIT.
024900
025000******************************************************************
025100*    2000-PROCESS-SAMPLE -- ROLL ONE HISTSAMP CHECK INTO ITS
025200*                 REQUEST/SHAPE BUCKET IF IT FALLS IN THE REPORT
025300*                 MONTH.  THE LOG IS APPENDED NIGHTLY, SO IT IS
025400*                 IN DATE ORDER AND THE FIRST CHECK PAST THE
025500*                 MONTH ENDS THE PASS.
025600******************************************************************
025700 2000-PROCESS-SAMPLE.
025800     COMPUTE WS-RECORD-MONTH = HS-SAMPLE-DATE / 100.
025900     IF WS-RECORD-MONTH > WS-REPORT-MONTH
026000         MOVE "Y" TO WS-EOF-SW
026100         GO TO 2000-EXIT
026200     END-IF.
026300     IF WS-RECORD-MONTH NOT = WS-REPORT-MONTH
026400         PERFORM 2900-READ-SAMPLE
026500         GO TO 2000-EXIT
026600     END-IF.
026700
026800     ADD 1 TO WS-TOTAL-SAMPLED.
026900     IF HS-MISMATCHED
027000         ADD 1 TO WS-TOTAL-MISMATCHED
027100     END-IF.
027200
027300     MOVE 0 TO WS-SA-MATCH-SUB.
027400     PERFORM 2100-FIND-SAMPLE-ENTRY THRU 2100-EXIT
027500         VARYING WS-SA-SUB FROM 1 BY 1
027600         UNTIL WS-SA-SUB > WS-SA-ENTRIES.
027700
027800     IF WS-SA-MATCH-SUB = 0
027900         IF WS-SA-ENTRIES < 20
028000             ADD 1 TO WS-SA-ENTRIES
028100             MOVE WS-SA-ENTRIES TO WS-SA-MATCH-SUB
028200             MOVE HS-REQUEST-TYPE
028300                 TO WS-SA-REQUEST-TYPE (WS-SA-MATCH-SUB)
028400             MOVE HS-SHAPE-TYPE
028500                 TO WS-SA-SHAPE-TYPE (WS-SA-MATCH-SUB)
028600             MOVE 0 TO WS-SA-SAMPLED (WS-SA-MATCH-SUB)
028700             MOVE 0 TO WS-SA-MISMATCHED (WS-SA-MATCH-SUB)
028800         ELSE
028900             MOVE "Y" TO WS-OVERFLOW-SW
029000             PERFORM 2900-READ-SAMPLE
029100             GO TO 2000-EXIT
029200         END-IF
029300     END-IF.
029400
029500     ADD 1 TO WS-SA-SAMPLED (WS-SA-MATCH-SUB).
029600     IF HS-MISMATCHED
029700         ADD 1 TO WS-SA-MISMATCHED (WS-SA-MATCH-SUB)
029800     END-IF.
029900
030000     PERFORM 2900-READ-SAMPLE.
030100 2000-EXIT.
030200     EXIT.
030300
030400 2100-FIND-SAMPLE-ENTRY.
030500     IF WS-SA-REQUEST-TYPE (WS-SA-SUB) = HS-REQUEST-TYPE
030600         AND WS-SA-SHAPE-TYPE (WS-SA-SUB) = HS-SHAPE-TYPE
030700         MOVE WS-SA-SUB TO WS-SA-MATCH-SUB
030800     END-IF.
030900 2100-EXIT.
031000     EXIT.
031100
031200 2900-READ-SAMPLE.
031300     READ HIST-SAMPLE-FILE
031400         AT END
031500             MOVE "Y" TO WS-EOF-SW
031600     END-READ.
031700 2900-EXIT.
031800     EXIT.
031900
032000******************************************************************
032100*    3000-WRITE-SAMPLE-SECTION -- ONE LINE PER REQUEST/SHAPE
032200*                 WITH ITS SAMPLED AND MISMATCH COUNTS, AND THE
032300*                 MONTH TOTAL.  THE TOTAL COUNTS EVERY CHECK,
032400*                 EVEN ONE A FULL TABLE KEPT OFF THE DETAIL.
032500******************************************************************
032600 3000-WRITE-SAMPLE-SECTION.
032700     MOVE SPACES TO HIST-AUDIT-REPORT-RECORD.
032800     WRITE HIST-AUDIT-REPORT-RECORD.
032900     WRITE HIST-AUDIT-REPORT-RECORD FROM WS-SAMPLE-HEADER.
033000     WRITE HIST-AUDIT-REPORT-RECORD FROM WS-SAMPLE-COLUMN-LINE.
033100
033200     PERFORM 3100-WRITE-SAMPLE-LINE THRU 3100-EXIT
033300         VARYING WS-SA-SUB FROM 1 BY 1
033400         UNTIL WS-SA-SUB > WS-SA-ENTRIES.
033500     IF WS-SA-ENTRIES = 0
033600         WRITE HIST-AUDIT-REPORT-RECORD FROM WS-NONE-LINE
033700     END-IF.
033800
033900     MOVE WS-TOTAL-SAMPLED    TO ST-SAMPLED.
034000     MOVE WS-TOTAL-MISMATCHED TO ST-MISMATCHED.
034100     WRITE HIST-AUDIT-REPORT-RECORD FROM WS-SAMPLE-TOTAL-LINE.
034200 3000-EXIT.
034300     EXIT.
034400
034500 3100-WRITE-SAMPLE-LINE.
034600     MOVE WS-SA-REQUEST-TYPE (WS-SA-SUB) TO SL-REQUEST-TYPE.
034700     MOVE WS-SA-SHAPE-TYPE (WS-SA-SUB)   TO SL-SHAPE-TYPE.
034800     MOVE WS-SA-SAMPLED (WS-SA-SUB)      TO SL-SAMPLED.
034900     MOVE WS-SA-MISMATCHED (WS-SA-SUB)   TO SL-MISMATCHED.
035000     WRITE HIST-AUDIT-REPORT-RECORD FROM WS-SAMPLE-LINE.
035100 3100-EXIT.
035200     EXIT.
035300
035400******************************************************************
035500*    4000-WRITE-SUSPECT-SECTION -- SWEEP MATHHIST AND LIST EVERY
035600*                 RECORD STILL FLAGGED SUSPECT, WHENEVER IT WAS
035700*                 CAUGHT -- WHAT HISTMNT HAS YET TO DEAL WITH.
035800******************************************************************
035900 4000-WRITE-SUSPECT-SECTION.
036000     MOVE SPACES TO HIST-AUDIT-REPORT-RECORD.
036100     WRITE HIST-AUDIT-REPORT-RECORD.
036200     WRITE HIST-AUDIT-REPORT-RECORD FROM WS-SUSPECT-HEADER.
036300
036400     OPEN INPUT MATH-HISTORY-FILE.
036500     IF WS-MATHHIST-STATUS NOT = "00"
036600         DISPLAY "HISTAUD: CANNOT OPEN MATHHIST, STATUS = "
036700             WS-MATHHIST-STATUS
036800         WRITE HIST-AUDIT-REPORT-RECORD FROM WS-NO-HISTORY-LINE
036900         GO TO 4000-EXIT
037000     END-IF.
037100
037200     WRITE HIST-AUDIT-REPORT-RECORD FROM WS-SUSPECT-COLUMN-LINE.
037300     MOVE LOW-VALUES TO MH-KEY.
037400     START MATH-HISTORY-FILE KEY NOT < MH-KEY
037500         INVALID KEY
037600             MOVE "Y" TO WS-SWEEP-EOF-SW
037700     END-START.
037800     IF NOT END-OF-SWEEP
037900         PERFORM 4900-READ-HISTORY
038000     END-IF.
038100     PERFORM 4100-CHECK-ONE-RECORD THRU 4100-EXIT
038200         UNTIL END-OF-SWEEP.
038300     CLOSE MATH-HISTORY-FILE.
038400
038500     IF WS-SUSPECT-COUNT = 0
038600         WRITE HIST-AUDIT-REPORT-RECORD FROM WS-NONE-LINE
038700     END-IF.
038800     MOVE WS-SUSPECT-COUNT TO SX-COUNT.
038900     MOVE WS-HISTORY-COUNT TO SX-HISTORY-COUNT.
039000     WRITE HIST-AUDIT-REPORT-RECORD FROM WS-SUSPECT-TOTAL-LINE.
039100 4000-EXIT.
039200     EXIT.
039300
039400 4100-CHECK-ONE-RECORD.
039500     ADD 1 TO WS-HISTORY-COUNT.
039600     IF MH-SUSPECT
039700         MOVE SPACES TO WS-SUSPECT-LINE
039800         MOVE MH-REQUEST-TYPE TO SU-REQUEST-TYPE
039900         MOVE MH-SHAPE-TYPE   TO SU-SHAPE-TYPE
040000         MOVE MH-DIM1         TO SU-DIM1
040100         MOVE MH-DIM2         TO SU-DIM2
040200         MOVE MH-RESULT-VALUE TO SU-STORED-VALUE
040300         MOVE MH-FRESH-VALUE  TO SU-FRESH-VALUE
040400         MOVE MH-SUSPECT-DATE TO SU-SUSPECT-DATE
040500         MOVE MH-USE-COUNT    TO SU-USE-COUNT
040600         WRITE HIST-AUDIT-REPORT-RECORD FROM WS-SUSPECT-LINE
040700         ADD 1 TO WS-SUSPECT-COUNT
040800     END-IF.
040900     PERFORM 4900-READ-HISTORY.
041000 4100-EXIT.
041100     EXIT.
041200
041300 4900-READ-HISTORY.
041400     READ MATH-HISTORY-FILE NEXT RECORD
041500         AT END
041600             MOVE "Y" TO WS-SWEEP-EOF-SW
041700     END-READ.
041800 4900-EXIT.
041900     EXIT.
042000
042100******************************************************************
042200*    9000-TERMINATE -- CLOSE UP, STAMP THE END OF THE RUN AND
042300*                 SET THE RETURN CODE.
042400******************************************************************
042500 9000-TERMINATE.
042600     MOVE "STAMP"   TO CLK-FUNCTION.
042700     MOVE "HISTAUD" TO CLK-PROGRAM-ID.
042800     MOVE "END"     TO CLK-EVENT.
042900     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
043000
043100     IF RUN-REFUSED
043200         MOVE 0016 TO RETURN-CODE
043300         GO TO 9000-EXIT
043400     END-IF.
043500
043600     IF WS-HISTSAMP-STATUS = "00" OR WS-HISTSAMP-STATUS = "10"
043700         CLOSE HIST-SAMPLE-FILE
043800     END-IF.
043900     CLOSE HIST-AUDIT-REPORT-FILE.
044000
044100     DISPLAY "HISTAUD: " WS-TOTAL-SAMPLED " HIT(S) SAMPLED, "
044200         WS-TOTAL-MISMATCHED " MISMATCH(ES) FOR " WS-REPORT-MONTH
044300         ".".
044400     DISPLAY "HISTAUD: " WS-SUSPECT-COUNT
044500         " SUSPECT RECORD(S) WAITING ON HISTMNT.".
044600     IF TABLE-OVERFLOW
044700         DISPLAY "HISTAUD: MORE THAN 20 REQUEST/SHAPE TYPES -- "
044800             "SOME COUNTED IN THE TOTAL ONLY."
044900     END-IF.
045000
045100     IF WS-SUSPECT-COUNT > 0 OR TABLE-OVERFLOW
045200         MOVE 0004 TO RETURN-CODE
045300     ELSE
045400         MOVE 0000 TO RETURN-CODE
045500     END-IF.
045600 9000-EXIT.
045700     EXIT.
045800
045900 END PROGRAM HISTAUD.
