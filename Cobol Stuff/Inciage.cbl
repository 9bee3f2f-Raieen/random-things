000100******************************************************************
000200*    PROGRAM-ID:  INCIAGE
000300*    AUTHOR    :  J. R. PRATHER
000400*    INSTALL.  :  ESTIMATING SYSTEMS
000500*    DATE-WRTN :  10/29/18
000600*    PURPOSE   :  OPEN-INCIDENT AGING REPORT.  SWEEPS THE KEYED
000700*                 INCIDENT FILE STREAM WRITES AND LISTS EVERY
000800*                 INCIDENT NOT YET CLOSED, OLDEST NIGHT FIRST,
000900*                 WITH HOW MANY DAYS IT HAS BEEN OPEN, WHETHER
001000*                 ANYONE HAS ACKNOWLEDGED IT AND WHO, THE STEP'S
001100*                 RETURN CODE, THE CHKPTLOG RESUME POINT AND ANY
001200*                 CAUSE NOTE SO FAR.  THE TOTALS SPLIT THE OPEN
001300*                 INCIDENTS INTO AGE BANDS SO A FAILURE NOBODY
001400*                 HAS PICKED UP IN A WEEK STANDS OUT.  THIS IS
001500*                 THE FOLLOW-UP EVIDENCE AUDIT ASKS FOR, SEEN
001600*                 FROM THE OTHER SIDE -- WHAT IS STILL OWED.
001700*    TECTONICS :  cobc
001800*------------------------------------------------------------------
001900*    MOD LOG:
002000*    DATE       INIT  DESCRIPTION
002100*    10/29/18   JRP   ORIGINAL PROGRAM.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. INCIAGE.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS IC-KEY
003200         FILE STATUS IS WS-INCIDENT-STATUS.
003300
003400     SELECT AGING-REPORT-FILE ASSIGN TO "INCIAGE"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-INCIAGE-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  INCIDENT-FILE.
004000 COPY INCIDENT.
004100
004200 FD  AGING-REPORT-FILE
004300     LABEL RECORD IS STANDARD.
004400 01  AGING-REPORT-RECORD             PIC X(110).
004500
004600 WORKING-STORAGE SECTION.
004700 01  WS-INCIDENT-STATUS              PIC X(02) VALUE "00".
004800 01  WS-INCIAGE-STATUS               PIC X(02) VALUE "00".
004900
005000 01  WS-SWITCHES.
005100     05  WS-EOF-SW                   PIC X(01) VALUE "N".
005200         88  END-OF-INCIDENTS        VALUE "Y".
005300     05  WS-FILE-OPEN-SW             PIC X(01) VALUE "N".
005310         88  INCIDENT-FILE-OPEN      VALUE "Y".
005320
005400 01  WS-RUN-DATE                     PIC 9(08) VALUE 0.
005500 01  WS-DAYS-OPEN                    PIC 9(05) VALUE 0.
005600 01  WS-OLDEST-DAYS                  PIC 9(05) VALUE 0.
005700
005800 01  WS-OPEN-COUNT                   PIC 9(06) VALUE 0.
005900 01  WS-ACK-COUNT                    PIC 9(06) VALUE 0.
006000 01  WS-BAND-1-COUNT                 PIC 9(06) VALUE 0.
006100 01  WS-BAND-2-COUNT                 PIC 9(06) VALUE 0.
006200 01  WS-BAND-3-COUNT                 PIC 9(06) VALUE 0.
006300
006400 COPY CLOCKLNK REPLACING CLOCK-LINKAGE BY WS-CLOCK-LINKAGE.
006500
006600 01  WS-HEADING-LINE-1.
006700     05  FILLER                      PIC X(36) VALUE
006800         " OPEN INCIDENT AGING REPORT AS OF ".
006900     05  H1-RUN-DATE                 PIC 9(08).
007000
007100 01  WS-HEADING-LINE-2.
007200     05  FILLER                      PIC X(45) VALUE
007300         " STREAM-DT STEP     OC  DAYS STATUS  RC    ".
007400     05  FILLER                      PIC X(20) VALUE
007500         "RESUME    ACK-BY".
007600     05  FILLER                      PIC X(05) VALUE "CAUSE".
007700
007800 01  WS-DETAIL-LINE.
007900     05  FILLER                      PIC X(01) VALUE SPACE.
008000     05  DL-STREAM-DATE              PIC 9(08).
008100     05  FILLER                      PIC X(02) VALUE SPACE.
008200     05  DL-STEP-NAME                PIC X(08).
008300     05  FILLER                      PIC X(01) VALUE SPACE.
008400     05  DL-OCCURRENCE               PIC 9(02).
008500     05  FILLER                      PIC X(01) VALUE SPACE.
008600     05  DL-DAYS-OPEN                PIC ZZZZ9.
008700     05  FILLER                      PIC X(01) VALUE SPACE.
008800     05  DL-STATUS                   PIC X(07).
008900     05  FILLER                      PIC X(01) VALUE SPACE.
009000     05  DL-RETURN-CODE              PIC 9(04).
009100     05  FILLER                      PIC X(04) VALUE SPACE.
009200     05  DL-RESUME-POINT             PIC X(08).
009300     05  FILLER                      PIC X(02) VALUE SPACE.
009400     05  DL-ACK-OPER                 PIC X(08).
009500     05  FILLER                      PIC X(02) VALUE SPACE.
009600     05  DL-CAUSE-NOTE               PIC X(40).
009700
009800 01  WS-TOTAL-LINE-1.
009900     05  FILLER                      PIC X(17) VALUE
010000         " OPEN INCIDENTS =".
010100     05  TL-OPEN-COUNT               PIC ZZZZZ9.
010200     05  FILLER                      PIC X(18) VALUE
010300         "  ACKNOWLEDGED =".
010400     05  TL-ACK-COUNT                PIC ZZZZZ9.
010500     05  FILLER                      PIC X(19) VALUE
010600         "  OLDEST (DAYS) =".
010700     05  TL-OLDEST-DAYS              PIC ZZZZ9.
010800
010900 01  WS-TOTAL-LINE-2.
011000     05  FILLER                      PIC X(14) VALUE
011100         " 0-1 DAYS =".
011200     05  TL-BAND-1-COUNT             PIC ZZZZZ9.
011300     05  FILLER                      PIC X(14) VALUE
011400         "  2-7 DAYS =".
011500     05  TL-BAND-2-COUNT             PIC ZZZZZ9.
011600     05  FILLER                      PIC X(18) VALUE
011700         "  OVER 7 DAYS =".
011800     05  TL-BAND-3-COUNT             PIC ZZZZZ9.
011900
012000******************************************************************
012100 PROCEDURE DIVISION.
012200 0000-MAINLINE.
012300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012400     PERFORM 2000-AGE-ONE-INCIDENT THRU 2000-EXIT
012500         UNTIL END-OF-INCIDENTS.
012600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012700     STOP RUN.
012800
012900******************************************************************
013000*    1000-INITIALIZE -- STAMP THE RUN, OPEN THE REPORT, AND
013100*                 POSITION AT THE FRONT OF THE INCIDENT FILE.
013200*                 NO INCIDENT FILE MEANS NO STEP HAS EVER FAILED
013300*                 -- THE REPORT SAYS SO AND SHOWS ZERO TOTALS.
013400******************************************************************
013500 1000-INITIALIZE.
013600     MOVE "STAMP"   TO CLK-FUNCTION.
013700     MOVE "INCIAGE" TO CLK-PROGRAM-ID.
013800     MOVE "START"   TO CLK-EVENT.
013900     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
014000     MOVE CLK-RETURN-DATE TO WS-RUN-DATE.
014100
014200     OPEN OUTPUT AGING-REPORT-FILE.
014300     MOVE WS-RUN-DATE TO H1-RUN-DATE.
014400     WRITE AGING-REPORT-RECORD FROM WS-HEADING-LINE-1.
014500     WRITE AGING-REPORT-RECORD FROM WS-HEADING-LINE-2.
014600
014700     OPEN INPUT INCIDENT-FILE.
014800     IF WS-INCIDENT-STATUS NOT = "00"
014900         DISPLAY "INCIAGE: NO INCIDENT FILE, STATUS = "
015000             WS-INCIDENT-STATUS " -- NOTHING OPEN."
015100         MOVE "Y" TO WS-EOF-SW
015200         GO TO 1000-EXIT
015300     END-IF.
015400     MOVE "Y" TO WS-FILE-OPEN-SW.
015500     MOVE LOW-VALUES TO IC-KEY.
015600     START INCIDENT-FILE KEY NOT < IC-KEY
015700         INVALID KEY
015800             MOVE "Y" TO WS-EOF-SW
015900     END-START.
016000 1000-EXIT.
016100     EXIT.
016200
016300******************************************************************
016400*    2000-AGE-ONE-INCIDENT -- READ THE NEXT INCIDENT AND, IF IT
016500*                 IS NOT CLOSED, AGE IT AND LIST IT.  THE FILE
016600*                 IS KEYED ON STREAM DATE FIRST, SO THE LISTING
016700*                 COMES OUT OLDEST FIRST WITH NO SORT.
016800******************************************************************
016900 2000-AGE-ONE-INCIDENT.
017000     READ INCIDENT-FILE NEXT RECORD
017100         AT END
017200             MOVE "Y" TO WS-EOF-SW
017300             GO TO 2000-EXIT
017400     END-READ.
017500
017600     IF IC-CLOSED
017700         GO TO 2000-EXIT
017800     END-IF.
017900
018000     MOVE 0 TO WS-DAYS-OPEN.
018100     IF IC-STREAM-DATE NOT > WS-RUN-DATE
018200         COMPUTE WS-DAYS-OPEN =
018300             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
018400             - FUNCTION INTEGER-OF-DATE(IC-STREAM-DATE)
018500     END-IF.
018600
018700     ADD 1 TO WS-OPEN-COUNT.
018800     IF IC-ACKNOWLEDGED
018900         ADD 1 TO WS-ACK-COUNT
019000     END-IF.
019100     EVALUATE TRUE
019200         WHEN WS-DAYS-OPEN < 2
019300             ADD 1 TO WS-BAND-1-COUNT
019400         WHEN WS-DAYS-OPEN < 8
019500             ADD 1 TO WS-BAND-2-COUNT
019600         WHEN OTHER
019700             ADD 1 TO WS-BAND-3-COUNT
019800     END-EVALUATE.
019900     IF WS-DAYS-OPEN > WS-OLDEST-DAYS
020000         MOVE WS-DAYS-OPEN TO WS-OLDEST-DAYS
020100     END-IF.
020200
020300     MOVE IC-STREAM-DATE  TO DL-STREAM-DATE.
020400     MOVE IC-STEP-NAME    TO DL-STEP-NAME.
020500     MOVE IC-OCCURRENCE   TO DL-OCCURRENCE.
020600     MOVE WS-DAYS-OPEN    TO DL-DAYS-OPEN.
020700     IF IC-ACKNOWLEDGED
020800         MOVE "ACK"       TO DL-STATUS
020900     ELSE
021000         MOVE "OPEN"      TO DL-STATUS
021100     END-IF.
021200     MOVE IC-RETURN-CODE  TO DL-RETURN-CODE.
021300     IF IC-RESUME-POINT = SPACES
021400         MOVE "*TOP*"     TO DL-RESUME-POINT
021500     ELSE
021600         MOVE IC-RESUME-POINT TO DL-RESUME-POINT
021700     END-IF.
021800     MOVE IC-ACK-OPER     TO DL-ACK-OPER.
021900     MOVE IC-CAUSE-NOTE   TO DL-CAUSE-NOTE.
022000     WRITE AGING-REPORT-RECORD FROM WS-DETAIL-LINE.
022100 2000-EXIT.
022200     EXIT.
022300
022400******************************************************************
022500*    9000-TERMINATE -- WRITE THE TOTALS, CLOSE UP AND STAMP THE
022600*                 JOB END.  AN OPEN INCIDENT IS A FACT TO REPORT,
022700*                 NOT A FAILURE OF THIS STEP, SO THE RETURN CODE
022800*                 STAYS ZERO.
022900******************************************************************
023000 9000-TERMINATE.
023100     MOVE SPACES TO AGING-REPORT-RECORD.
023200     WRITE AGING-REPORT-RECORD.
023300     MOVE WS-OPEN-COUNT   TO TL-OPEN-COUNT.
023400     MOVE WS-ACK-COUNT    TO TL-ACK-COUNT.
023500     MOVE WS-OLDEST-DAYS  TO TL-OLDEST-DAYS.
023600     WRITE AGING-REPORT-RECORD FROM WS-TOTAL-LINE-1.
023700     MOVE WS-BAND-1-COUNT TO TL-BAND-1-COUNT.
023800     MOVE WS-BAND-2-COUNT TO TL-BAND-2-COUNT.
023900     MOVE WS-BAND-3-COUNT TO TL-BAND-3-COUNT.
024000     WRITE AGING-REPORT-RECORD FROM WS-TOTAL-LINE-2.
024100
024200     IF INCIDENT-FILE-OPEN
024300         CLOSE INCIDENT-FILE
024400     END-IF.
024500     CLOSE AGING-REPORT-FILE.
024600
024700     MOVE "STAMP"   TO CLK-FUNCTION.
024800     MOVE "INCIAGE" TO CLK-PROGRAM-ID.
024900     MOVE "END"     TO CLK-EVENT.
025000     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
025100
025200     DISPLAY "INCIAGE: " WS-OPEN-COUNT " INCIDENT(S) STILL OPEN, "
025300         "OLDEST " WS-OLDEST-DAYS " DAY(S).".
025400
025500     MOVE 0000 TO RETURN-CODE.
025600 9000-EXIT.
025700     EXIT.
025800
025900 END PROGRAM INCIAGE.
