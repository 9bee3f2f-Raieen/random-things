000100******************************************************************
000200*    PROGRAM-ID:  REJAGE
000300*    AUTHOR    :  J. R. PRATHER
000400*    INSTALL.  :  ESTIMATING SYSTEMS
000500*    DATE-WRTN :  11/20/18
000600*    PURPOSE   :  WEEKLY OPEN-REJECT AGING REPORT.  A CARD
000700*                 MATHEDIT SENDS BACK IN MATHREJ, OR MATH
000800*                 REJECTS OVERNIGHT, OPENS AN ENTRY ON THE KEYED
000900*                 OPENREJ FILE UNDER ITS TRACE ID, AND THE ENTRY
001000*                 CLOSES ONLY WHEN A LATER BATCH BRINGS THE SAME
001100*                 TRACE ID BACK AND IT COMPUTES CLEANLY.  THIS
001200*                 REPORT LISTS EVERY REJECT STILL OPEN, GROUPED
001300*                 BY DEPARTMENT IN DEPTMAST ORDER, WITH HOW MANY
001400*                 DAYS OLD IT IS, THE ORIGINAL ERROR MESSAGE AND
001500*                 HOW MANY TIMES IT HAS BEEN SENT BACK AND
001600*                 REJECTED AGAIN.  A REJECT OLDER THAN THE
001700*                 PARMFILE REJESCDAYS THRESHOLD (DEFAULT 10
001800*                 DAYS) IS FLAGGED FOR ESCALATION TO THE
001900*                 DEPARTMENT'S DM-CONTACT.  REJECTS FOR A
002000*                 DEPARTMENT NOT ON DEPTMAST ARE LISTED LAST.
002100*                 RETURN CODE 4 WHEN ANYTHING IS DUE FOR
002200*                 ESCALATION.
002300*    TECTONICS :  cobc
002400*------------------------------------------------------------------
002500*    MOD LOG:
002600*    DATE       INIT  DESCRIPTION
002700*    11/20/18   JRP   ORIGINAL PROGRAM.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. REJAGE.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPEN-REJECT-FILE ASSIGN TO "OPENREJ"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS OR-TRACE-ID
003800         FILE STATUS IS WS-OPENREJ-STATUS.
003900
004000     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-DEPTMAST-STATUS.
004300
004400     SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-PARMFILE-STATUS.
004700
004800     SELECT AGING-REPORT-FILE ASSIGN TO "REJAGE"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-REJAGE-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  OPEN-REJECT-FILE.
005400 COPY OPENREJ.
005500
005600 FD  DEPT-MASTER-FILE
005700     LABEL RECORD IS STANDARD.
005800 COPY DEPTMAST.
005900
006000 FD  PARAMETER-FILE
006100     LABEL RECORD IS STANDARD.
006200 COPY PARMREC.
006300
006400 FD  AGING-REPORT-FILE
006500     LABEL RECORD IS STANDARD.
006600 01  AGING-REPORT-RECORD             PIC X(132).
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-OPENREJ-STATUS               PIC X(02) VALUE "00".
007000 01  WS-DEPTMAST-STATUS              PIC X(02) VALUE "00".
007100 01  WS-PARMFILE-STATUS              PIC X(02) VALUE "00".
007200 01  WS-REJAGE-STATUS                PIC X(02) VALUE "00".
007300
007400 01  WS-SWITCHES.
007500     05  WS-EOF-SW                   PIC X(01) VALUE "N".
007600         88  END-OF-REJECTS          VALUE "Y".
007700     05  WS-FILE-OPEN-SW             PIC X(01) VALUE "N".
007800         88  OPENREJ-FILE-OPEN       VALUE "Y".
007900
008000 01  WS-RUN-DATE                     PIC 9(08) VALUE 0.
008100 01  WS-DAYS-OPEN                    PIC 9(05) VALUE 0.
008200 01  WS-OLDEST-DAYS                  PIC 9(05) VALUE 0.
008300 01  WS-ESCALATE-DAYS                PIC 9(03) VALUE 10.
008400
008500*    DEPTMAST, IN FILE ORDER -- THE REPORT'S GROUPING ORDER.
008600*    WS-GROUP-SUB NAMES THE DEPARTMENT BEING LISTED; ZERO IS
008700*    THE CLOSING GROUP OF CODES NOT ON THE MASTER.
008800 01  WS-DEPT-MASTER-TABLE.
008900     05  WS-DM-ENTRY OCCURS 20 TIMES.
009000         10  WS-DM-DEPARTMENT        PIC X(04).
009100         10  WS-DM-DEPT-NAME         PIC X(24).
009200         10  WS-DM-CONTACT           PIC X(20).
009300 01  WS-DM-ENTRIES                   PIC 9(02) VALUE 0.
009400 01  WS-DM-SUB                       PIC 9(02) VALUE 0.
009500 01  WS-DM-MATCH-SUB                 PIC 9(02) VALUE 0.
009600 01  WS-GROUP-SUB                    PIC 9(02) VALUE 0.
009700
009800 01  WS-GROUP-OPEN-COUNT             PIC 9(06) VALUE 0.
009900 01  WS-GROUP-ESCALATE-COUNT         PIC 9(06) VALUE 0.
010000 01  WS-OPEN-COUNT                   PIC 9(06) VALUE 0.
010100 01  WS-ESCALATE-COUNT               PIC 9(06) VALUE 0.
010200 01  WS-REREJECT-TOTAL               PIC 9(06) VALUE 0.
010300
010400 COPY CLOCKLNK REPLACING CLOCK-LINKAGE BY WS-CLOCK-LINKAGE.
010500
010600 01  WS-HEADING-LINE-1.
010700     05  FILLER                      PIC X(32) VALUE
010800         " OPEN REJECT AGING REPORT AS OF ".
010900     05  H1-RUN-DATE                 PIC 9(08).
011000     05  FILLER                      PIC X(27) VALUE
011100         "   ESCALATE AFTER (DAYS) =".
011200     05  H1-ESCALATE-DAYS            PIC ZZ9.
011300
011400 01  WS-HEADING-LINE-2.
011500     05  FILLER                      PIC X(45) VALUE
011600         " TRACE-ID  REQST   REJECTED  DAYS  BY".
011700     05  FILLER                      PIC X(20) VALUE
011800         "RE-REJ LAST-REJ".
011900     05  FILLER                      PIC X(13) VALUE
012000         "ERROR MESSAGE".
012100
012200 01  WS-DEPT-LINE.
012300     05  FILLER                      PIC X(06) VALUE " DEPT ".
012400     05  DH-DEPARTMENT               PIC X(04).
012500     05  FILLER                      PIC X(02) VALUE SPACE.
012600     05  DH-DEPT-NAME                PIC X(24).
012700     05  FILLER                      PIC X(11) VALUE
012800         "  CONTACT: ".
012900     05  DH-CONTACT                  PIC X(20).
013000
013100 01  WS-DETAIL-LINE.
013200     05  FILLER                      PIC X(01) VALUE SPACE.
013300     05  DL-TRACE-ID                 PIC X(08).
013400     05  FILLER                      PIC X(02) VALUE SPACE.
013500     05  DL-REQUEST-TYPE             PIC X(06).
013600     05  FILLER                      PIC X(02) VALUE SPACE.
013700     05  DL-FIRST-REJECT-DATE        PIC 9(08).
013800     05  FILLER                      PIC X(01) VALUE SPACE.
013900     05  DL-DAYS-OPEN                PIC ZZZZ9.
014000     05  FILLER                      PIC X(02) VALUE SPACE.
014100     05  DL-PROGRAM                  PIC X(08).
014200     05  FILLER                      PIC X(02) VALUE SPACE.
014300     05  DL-REREJECT-COUNT           PIC ZZ9.
014400     05  FILLER                      PIC X(04) VALUE SPACE.
014500     05  DL-LAST-REJECT-DATE         PIC 9(08).
014600     05  FILLER                      PIC X(01) VALUE SPACE.
014700     05  DL-ESCALATE                 PIC X(03).
014800     05  FILLER                      PIC X(01) VALUE SPACE.
014900     05  DL-ERROR-MESSAGE            PIC X(53).
015000
015100 01  WS-DEPT-TOTAL-LINE.
015200     05  FILLER                      PIC X(16) VALUE
015300         "   OPEN REJECTS".
015400     05  FILLER                      PIC X(02) VALUE "= ".
015500     05  DT-OPEN-COUNT               PIC ZZZZZ9.
015600     05  FILLER                      PIC X(16) VALUE
015700         "  ESCALATE =".
015800     05  DT-ESCALATE-COUNT           PIC ZZZZZ9.
015900
016000 01  WS-ESCALATE-LINE.
016100     05  FILLER                      PIC X(33) VALUE
016200         "   *** ESCALATE TO DEPT CONTACT: ".
016300     05  EL-CONTACT                  PIC X(20).
016400
016500 01  WS-UNKNOWN-DEPT-LINE            PIC X(60) VALUE
016600     " DEPARTMENT NOT ON DEPTMAST (NO CONTACT TO ESCALATE TO)".
016700
016800 01  WS-TOTAL-LINE-1.
016900     05  FILLER                      PIC X(15) VALUE
017000         " OPEN REJECTS =".
017100     05  TL-OPEN-COUNT               PIC ZZZZZ9.
017200     05  FILLER                      PIC X(17) VALUE
017300         "  ESCALATE =".
017400     05  TL-ESCALATE-COUNT           PIC ZZZZZ9.
017500     05  FILLER                      PIC X(17) VALUE
017600         "  RE-REJECTS =".
017700     05  TL-REREJECT-TOTAL           PIC ZZZZZ9.
017800     05  FILLER                      PIC X(19) VALUE
017900         "  OLDEST (DAYS) =".
018000     05  TL-OLDEST-DAYS              PIC ZZZZ9.
018100
018200******************************************************************
018300 PROCEDURE DIVISION.
018400 0000-MAINLINE.
018500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018600     IF OPENREJ-FILE-OPEN
018700         PERFORM 2000-AGE-DEPARTMENT THRU 2000-EXIT
018800             VARYING WS-GROUP-SUB FROM 1 BY 1
018900             UNTIL WS-GROUP-SUB > WS-DM-ENTRIES
019000         MOVE 0 TO WS-GROUP-SUB
019100         PERFORM 2000-AGE-DEPARTMENT THRU 2000-EXIT
019200     END-IF.
019300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019400     STOP RUN.
019500
019600******************************************************************
019700*    1000-INITIALIZE -- STAMP THE RUN, PICK UP THE ESCALATION
019800*                 THRESHOLD AND THE DEPARTMENT MASTER, OPEN THE
019900*                 REPORT AND THE OPENREJ FILE.  NO OPENREJ FILE
020000*                 MEANS NOTHING HAS EVER BEEN REJECTED -- THE
020100*                 REPORT SAYS SO AND SHOWS ZERO TOTALS.
020200******************************************************************
020300 1000-INITIALIZE.
020400     MOVE "STAMP"   TO CLK-FUNCTION.
020500     MOVE "REJAGE"  TO CLK-PROGRAM-ID.
020600     MOVE "START"   TO CLK-EVENT.
020700     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
020800     MOVE CLK-RETURN-DATE TO WS-RUN-DATE.
020900
021000     PERFORM 1100-READ-PARMFILE THRU 1100-EXIT.
021100     PERFORM 1150-LOAD-DEPT-MASTER THRU 1150-EXIT.
021200
021300     OPEN OUTPUT AGING-REPORT-FILE.
021400     MOVE WS-RUN-DATE      TO H1-RUN-DATE.
021500     MOVE WS-ESCALATE-DAYS TO H1-ESCALATE-DAYS.
021600     WRITE AGING-REPORT-RECORD FROM WS-HEADING-LINE-1.
021700     WRITE AGING-REPORT-RECORD FROM WS-HEADING-LINE-2.
021800
021900     OPEN INPUT OPEN-REJECT-FILE.
022000     IF WS-OPENREJ-STATUS NOT = "00"
022100         DISPLAY "REJAGE: NO OPENREJ FILE, STATUS = "
022200             WS-OPENREJ-STATUS " -- NOTHING OPEN."
022300         GO TO 1000-EXIT
022400     END-IF.
022500     MOVE "Y" TO WS-FILE-OPEN-SW.
022600 1000-EXIT.
022700     EXIT.
022800
022900 1100-READ-PARMFILE.
023000     OPEN INPUT PARAMETER-FILE.
023100     IF WS-PARMFILE-STATUS NOT = "00"
023200         GO TO 1100-EXIT
023300     END-IF.
023400
023500     PERFORM UNTIL WS-PARMFILE-STATUS = "10"
023600         READ PARAMETER-FILE
023700             AT END
023800                 MOVE "10" TO WS-PARMFILE-STATUS
023900             NOT AT END
024000                 IF PARM-NAME = "REJESCDAYS"
024100                     COMPUTE WS-ESCALATE-DAYS =
024200                         FUNCTION NUMVAL(PARM-VALUE)
024300                 END-IF
024400         END-READ
024500     END-PERFORM.
024600
024700     CLOSE PARAMETER-FILE.
024800 1100-EXIT.
024900     EXIT.
025000
025100******************************************************************
025200*    1150-LOAD-DEPT-MASTER -- LOAD EVERY DEPTMAST CODE, ACTIVE OR
025300*                 NOT, WITH ITS NAME AND CONTACT.  AN INACTIVE
025400*                 DEPARTMENT CAN STILL HAVE REJECTS OUTSTANDING.
025500******************************************************************
025600 1150-LOAD-DEPT-MASTER.
025700     OPEN INPUT DEPT-MASTER-FILE.
025800     IF WS-DEPTMAST-STATUS NOT = "00"
025900         DISPLAY "REJAGE: DEPTMAST NOT AVAILABLE, STATUS = "
026000             WS-DEPTMAST-STATUS " -- NO DEPARTMENT CONTACTS."
026100         GO TO 1150-EXIT
026200     END-IF.
026300
026400     PERFORM UNTIL WS-DEPTMAST-STATUS = "10"
026500         READ DEPT-MASTER-FILE
026600             AT END
026700                 MOVE "10" TO WS-DEPTMAST-STATUS
026800             NOT AT END
026900                 IF DM-DEPARTMENT NOT = SPACES
027000                     AND WS-DM-ENTRIES < 20
027100                     ADD 1 TO WS-DM-ENTRIES
027200                     MOVE DM-DEPARTMENT
027300                         TO WS-DM-DEPARTMENT (WS-DM-ENTRIES)
027400                     MOVE DM-DEPT-NAME
027500                         TO WS-DM-DEPT-NAME (WS-DM-ENTRIES)
027600                     MOVE DM-CONTACT
027700                         TO WS-DM-CONTACT (WS-DM-ENTRIES)
027800                 END-IF
027900         END-READ
028000     END-PERFORM.
028100
028200     CLOSE DEPT-MASTER-FILE.
028300 1150-EXIT.
028400     EXIT.
028500
028600******************************************************************
028700*    2000-AGE-DEPARTMENT -- ONE PASS OF OPENREJ FOR THE GROUP IN
028800*                 WS-GROUP-SUB, LISTING ITS OPEN REJECTS.  THE
028900*                 FILE IS KEYED ON TRACE ID, SO EACH DEPARTMENT
029000*                 IS A SWEEP OF ITS OWN.  A GROUP WITH NOTHING
029100*                 OPEN PRINTS NOTHING.
029200******************************************************************
029300 2000-AGE-DEPARTMENT.
029400     MOVE 0   TO WS-GROUP-OPEN-COUNT.
029500     MOVE 0   TO WS-GROUP-ESCALATE-COUNT.
029600     MOVE "N" TO WS-EOF-SW.
029700     MOVE LOW-VALUES TO OR-TRACE-ID.
029800     START OPEN-REJECT-FILE KEY NOT < OR-TRACE-ID
029900         INVALID KEY
030000             MOVE "Y" TO WS-EOF-SW
030100     END-START.
030200
030300     PERFORM 2100-AGE-ONE-REJECT THRU 2100-EXIT
030400         UNTIL END-OF-REJECTS.
030500
030600     IF WS-GROUP-OPEN-COUNT = 0
030700         GO TO 2000-EXIT
030800     END-IF.
030900
031000     MOVE WS-GROUP-OPEN-COUNT     TO DT-OPEN-COUNT.
031100     MOVE WS-GROUP-ESCALATE-COUNT TO DT-ESCALATE-COUNT.
031200     WRITE AGING-REPORT-RECORD FROM WS-DEPT-TOTAL-LINE.
031300     IF WS-GROUP-ESCALATE-COUNT > 0
031400         AND WS-GROUP-SUB > 0
031500         MOVE WS-DM-CONTACT (WS-GROUP-SUB) TO EL-CONTACT
031600         WRITE AGING-REPORT-RECORD FROM WS-ESCALATE-LINE
031700     END-IF.
031800 2000-EXIT.
031900     EXIT.
032000
032100******************************************************************
032200*    2100-AGE-ONE-REJECT -- READ THE NEXT ENTRY AND, IF IT IS
032300*                 STILL OPEN AND BELONGS TO THIS GROUP, AGE IT
032400*                 FROM ITS ORIGINAL REJECT DATE AND LIST IT.
032500******************************************************************
032600 2100-AGE-ONE-REJECT.
032700     READ OPEN-REJECT-FILE NEXT RECORD
032800         AT END
032900             MOVE "Y" TO WS-EOF-SW
033000             GO TO 2100-EXIT
033100     END-READ.
033200
033300     IF NOT OR-OPEN
033400         GO TO 2100-EXIT
033500     END-IF.
033600
033700     IF WS-GROUP-SUB > 0
033800         IF OR-DEPARTMENT NOT = WS-DM-DEPARTMENT (WS-GROUP-SUB)
033900             GO TO 2100-EXIT
034000         END-IF
034100     ELSE
034200         PERFORM 2150-FIND-DEPT-MASTER THRU 2150-EXIT
034300         IF WS-DM-MATCH-SUB NOT = 0
034400             GO TO 2100-EXIT
034500         END-IF
034600     END-IF.
034700
034800     IF WS-GROUP-OPEN-COUNT = 0
034900         PERFORM 2200-WRITE-GROUP-HEADER THRU 2200-EXIT
035000     END-IF.
035100
035200     MOVE 0 TO WS-DAYS-OPEN.
035300     IF OR-FIRST-REJECT-DATE NOT > WS-RUN-DATE
035400         COMPUTE WS-DAYS-OPEN =
035500             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
035600             - FUNCTION INTEGER-OF-DATE(OR-FIRST-REJECT-DATE)
035700     END-IF.
035800
035900     ADD 1 TO WS-GROUP-OPEN-COUNT.
036000     ADD 1 TO WS-OPEN-COUNT.
036100     ADD OR-REREJECT-COUNT TO WS-REREJECT-TOTAL.
036200     IF WS-DAYS-OPEN > WS-OLDEST-DAYS
036300         MOVE WS-DAYS-OPEN TO WS-OLDEST-DAYS
036400     END-IF.
036500
036600     MOVE OR-TRACE-ID          TO DL-TRACE-ID.
036700     MOVE OR-REQUEST-TYPE      TO DL-REQUEST-TYPE.
036800     MOVE OR-FIRST-REJECT-DATE TO DL-FIRST-REJECT-DATE.
036900     MOVE WS-DAYS-OPEN         TO DL-DAYS-OPEN.
037000     MOVE OR-FIRST-PROGRAM     TO DL-PROGRAM.
037100     MOVE OR-REREJECT-COUNT    TO DL-REREJECT-COUNT.
037200     MOVE OR-LAST-REJECT-DATE  TO DL-LAST-REJECT-DATE.
037300     MOVE OR-ERROR-MESSAGE     TO DL-ERROR-MESSAGE.
037400     IF WS-DAYS-OPEN > WS-ESCALATE-DAYS
037500         MOVE "ESC" TO DL-ESCALATE
037600         ADD 1 TO WS-GROUP-ESCALATE-COUNT
037700         ADD 1 TO WS-ESCALATE-COUNT
037800     ELSE
037900         MOVE SPACES TO DL-ESCALATE
038000     END-IF.
038100     WRITE AGING-REPORT-RECORD FROM WS-DETAIL-LINE.
038200 2100-EXIT.
038300     EXIT.
038400
038500 2150-FIND-DEPT-MASTER.
038600     MOVE 0 TO WS-DM-MATCH-SUB.
038700     PERFORM 2160-MATCH-DEPT-MASTER THRU 2160-EXIT
038800         VARYING WS-DM-SUB FROM 1 BY 1
038900         UNTIL WS-DM-SUB > WS-DM-ENTRIES.
039000 2150-EXIT.
039100     EXIT.
039200
039300 2160-MATCH-DEPT-MASTER.
039400     IF WS-DM-DEPARTMENT (WS-DM-SUB) = OR-DEPARTMENT
039500         MOVE WS-DM-SUB TO WS-DM-MATCH-SUB
039600     END-IF.
039700 2160-EXIT.
039800     EXIT.
039900
040000 2200-WRITE-GROUP-HEADER.
040100     MOVE SPACES TO AGING-REPORT-RECORD.
040200     WRITE AGING-REPORT-RECORD.
040300     IF WS-GROUP-SUB = 0
040400         WRITE AGING-REPORT-RECORD FROM WS-UNKNOWN-DEPT-LINE
040500         GO TO 2200-EXIT
040600     END-IF.
040700     MOVE WS-DM-DEPARTMENT (WS-GROUP-SUB) TO DH-DEPARTMENT.
040800     MOVE WS-DM-DEPT-NAME (WS-GROUP-SUB)  TO DH-DEPT-NAME.
040900     MOVE WS-DM-CONTACT (WS-GROUP-SUB)    TO DH-CONTACT.
041000     WRITE AGING-REPORT-RECORD FROM WS-DEPT-LINE.
041100 2200-EXIT.
041200     EXIT.
041300
041400******************************************************************
041500*    9000-TERMINATE -- WRITE THE TOTALS, CLOSE UP AND STAMP THE
041600*                 JOB END.  AN OPEN REJECT ON ITS OWN IS A FACT
041700*                 TO REPORT; ONE PAST THE ESCALATION THRESHOLD
041800*                 NEEDS SOMEBODY TO ACT, SO IT SETS RETURN CODE 4.
041900******************************************************************
042000 9000-TERMINATE.
042100     MOVE SPACES TO AGING-REPORT-RECORD.
042200     WRITE AGING-REPORT-RECORD.
042300     MOVE WS-OPEN-COUNT     TO TL-OPEN-COUNT.
042400     MOVE WS-ESCALATE-COUNT TO TL-ESCALATE-COUNT.
042500     MOVE WS-REREJECT-TOTAL TO TL-REREJECT-TOTAL.
042600     MOVE WS-OLDEST-DAYS    TO TL-OLDEST-DAYS.
042700     WRITE AGING-REPORT-RECORD FROM WS-TOTAL-LINE-1.
042800
042900     IF OPENREJ-FILE-OPEN
043000         CLOSE OPEN-REJECT-FILE
043100     END-IF.
043200     CLOSE AGING-REPORT-FILE.
043300
043400     MOVE "STAMP"   TO CLK-FUNCTION.
043500     MOVE "REJAGE"  TO CLK-PROGRAM-ID.
043600     MOVE "END"     TO CLK-EVENT.
043700     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
043800
043900     DISPLAY "REJAGE: " WS-OPEN-COUNT " REJECT(S) STILL OPEN, "
044000         WS-ESCALATE-COUNT " DUE FOR ESCALATION, OLDEST "
044100         WS-OLDEST-DAYS " DAY(S).".
044200
044300     IF WS-ESCALATE-COUNT > 0
044400         MOVE 0004 TO RETURN-CODE
044500     ELSE
044600         MOVE 0000 TO RETURN-CODE
044700     END-IF.
044800 9000-EXIT.
044900     EXIT.
045000
045100 END PROGRAM REJAGE.
