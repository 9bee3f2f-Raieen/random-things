000100******************************************************************
000200*    PROGRAM-ID:  FILEBKUP
000300*    AUTHOR    :  J. R. PRATHER
000400*    INSTALL.  :  ESTIMATING SYSTEMS
000500*    DATE-WRTN :  11/02/18
000600*    PURPOSE   :  NIGHTLY BACKUP OF THE KEYED PERMANENT FILES.
000700*                 CALCPURG'S ARCHIVE ONLY EVER HOLDS WHAT THE
000800*                 SWEEP AGED OUT OF CALCRES -- NOTHING COULD PUT
000900*                 A LEDGER BACK THE WAY IT STOOD BEFORE A BAD
001000*                 NIGHT.  STREAM RUNS THIS STEP FIRST, BEFORE
001100*                 ANY STEP TOUCHES THE FILES.  EVERY FILE IN THE
001200*                 BKUPFILE TABLE IS UNLOADED IN KEY ORDER TO A
001300*                 DATED SEQUENTIAL GENERATION (BASE.YYYYMMDD)
001400*                 WHOSE HEADER CARRIES THE RECORD COUNT AND A
001500*                 HASH TOTAL OF THE RECORD IMAGES, SO FILEREST
001600*                 CAN PROVE A GENERATION WHOLE BEFORE IT RELOADS
001700*                 ANYTHING FROM IT.  THE HEADER HAS TO COME
001800*                 FIRST, SO EACH FILE IS READ TWICE -- ONCE TO
001900*                 COUNT AND HASH, ONCE TO UNLOAD -- AND THE
002000*                 UNLOAD PASS IS COUNTED AND HASHED AGAIN, SO A
002100*                 FILE THAT CHANGED UNDER THE STEP IS CAUGHT
002200*                 HERE RATHER THAN AT RESTORE TIME.  A FILE NOT
002300*                 YET ON DISK GETS AN EMPTY GENERATION.  THE
002400*                 BKUPRPT.YYYYMMDD REPORT LISTS EVERY FILE WITH
002500*                 ITS GENERATION AND TOTALS; GENCLEAN TRIMS OLD
002600*                 GENERATIONS BY THE BKUPGENS PARMFILE COUNT.
002700*                 RETURN CODE 4 WHEN A FILE COULD NOT BE BACKED
002800*                 UP CLEANLY (DETAILS IN ERRLOG), 16 WHEN A
002900*                 GENERATION COULD NOT BE WRITTEN AT ALL.
003000*    TECTONICS :  cobc
003100*------------------------------------------------------------------
003200*    MOD LOG:
003300*    DATE       INIT  DESCRIPTION
003400*    11/02/18   JRP   ORIGINAL PROGRAM.
003425*    11/08/18   JRP   BILLADJ AND BILLCLOS ADDED TO THE NIGHTLY
003450*                     UNLOAD (ENTRIES 11 AND 12).
003460*    11/12/18   JRP   GROWPROJ ADDED TO THE NIGHTLY UNLOAD
003470*                     (ENTRY 13).
003480*    11/20/18   JRP   OPENREJ ADDED TO THE NIGHTLY UNLOAD
003490*                     (ENTRY 14).
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. FILEBKUP.
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100*    THE KEYED FILES SHARE ONE STATUS FIELD -- ONLY ONE OF THEM
004200*    IS EVER OPEN AT A TIME.
004300     SELECT CALC-RESULTS-FILE ASSIGN TO "CALCRES"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CR-KEY
004700         FILE STATUS IS WS-KEYED-STATUS.
004800
004900     SELECT SHAPE-LEDGER-FILE ASSIGN TO "SHAPELED"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS SL-KEY
005300         FILE STATUS IS WS-KEYED-STATUS.
005400
005500     SELECT AMORT-LEDGER-FILE ASSIGN TO "AMORLED"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS AM-KEY
005900         FILE STATUS IS WS-KEYED-STATUS.
006000
006100     SELECT CHARGE-LEDGER-FILE ASSIGN TO "CHARGLED"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS CG-KEY
006500         FILE STATUS IS WS-KEYED-STATUS.
006600
006700     SELECT MATH-HISTORY-FILE ASSIGN TO "MATHHIST"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS MH-KEY
007100         FILE STATUS IS WS-KEYED-STATUS.
007200
007300     SELECT BATCH-REGISTRY-FILE ASSIGN TO "BATCHREG"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS BR-BATCH-ID
007700         FILE STATUS IS WS-KEYED-STATUS.
007800
007900     SELECT RECON-HISTORY-FILE ASSIGN TO "RECONHST"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS RH-KEY
008300         FILE STATUS IS WS-KEYED-STATUS.
008400
008500     SELECT MATERIAL-MASTER-FILE ASSIGN TO "MATLMAST"
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS DYNAMIC
008800         RECORD KEY IS ML-MATERIAL-CODE
008900         FILE STATUS IS WS-KEYED-STATUS.
009000
009100     SELECT COST-LEDGER-FILE ASSIGN TO "COSTLED"
009200         ORGANIZATION IS INDEXED
009300         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS CL-KEY
009500         FILE STATUS IS WS-KEYED-STATUS.
009600
009700     SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS DYNAMIC
010000         RECORD KEY IS IC-KEY
010100         FILE STATUS IS WS-KEYED-STATUS.
010105
010110     SELECT BILL-ADJUSTMENT-FILE ASSIGN TO "BILLADJ"
010115         ORGANIZATION IS INDEXED
010120         ACCESS MODE IS DYNAMIC
010125         RECORD KEY IS AJ-KEY
010130         FILE STATUS IS WS-KEYED-STATUS.
010135
010140     SELECT BILL-CLOSE-FILE ASSIGN TO "BILLCLOS"
010145         ORGANIZATION IS INDEXED
010150         ACCESS MODE IS DYNAMIC
010155         RECORD KEY IS BC-BILL-MONTH
010160         FILE STATUS IS WS-KEYED-STATUS.
010165
010170     SELECT GROWTH-PROJECTION-FILE ASSIGN TO "GROWPROJ"
010175         ORGANIZATION IS INDEXED
010180         ACCESS MODE IS DYNAMIC
010185         RECORD KEY IS GP-KEY
010190         FILE STATUS IS WS-KEYED-STATUS.
010191
010192     SELECT OPEN-REJECT-FILE ASSIGN TO "OPENREJ"
010193         ORGANIZATION IS INDEXED
010194         ACCESS MODE IS DYNAMIC
010195         RECORD KEY IS OR-TRACE-ID
010196         FILE STATUS IS WS-KEYED-STATUS.
010200
010300     SELECT BACKUP-GEN-FILE ASSIGN TO DYNAMIC WS-BKUPGEN-NAME
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS WS-BKUPGEN-STATUS.
010600
010700     SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
010800         ORGANIZATION IS LINE SEQUENTIAL
010900         FILE STATUS IS WS-ERRLOG-STATUS.
011000
011100     SELECT BACKUP-REPORT-FILE ASSIGN TO DYNAMIC WS-BKUPRPT-NAME
011200         ORGANIZATION IS LINE SEQUENTIAL
011300         FILE STATUS IS WS-BKUPRPT-STATUS.
011400 DATA DIVISION.
011500 FILE SECTION.
011600 FD  CALC-RESULTS-FILE.
011700 COPY CALCRES.
011800
011900 FD  SHAPE-LEDGER-FILE.
012000 COPY SHAPELED.
012100
012200 FD  AMORT-LEDGER-FILE.
012300 COPY AMORLED.
012400
012500 FD  CHARGE-LEDGER-FILE.
012600 COPY CHARGLED.
012700
012800 FD  MATH-HISTORY-FILE.
012900 COPY MATHHIST.
013000
013100 FD  BATCH-REGISTRY-FILE.
013200 COPY BATCHREG.
013300
013400 FD  RECON-HISTORY-FILE.
013500 COPY RECONHST.
013600
013700 FD  MATERIAL-MASTER-FILE.
013800 COPY MATLMAST.
013900
014000 FD  COST-LEDGER-FILE.
014100 COPY COSTLED.
014200
014300 FD  INCIDENT-FILE.
014400 COPY INCIDENT.
014410
014420 FD  BILL-ADJUSTMENT-FILE.
014430 COPY BILLADJ.
014440
014450 FD  BILL-CLOSE-FILE.
014460 COPY BILLCLOS.
014470
014480 FD  GROWTH-PROJECTION-FILE.
014490 COPY GROWPROJ.
014492
014494 FD  OPEN-REJECT-FILE.
014496 COPY OPENREJ.
014500
014600 FD  BACKUP-GEN-FILE
014700     LABEL RECORD IS STANDARD.
014800 COPY BKUPREC.
014900
015000 FD  ERROR-LOG-FILE
015100     LABEL RECORD IS STANDARD.
015200 COPY ERRLOGRC.
015300
015400 FD  BACKUP-REPORT-FILE
015500     LABEL RECORD IS STANDARD.
015600 01  BACKUP-REPORT-RECORD            PIC X(133).
015700
015800 WORKING-STORAGE SECTION.
015900 01  WS-KEYED-STATUS                 PIC X(02) VALUE "00".
016000 01  WS-BKUPGEN-STATUS               PIC X(02) VALUE "00".
016100 01  WS-ERRLOG-STATUS                PIC X(02) VALUE "00".
016200 01  WS-BKUPRPT-STATUS               PIC X(02) VALUE "00".
016300 01  WS-READ-STATUS                  PIC X(02) VALUE "00".
016400
016500 01  WS-SWITCHES.
016600     05  WS-KEYED-EOF-SW             PIC X(01) VALUE "N".
016700         88  END-OF-KEYED            VALUE "Y".
016800     05  WS-READ-ERROR-SW            PIC X(01) VALUE "N".
016900         88  KEYED-READ-FAILED       VALUE "Y".
017000     05  WS-ABORT-SW                 PIC X(01) VALUE "N".
017100         88  BACKUP-ABORTED          VALUE "Y".
017200
017300 01  WS-RUN-DATE                     PIC 9(08) VALUE 0.
017400 01  WS-RUN-TIME                     PIC 9(06) VALUE 0.
017500 01  WS-BKUPGEN-NAME                 PIC X(17) VALUE SPACES.
017600 01  WS-BKUPRPT-NAME                 PIC X(16) VALUE SPACES.
017700 01  WS-RETURN-CODE                  PIC 9(04) VALUE 0.
017800
017900 COPY BKUPFILE.
018000 01  WS-FILE-SUB                     PIC 9(02) VALUE 0.
018100
018200*    EVERY RECORD IS HASHED AS A 200-BYTE IMAGE, SPACE-FILLED
018300*    PAST THE END OF ITS OWN LAYOUT -- THE SAME IMAGE THE
018400*    GENERATION CARRIES IN BG-IMAGE.
018500 01  WS-RECORD-IMAGE                 PIC X(200) VALUE SPACES.
018600 01  FILLER REDEFINES WS-RECORD-IMAGE.
018700     05  WS-IMAGE-BYTE               PIC X(01) OCCURS 200 TIMES.
018800 01  WS-BYTE-SUB                     PIC 9(03) VALUE 0.
018900 01  WS-RECORD-HASH                  PIC 9(09) VALUE 0.
019000
019100 01  WS-SCAN-COUNT                   PIC 9(09) VALUE 0.
019200 01  WS-SCAN-HASH                    PIC 9(15) VALUE 0.
019300 01  WS-UNLOAD-COUNT                 PIC 9(09) VALUE 0.
019400 01  WS-UNLOAD-HASH                  PIC 9(15) VALUE 0.
019500
019600 01  WS-FILES-BACKED-UP              PIC 9(02) VALUE 0.
019700 01  WS-FILES-FAILED                 PIC 9(02) VALUE 0.
019800 01  WS-TOTAL-RECORDS                PIC 9(09) VALUE 0.
019900 01  WS-ERROR-MESSAGE                PIC X(53) VALUE SPACES.
020000 01  WS-ERROR-VALUE                  PIC X(38) VALUE SPACES.
020100
020200 COPY CLOCKLNK REPLACING CLOCK-LINKAGE BY WS-CLOCK-LINKAGE.
020300
020400 01  WS-HEADING-LINE-1.
020500     05  FILLER                      PIC X(29) VALUE
020600         " KEYED FILE BACKUP, RUN DATE ".
020700     05  H1-RUN-DATE                 PIC 9(08).
020800
020900 01  WS-HEADING-LINE-2.
021000     05  FILLER                      PIC X(28) VALUE
021100         " FILE     GENERATION".
021200     05  FILLER                      PIC X(11) VALUE
021300         "    RECORDS".
021400     05  FILLER                      PIC X(17) VALUE
021500         "       HASH TOTAL".
021600     05  FILLER                      PIC X(08) VALUE
021700         "  RESULT".
021800
021900 01  WS-DETAIL-LINE.
022000     05  FILLER                      PIC X(01) VALUE SPACE.
022100     05  DL-FILE-NAME                PIC X(08).
022200     05  FILLER                      PIC X(01) VALUE SPACE.
022300     05  DL-GEN-NAME                 PIC X(17).
022400     05  FILLER                      PIC X(01) VALUE SPACE.
022500     05  DL-RECORD-COUNT             PIC ZZZ,ZZZ,ZZ9.
022600     05  FILLER                      PIC X(02) VALUE SPACE.
022700     05  DL-HASH-TOTAL               PIC Z(14)9.
022800     05  FILLER                      PIC X(02) VALUE SPACE.
022900     05  DL-RESULT                   PIC X(30).
023000
023100 01  WS-TOTAL-LINE.
023200     05  FILLER                      PIC X(19) VALUE
023300         " FILES BACKED UP = ".
023400     05  TL-FILES-BACKED-UP          PIC Z9.
023500     05  FILLER                      PIC X(11) VALUE
023600         "  FAILED =".
023700     05  TL-FILES-FAILED             PIC Z9.
023800     05  FILLER                      PIC X(12) VALUE
023900         "  RECORDS =".
024000     05  TL-TOTAL-RECORDS            PIC ZZZ,ZZZ,ZZ9.
024100
024200******************************************************************
024300 PROCEDURE DIVISION.
024400 0000-MAINLINE.
024500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024600     PERFORM 2000-BACKUP-ONE-FILE THRU 2000-EXIT
024700         VARYING WS-FILE-SUB FROM 1 BY 1
024800         UNTIL WS-FILE-SUB > BT-FILE-COUNT
024900            OR BACKUP-ABORTED.
025000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025100     STOP RUN.
025200
025300******************************************************************
025400*    1000-INITIALIZE -- STAMP THE RUN, OPEN TONIGHT'S REPORT
025500*                 GENERATION AND THE SHARED ERRLOG.
025600******************************************************************
025700 1000-INITIALIZE.
025800     MOVE "STAMP"    TO CLK-FUNCTION.
025900     MOVE "FILEBKUP" TO CLK-PROGRAM-ID.
026000     MOVE "START"    TO CLK-EVENT.
026100     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
026200     MOVE CLK-RETURN-DATE TO WS-RUN-DATE.
026300     MOVE CLK-RETURN-TIME TO WS-RUN-TIME.
026400
026500     STRING "BKUPRPT." DELIMITED BY SIZE
026600         WS-RUN-DATE DELIMITED BY SIZE
026700         INTO WS-BKUPRPT-NAME.
026800     OPEN OUTPUT BACKUP-REPORT-FILE.
026900     MOVE WS-RUN-DATE TO H1-RUN-DATE.
027000     WRITE BACKUP-REPORT-RECORD FROM WS-HEADING-LINE-1.
027100     WRITE BACKUP-REPORT-RECORD FROM WS-HEADING-LINE-2.
027200
027300     OPEN EXTEND ERROR-LOG-FILE.
027400     IF WS-ERRLOG-STATUS = "05" OR WS-ERRLOG-STATUS = "35"
027500         OPEN OUTPUT ERROR-LOG-FILE
027600     END-IF.
027700 1000-EXIT.
027800     EXIT.
027900
028000******************************************************************
028100*    2000-BACKUP-ONE-FILE -- ONE ENTRY OF THE BKUPFILE TABLE.
028200*                 PASS ONE COUNTS AND HASHES THE FILE; THE
028300*                 GENERATION IS THEN OPENED, GIVEN ITS HEADER,
028400*                 AND FILLED BY PASS TWO.  A SECOND RUN ON THE
028500*                 SAME DATE REPLACES THAT DATE'S GENERATION --
028600*                 A BACKUP IS A PICTURE OF THE FILE AS IT
028700*                 STANDS, NOT AN ACCUMULATION.
028800******************************************************************
028900 2000-BACKUP-ONE-FILE.
029000     MOVE 0 TO WS-SCAN-COUNT WS-SCAN-HASH
029100               WS-UNLOAD-COUNT WS-UNLOAD-HASH.
029200     MOVE SPACES TO WS-BKUPGEN-NAME.
029300     STRING BT-GEN-BASE (WS-FILE-SUB) DELIMITED BY SPACE
029400         "." DELIMITED BY SIZE
029500         WS-RUN-DATE DELIMITED BY SIZE
029600         INTO WS-BKUPGEN-NAME.
029700
029800     PERFORM 3000-OPEN-KEYED-FILE THRU 3000-EXIT.
029900     IF WS-KEYED-STATUS = "35"
030000         PERFORM 2400-WRITE-EMPTY-GENERATION THRU 2400-EXIT
030100         GO TO 2000-EXIT
030200     END-IF.
030300     IF WS-KEYED-STATUS NOT = "00"
030400         MOVE "CANNOT OPEN FILE FOR BACKUP"
030500             TO WS-ERROR-MESSAGE
030600         PERFORM 2800-FILE-FAILED THRU 2800-EXIT
030700         GO TO 2000-EXIT
030800     END-IF.
030900
031000     PERFORM 2100-SCAN-KEYED-FILE THRU 2100-EXIT.
031100     PERFORM 3200-CLOSE-KEYED-FILE THRU 3200-EXIT.
031200     IF KEYED-READ-FAILED
031300         MOVE WS-READ-STATUS TO WS-KEYED-STATUS
031400         MOVE "READ ERROR WHILE COUNTING THE FILE"
031500             TO WS-ERROR-MESSAGE
031600         PERFORM 2800-FILE-FAILED THRU 2800-EXIT
031700         GO TO 2000-EXIT
031800     END-IF.
031900
032000     OPEN OUTPUT BACKUP-GEN-FILE.
032100     IF WS-BKUPGEN-STATUS NOT = "00"
032200         MOVE "Y" TO WS-ABORT-SW
032300         MOVE "CANNOT CREATE THE BACKUP GENERATION"
032400             TO WS-ERROR-MESSAGE
032500         PERFORM 2800-FILE-FAILED THRU 2800-EXIT
032600         GO TO 2000-EXIT
032700     END-IF.
032800     PERFORM 2300-WRITE-HEADER THRU 2300-EXIT.
032900
033000     PERFORM 3000-OPEN-KEYED-FILE THRU 3000-EXIT.
033100     IF WS-KEYED-STATUS NOT = "00"
033200         CLOSE BACKUP-GEN-FILE
033300         MOVE "CANNOT REOPEN FILE FOR THE UNLOAD PASS"
033400             TO WS-ERROR-MESSAGE
033500         PERFORM 2800-FILE-FAILED THRU 2800-EXIT
033600         GO TO 2000-EXIT
033700     END-IF.
033800     PERFORM 2200-UNLOAD-KEYED-FILE THRU 2200-EXIT.
033900     PERFORM 3200-CLOSE-KEYED-FILE THRU 3200-EXIT.
034000     CLOSE BACKUP-GEN-FILE.
034100
034200     IF BACKUP-ABORTED
034300         MOVE "CANNOT WRITE THE BACKUP GENERATION"
034400             TO WS-ERROR-MESSAGE
034500         PERFORM 2800-FILE-FAILED THRU 2800-EXIT
034600         GO TO 2000-EXIT
034700     END-IF.
034800     IF KEYED-READ-FAILED
034900         MOVE WS-READ-STATUS TO WS-KEYED-STATUS
035000         MOVE "READ ERROR DURING THE UNLOAD PASS"
035100             TO WS-ERROR-MESSAGE
035200         PERFORM 2800-FILE-FAILED THRU 2800-EXIT
035300         GO TO 2000-EXIT
035400     END-IF.
035500     IF WS-UNLOAD-COUNT NOT = WS-SCAN-COUNT
035600         OR WS-UNLOAD-HASH NOT = WS-SCAN-HASH
035700         MOVE "FILE CHANGED DURING BACKUP -- RERUN FILEBKUP"
035800             TO WS-ERROR-MESSAGE
035900         PERFORM 2800-FILE-FAILED THRU 2800-EXIT
036000         GO TO 2000-EXIT
036100     END-IF.
036200
036300     MOVE "BACKED UP" TO DL-RESULT.
036400     PERFORM 2700-FILE-BACKED-UP THRU 2700-EXIT.
036500 2000-EXIT.
036600     EXIT.
036700
036800******************************************************************
036900*    2100-SCAN-KEYED-FILE -- PASS ONE: COUNT AND HASH EVERY
037000*                 RECORD SO THE HEADER CAN BE WRITTEN FIRST.
037100******************************************************************
037200 2100-SCAN-KEYED-FILE.
037300     MOVE "N" TO WS-KEYED-EOF-SW.
037400     MOVE "N" TO WS-READ-ERROR-SW.
037500     PERFORM 3100-READ-KEYED-FILE THRU 3100-EXIT.
037600     PERFORM 2110-SCAN-ONE-RECORD THRU 2110-EXIT
037700         UNTIL END-OF-KEYED.
037800 2100-EXIT.
037900     EXIT.
038000
038100 2110-SCAN-ONE-RECORD.
038200     ADD 1 TO WS-SCAN-COUNT.
038300     PERFORM 2500-HASH-IMAGE THRU 2500-EXIT.
038400     ADD WS-RECORD-HASH TO WS-SCAN-HASH.
038500     PERFORM 3100-READ-KEYED-FILE THRU 3100-EXIT.
038600 2110-EXIT.
038700     EXIT.
038800
038900******************************************************************
039000*    2200-UNLOAD-KEYED-FILE -- PASS TWO: ONE DETAIL RECORD PER
039100*                 KEYED RECORD, COUNTED AND HASHED AGAIN ON THE
039200*                 WAY OUT.  A FAILED WRITE STOPS THE PASS AND
039300*                 THE RUN.
039400******************************************************************
039500 2200-UNLOAD-KEYED-FILE.
039600     MOVE "N" TO WS-KEYED-EOF-SW.
039700     MOVE "N" TO WS-READ-ERROR-SW.
039800     PERFORM 3100-READ-KEYED-FILE THRU 3100-EXIT.
039900     PERFORM 2210-UNLOAD-ONE-RECORD THRU 2210-EXIT
040000         UNTIL END-OF-KEYED.
040100 2200-EXIT.
040200     EXIT.
040300
040400 2210-UNLOAD-ONE-RECORD.
040500     MOVE SPACES          TO BACKUP-GEN-RECORD.
040600     MOVE "D"             TO BG-RECORD-TYPE.
040700     MOVE WS-RECORD-IMAGE TO BG-IMAGE.
040800     WRITE BACKUP-GEN-RECORD.
040900     IF WS-BKUPGEN-STATUS NOT = "00"
041000         MOVE "Y" TO WS-ABORT-SW
041100         MOVE "Y" TO WS-KEYED-EOF-SW
041200         GO TO 2210-EXIT
041300     END-IF.
041400
041500     ADD 1 TO WS-UNLOAD-COUNT.
041600     PERFORM 2500-HASH-IMAGE THRU 2500-EXIT.
041700     ADD WS-RECORD-HASH TO WS-UNLOAD-HASH.
041800     PERFORM 3100-READ-KEYED-FILE THRU 3100-EXIT.
041900 2210-EXIT.
042000     EXIT.
042100
042200 2300-WRITE-HEADER.
042300     MOVE SPACES                    TO BACKUP-GEN-RECORD.
042400     MOVE "H"                       TO BG-RECORD-TYPE.
042500     MOVE BT-FILE-NAME (WS-FILE-SUB) TO BG-FILE-NAME.
042600     MOVE WS-RUN-DATE               TO BG-BACKUP-DATE.
042700     MOVE WS-RUN-TIME               TO BG-BACKUP-TIME.
042800     MOVE WS-SCAN-COUNT             TO BG-RECORD-COUNT.
042900     MOVE WS-SCAN-HASH              TO BG-HASH-TOTAL.
043000     WRITE BACKUP-GEN-RECORD.
043100 2300-EXIT.
043200     EXIT.
043300
043400******************************************************************
043500*    2400-WRITE-EMPTY-GENERATION -- THE FILE HAS NEVER BEEN
043600*                 CREATED.  A HEADER-ONLY GENERATION STILL GOES
043700*                 DOWN, SO EVERY FILE HAS A GENERATION FOR EVERY
043800*                 NIGHT AND A RESTORE TO THAT NIGHT IS EXACT.
043900******************************************************************
044000 2400-WRITE-EMPTY-GENERATION.
044100     OPEN OUTPUT BACKUP-GEN-FILE.
044200     IF WS-BKUPGEN-STATUS NOT = "00"
044300         MOVE "Y" TO WS-ABORT-SW
044400         MOVE "CANNOT CREATE THE BACKUP GENERATION"
044500             TO WS-ERROR-MESSAGE
044600         PERFORM 2800-FILE-FAILED THRU 2800-EXIT
044700         GO TO 2400-EXIT
044800     END-IF.
044900     PERFORM 2300-WRITE-HEADER THRU 2300-EXIT.
045000     CLOSE BACKUP-GEN-FILE.
045100
045200     MOVE "NOT ON DISK - EMPTY GENERATION" TO DL-RESULT.
045300     PERFORM 2700-FILE-BACKED-UP THRU 2700-EXIT.
045400 2400-EXIT.
045500     EXIT.
045600
045700******************************************************************
045800*    2500-HASH-IMAGE -- EACH BYTE'S COLLATING POSITION TIMES
045900*                 ITS POSITION IN THE IMAGE.  FILEREST HASHES
046000*                 THE SAME WAY; THE TWO MUST NEVER DIFFER.
046100******************************************************************
046200 2500-HASH-IMAGE.
046300     MOVE 0 TO WS-RECORD-HASH.
046400     PERFORM 2510-HASH-ONE-BYTE THRU 2510-EXIT
046500         VARYING WS-BYTE-SUB FROM 1 BY 1
046600         UNTIL WS-BYTE-SUB > 200.
046700 2500-EXIT.
046800     EXIT.
046900
047000 2510-HASH-ONE-BYTE.
047100     COMPUTE WS-RECORD-HASH = WS-RECORD-HASH
047200         + FUNCTION ORD(WS-IMAGE-BYTE (WS-BYTE-SUB))
047300         * WS-BYTE-SUB.
047400 2510-EXIT.
047500     EXIT.
047600
047700 2700-FILE-BACKED-UP.
047800     ADD 1             TO WS-FILES-BACKED-UP.
047900     ADD WS-SCAN-COUNT TO WS-TOTAL-RECORDS.
048000     PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT.
048100 2700-EXIT.
048200     EXIT.
048300
048400******************************************************************
048500*    2800-FILE-FAILED -- THE FILE HAS NO GOOD GENERATION
048600*                 TONIGHT.  IT GOES ON THE REPORT AND INTO THE
048700*                 SHARED ERRLOG WITH BOTH FILE STATUSES, AND THE
048800*                 RUN ENDS 4 -- OR 16 WHEN NO GENERATION CAN BE
048900*                 WRITTEN, SINCE THE REST WOULD FAIL THE SAME.
049000******************************************************************
049100 2800-FILE-FAILED.
049200     ADD 1 TO WS-FILES-FAILED.
049300     IF BACKUP-ABORTED
049400         MOVE 16 TO WS-RETURN-CODE
049500     ELSE
049600         IF WS-RETURN-CODE < 4
049700             MOVE 4 TO WS-RETURN-CODE
049800         END-IF
049900     END-IF.
050000
050100     MOVE "FAILED -- SEE ERRLOG" TO DL-RESULT.
050200     PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT.
050300
050400     DISPLAY "FILEBKUP: " BT-FILE-NAME (WS-FILE-SUB) " -- "
050500         WS-ERROR-MESSAGE.
050600
050700     MOVE SPACES TO WS-ERROR-VALUE.
050800     STRING WS-BKUPGEN-NAME DELIMITED BY SPACE
050900         " FILE=" DELIMITED BY SIZE
051000         WS-KEYED-STATUS DELIMITED BY SIZE
051100         " GEN=" DELIMITED BY SIZE
051200         WS-BKUPGEN-STATUS DELIMITED BY SIZE
051300         INTO WS-ERROR-VALUE.
051400
051500     MOVE "FILEBKUP"                 TO ERR-PROGRAM-ID.
051600     MOVE BT-FILE-NAME (WS-FILE-SUB) TO ERR-FIELD-NAME.
051700     MOVE WS-ERROR-VALUE             TO ERR-BAD-VALUE.
051800     MOVE WS-ERROR-MESSAGE           TO ERR-MESSAGE.
051900     MOVE WS-RUN-DATE                TO ERR-RUN-DATE.
052000     MOVE WS-RUN-TIME                TO ERR-TIME.
052100     MOVE SPACES                     TO ERR-TRACE-ID.
052200     WRITE ERR-LOG-RECORD.
052300 2800-EXIT.
052400     EXIT.
052500
052600 2900-WRITE-DETAIL-LINE.
052700     MOVE BT-FILE-NAME (WS-FILE-SUB) TO DL-FILE-NAME.
052800     MOVE WS-BKUPGEN-NAME            TO DL-GEN-NAME.
052900     MOVE WS-SCAN-COUNT              TO DL-RECORD-COUNT.
053000     MOVE WS-SCAN-HASH               TO DL-HASH-TOTAL.
053100     WRITE BACKUP-REPORT-RECORD FROM WS-DETAIL-LINE.
053200 2900-EXIT.
053300     EXIT.
053400
053500******************************************************************
053600*    3000-3200 -- OPEN, READ-NEXT AND CLOSE WHICHEVER KEYED FILE
053700*                 WS-FILE-SUB NAMES.  THE WHEN NUMBERS FOLLOW
053800*                 THE BKUPFILE TABLE.  A READ LANDS THE RECORD
053900*                 IN WS-RECORD-IMAGE; ANY STATUS BUT "00" SHORT
054000*                 OF END OF FILE ENDS THE PASS AS A READ ERROR.
054100******************************************************************
054200 3000-OPEN-KEYED-FILE.
054300     EVALUATE WS-FILE-SUB
054400         WHEN 1  OPEN INPUT CALC-RESULTS-FILE
054500         WHEN 2  OPEN INPUT SHAPE-LEDGER-FILE
054600         WHEN 3  OPEN INPUT AMORT-LEDGER-FILE
054700         WHEN 4  OPEN INPUT CHARGE-LEDGER-FILE
054800         WHEN 5  OPEN INPUT MATH-HISTORY-FILE
054900         WHEN 6  OPEN INPUT BATCH-REGISTRY-FILE
055000         WHEN 7  OPEN INPUT RECON-HISTORY-FILE
055100         WHEN 8  OPEN INPUT MATERIAL-MASTER-FILE
055200         WHEN 9  OPEN INPUT COST-LEDGER-FILE
055300         WHEN 10 OPEN INPUT INCIDENT-FILE
055325         WHEN 11 OPEN INPUT BILL-ADJUSTMENT-FILE
055350         WHEN 12 OPEN INPUT BILL-CLOSE-FILE
055375         WHEN 13 OPEN INPUT GROWTH-PROJECTION-FILE
055385         WHEN 14 OPEN INPUT OPEN-REJECT-FILE
055400     END-EVALUATE.
055500 3000-EXIT.
055600     EXIT.
055700
055800 3100-READ-KEYED-FILE.
055900     MOVE SPACES TO WS-RECORD-IMAGE.
056000     EVALUATE WS-FILE-SUB
056100         WHEN 1
056200             READ CALC-RESULTS-FILE NEXT RECORD
056300                 INTO WS-RECORD-IMAGE
056400                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
056500             END-READ
056600         WHEN 2
056700             READ SHAPE-LEDGER-FILE NEXT RECORD
056800                 INTO WS-RECORD-IMAGE
056900                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
057000             END-READ
057100         WHEN 3
057200             READ AMORT-LEDGER-FILE NEXT RECORD
057300                 INTO WS-RECORD-IMAGE
057400                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
057500             END-READ
057600         WHEN 4
057700             READ CHARGE-LEDGER-FILE NEXT RECORD
057800                 INTO WS-RECORD-IMAGE
057900                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
058000             END-READ
058100         WHEN 5
058200             READ MATH-HISTORY-FILE NEXT RECORD
058300                 INTO WS-RECORD-IMAGE
058400                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
058500             END-READ
058600         WHEN 6
058700             READ BATCH-REGISTRY-FILE NEXT RECORD
058800                 INTO WS-RECORD-IMAGE
058900                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
059000             END-READ
059100         WHEN 7
059200             READ RECON-HISTORY-FILE NEXT RECORD
059300                 INTO WS-RECORD-IMAGE
059400                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
059500             END-READ
059600         WHEN 8
059700             READ MATERIAL-MASTER-FILE NEXT RECORD
059800                 INTO WS-RECORD-IMAGE
059900                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
060000             END-READ
060100         WHEN 9
060200             READ COST-LEDGER-FILE NEXT RECORD
060300                 INTO WS-RECORD-IMAGE
060400                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
060500             END-READ
060600         WHEN 10
060700             READ INCIDENT-FILE NEXT RECORD
060800                 INTO WS-RECORD-IMAGE
060900                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
061000             END-READ
061005         WHEN 11
061010             READ BILL-ADJUSTMENT-FILE NEXT RECORD
061015                 INTO WS-RECORD-IMAGE
061020                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
061025             END-READ
061030         WHEN 12
061035             READ BILL-CLOSE-FILE NEXT RECORD
061040                 INTO WS-RECORD-IMAGE
061045                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
061050             END-READ
061055         WHEN 13
061060             READ GROWTH-PROJECTION-FILE NEXT RECORD
061065                 INTO WS-RECORD-IMAGE
061070                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
061075             END-READ
061077         WHEN 14
061079             READ OPEN-REJECT-FILE NEXT RECORD
061081                 INTO WS-RECORD-IMAGE
061083                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
061085             END-READ
061100     END-EVALUATE.
061200
061300     IF NOT END-OF-KEYED
061400         AND WS-KEYED-STATUS NOT = "00"
061500         MOVE "Y" TO WS-READ-ERROR-SW
061600         MOVE WS-KEYED-STATUS TO WS-READ-STATUS
061700         MOVE "Y" TO WS-KEYED-EOF-SW
061800     END-IF.
061900 3100-EXIT.
062000     EXIT.
062100
062200 3200-CLOSE-KEYED-FILE.
062300     EVALUATE WS-FILE-SUB
062400         WHEN 1  CLOSE CALC-RESULTS-FILE
062500         WHEN 2  CLOSE SHAPE-LEDGER-FILE
062600         WHEN 3  CLOSE AMORT-LEDGER-FILE
062700         WHEN 4  CLOSE CHARGE-LEDGER-FILE
062800         WHEN 5  CLOSE MATH-HISTORY-FILE
062900         WHEN 6  CLOSE BATCH-REGISTRY-FILE
063000         WHEN 7  CLOSE RECON-HISTORY-FILE
063100         WHEN 8  CLOSE MATERIAL-MASTER-FILE
063200         WHEN 9  CLOSE COST-LEDGER-FILE
063300         WHEN 10 CLOSE INCIDENT-FILE
063325         WHEN 11 CLOSE BILL-ADJUSTMENT-FILE
063350         WHEN 12 CLOSE BILL-CLOSE-FILE
063375         WHEN 13 CLOSE GROWTH-PROJECTION-FILE
063385         WHEN 14 CLOSE OPEN-REJECT-FILE
063400     END-EVALUATE.
063500 3200-EXIT.
063600     EXIT.
063700
063800******************************************************************
063900*    9000-TERMINATE -- WRITE THE TOTALS, CLOSE UP, STAMP THE JOB
064000*                 END AND SET THE RETURN CODE.
064100******************************************************************
064200 9000-TERMINATE.
064300     MOVE WS-FILES-BACKED-UP TO TL-FILES-BACKED-UP.
064400     MOVE WS-FILES-FAILED    TO TL-FILES-FAILED.
064500     MOVE WS-TOTAL-RECORDS   TO TL-TOTAL-RECORDS.
064600     WRITE BACKUP-REPORT-RECORD FROM WS-TOTAL-LINE.
064700
064800     CLOSE BACKUP-REPORT-FILE.
064900     CLOSE ERROR-LOG-FILE.
065000
065100     MOVE "STAMP"    TO CLK-FUNCTION.
065200     MOVE "FILEBKUP" TO CLK-PROGRAM-ID.
065300     MOVE "END"      TO CLK-EVENT.
065400     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
065500
065600     DISPLAY "FILEBKUP: " WS-FILES-BACKED-UP
065700         " FILE(S) BACKED UP, " WS-FILES-FAILED " FAILED, "
065800         WS-TOTAL-RECORDS " RECORD(S) UNLOADED.".
065900
066000     MOVE WS-RETURN-CODE TO RETURN-CODE.
066100 9000-EXIT.
066200     EXIT.
066300
066400 END PROGRAM FILEBKUP.
