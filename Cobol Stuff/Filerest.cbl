000100******************************************************************
000200*    PROGRAM-ID:  FILEREST
000300*    AUTHOR    :  J. R. PRATHER
000400*    INSTALL.  :  ESTIMATING SYSTEMS
000500*    DATE-WRTN :  11/02/18
000600*    PURPOSE   :  COMPANION TO FILEBKUP.  PROMPTS FOR ONE OF THE
000700*                 KEYED FILES IN THE BKUPFILE TABLE, A BACKUP
000800*                 GENERATION DATE AND A MODE, THE SAME WAY
000900*                 CALCREST PROMPTS FOR ITS ARCHIVE.  THE
001000*                 GENERATION IS FIRST READ END TO END AND ITS
001100*                 RECORD COUNT AND HASH TOTAL CHECKED AGAINST ITS
001200*                 HEADER -- A GENERATION THAT DOES NOT PROVE OUT
001300*                 IS LOGGED TO ERRLOG AND NOTHING IS TOUCHED.
001400*                 VERIFY MODE STOPS THERE.  RESTORE MODE THEN
001500*                 COUNTS AND HASHES THE LIVE FILE AS IT STANDS,
001600*                 RECREATES IT EMPTY AND RELOADS IT FROM THE
001700*                 GENERATION, SO THE FILE ENDS UP EXACTLY AS IT
001800*                 WAS THAT NIGHT.  THE FILERRPT REPORT SHOWS THE
001900*                 GENERATION'S HEADER, WHAT WAS REPLACED AND
002000*                 WHAT WAS LOADED, SO THE RESTORE CAN BE SIGNED
002100*                 OFF OR THE LIVE FIGURES TAKEN BACK TO THE
002200*                 NIGHT THEY CAME FROM.  RETURN CODE 16 WHEN THE
002300*                 FILE OR GENERATION IS WRONG OR DOES NOT VERIFY.
002400*    TECTONICS :  cobc
002500*------------------------------------------------------------------
002600*    MOD LOG:
002700*    DATE       INIT  DESCRIPTION
002800*    11/02/18   JRP   ORIGINAL PROGRAM.
002825*    11/08/18   JRP   BILLADJ AND BILLCLOS CAN BE VERIFIED AND
002850*                     RESTORED (ENTRIES 11 AND 12).
002860*    11/12/18   JRP   GROWPROJ CAN BE VERIFIED AND RESTORED
002870*                     (ENTRY 13).
002880*    11/20/18   JRP   OPENREJ CAN BE VERIFIED AND RESTORED
002890*                     (ENTRY 14).
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. FILEREST.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500*    THE KEYED FILES SHARE ONE STATUS FIELD -- ONLY ONE OF THEM
003600*    IS EVER OPEN AT A TIME.
003700     SELECT CALC-RESULTS-FILE ASSIGN TO "CALCRES"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CR-KEY
004100         FILE STATUS IS WS-KEYED-STATUS.
004200
004300     SELECT SHAPE-LEDGER-FILE ASSIGN TO "SHAPELED"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS SL-KEY
004700         FILE STATUS IS WS-KEYED-STATUS.
004800
004900     SELECT AMORT-LEDGER-FILE ASSIGN TO "AMORLED"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS AM-KEY
005300         FILE STATUS IS WS-KEYED-STATUS.
005400
005500     SELECT CHARGE-LEDGER-FILE ASSIGN TO "CHARGLED"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS CG-KEY
005900         FILE STATUS IS WS-KEYED-STATUS.
006000
006100     SELECT MATH-HISTORY-FILE ASSIGN TO "MATHHIST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS MH-KEY
006500         FILE STATUS IS WS-KEYED-STATUS.
006600
006700     SELECT BATCH-REGISTRY-FILE ASSIGN TO "BATCHREG"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS BR-BATCH-ID
007100         FILE STATUS IS WS-KEYED-STATUS.
007200
007300     SELECT RECON-HISTORY-FILE ASSIGN TO "RECONHST"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS RH-KEY
007700         FILE STATUS IS WS-KEYED-STATUS.
007800
007900     SELECT MATERIAL-MASTER-FILE ASSIGN TO "MATLMAST"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS ML-MATERIAL-CODE
008300         FILE STATUS IS WS-KEYED-STATUS.
008400
008500     SELECT COST-LEDGER-FILE ASSIGN TO "COSTLED"
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS DYNAMIC
008800         RECORD KEY IS CL-KEY
008900         FILE STATUS IS WS-KEYED-STATUS.
009000
009100     SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
009200         ORGANIZATION IS INDEXED
009300         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS IC-KEY
009500         FILE STATUS IS WS-KEYED-STATUS.
009505
009510     SELECT BILL-ADJUSTMENT-FILE ASSIGN TO "BILLADJ"
009515         ORGANIZATION IS INDEXED
009520         ACCESS MODE IS DYNAMIC
009525         RECORD KEY IS AJ-KEY
009530         FILE STATUS IS WS-KEYED-STATUS.
009535
009540     SELECT BILL-CLOSE-FILE ASSIGN TO "BILLCLOS"
009545         ORGANIZATION IS INDEXED
009550         ACCESS MODE IS DYNAMIC
009555         RECORD KEY IS BC-BILL-MONTH
009560         FILE STATUS IS WS-KEYED-STATUS.
009565
009570     SELECT GROWTH-PROJECTION-FILE ASSIGN TO "GROWPROJ"
009575         ORGANIZATION IS INDEXED
009580         ACCESS MODE IS DYNAMIC
009585         RECORD KEY IS GP-KEY
009590         FILE STATUS IS WS-KEYED-STATUS.
009591
009592     SELECT OPEN-REJECT-FILE ASSIGN TO "OPENREJ"
009593         ORGANIZATION IS INDEXED
009594         ACCESS MODE IS DYNAMIC
009595         RECORD KEY IS OR-TRACE-ID
009596         FILE STATUS IS WS-KEYED-STATUS.
009600
009700     SELECT BACKUP-GEN-FILE ASSIGN TO DYNAMIC WS-BKUPGEN-NAME
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS WS-BKUPGEN-STATUS.
010000
010100     SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
010200         ORGANIZATION IS LINE SEQUENTIAL
010300         FILE STATUS IS WS-ERRLOG-STATUS.
010400
010500     SELECT RESTORE-REPORT-FILE ASSIGN TO "FILERRPT"
010600         ORGANIZATION IS LINE SEQUENTIAL
010700         FILE STATUS IS WS-FILERRPT-STATUS.
010800 DATA DIVISION.
010900 FILE SECTION.
011000 FD  CALC-RESULTS-FILE.
011100 COPY CALCRES.
011200
011300 FD  SHAPE-LEDGER-FILE.
011400 COPY SHAPELED.
011500
011600 FD  AMORT-LEDGER-FILE.
011700 COPY AMORLED.
011800
011900 FD  CHARGE-LEDGER-FILE.
012000 COPY CHARGLED.
012100
012200 FD  MATH-HISTORY-FILE.
012300 COPY MATHHIST.
012400
012500 FD  BATCH-REGISTRY-FILE.
012600 COPY BATCHREG.
012700
012800 FD  RECON-HISTORY-FILE.
012900 COPY RECONHST.
013000
013100 FD  MATERIAL-MASTER-FILE.
013200 COPY MATLMAST.
013300
013400 FD  COST-LEDGER-FILE.
013500 COPY COSTLED.
013600
013700 FD  INCIDENT-FILE.
013800 COPY INCIDENT.
013810
013820 FD  BILL-ADJUSTMENT-FILE.
013830 COPY BILLADJ.
013840
013850 FD  BILL-CLOSE-FILE.
013860 COPY BILLCLOS.
013870
013880 FD  GROWTH-PROJECTION-FILE.
013890 COPY GROWPROJ.
013892
013894 FD  OPEN-REJECT-FILE.
013896 COPY OPENREJ.
013900
014000 FD  BACKUP-GEN-FILE
014100     LABEL RECORD IS STANDARD.
014200 COPY BKUPREC.
014300
014400 FD  ERROR-LOG-FILE
014500     LABEL RECORD IS STANDARD.
014600 COPY ERRLOGRC.
014700
014800 FD  RESTORE-REPORT-FILE
014900     LABEL RECORD IS STANDARD.
015000 01  RESTORE-REPORT-RECORD           PIC X(133).
015100
015200 WORKING-STORAGE SECTION.
015300 01  WS-KEYED-STATUS                 PIC X(02) VALUE "00".
015400 01  WS-BKUPGEN-STATUS               PIC X(02) VALUE "00".
015500 01  WS-ERRLOG-STATUS                PIC X(02) VALUE "00".
015600 01  WS-FILERRPT-STATUS              PIC X(02) VALUE "00".
015700
015800 01  WS-SWITCHES.
015900     05  WS-STOP-SW                  PIC X(01) VALUE "N".
016000         88  RUN-STOPPED             VALUE "Y".
016100     05  WS-RESTORE-SW               PIC X(01) VALUE "N".
016200         88  RESTORE-REQUESTED       VALUE "Y".
016300     05  WS-REPORT-OPEN-SW           PIC X(01) VALUE "N".
016400         88  REPORT-OPENED           VALUE "Y".
016500     05  WS-GEN-EOF-SW               PIC X(01) VALUE "N".
016600         88  END-OF-GENERATION       VALUE "Y".
016700     05  WS-KEYED-EOF-SW             PIC X(01) VALUE "N".
016800         88  END-OF-KEYED            VALUE "Y".
016900     05  WS-READ-ERROR-SW            PIC X(01) VALUE "N".
017000         88  KEYED-READ-FAILED       VALUE "Y".
017100     05  WS-LOAD-OK-SW               PIC X(01) VALUE "N".
017200         88  RELOAD-AGREES           VALUE "Y".
017300
017400 01  WS-RUN-DATE                     PIC 9(08) VALUE 0.
017500 01  WS-RUN-TIME                     PIC 9(06) VALUE 0.
017600 01  WS-BKUPGEN-NAME                 PIC X(17) VALUE SPACES.
017700 01  WS-BKUPGEN-DATE                 PIC 9(08) VALUE 0.
017800 01  WS-REST-FILE-NAME               PIC X(08) VALUE SPACES.
017900 01  WS-REST-MODE                    PIC X(07) VALUE SPACES.
018000 01  WS-RETURN-CODE                  PIC 9(04) VALUE 0.
018100
018200 COPY BKUPFILE.
018300 01  WS-FILE-SUB                     PIC 9(02) VALUE 0.
018400 01  WS-LOOKUP-SUB                   PIC 9(02) VALUE 0.
018500
018600*    EVERY RECORD IS HASHED AS A 200-BYTE IMAGE, SPACE-FILLED
018700*    PAST THE END OF ITS OWN LAYOUT, EXACTLY AS FILEBKUP DOES.
018800 01  WS-RECORD-IMAGE                 PIC X(200) VALUE SPACES.
018900 01  FILLER REDEFINES WS-RECORD-IMAGE.
019000     05  WS-IMAGE-BYTE               PIC X(01) OCCURS 200 TIMES.
019100 01  WS-BYTE-SUB                     PIC 9(03) VALUE 0.
019200 01  WS-RECORD-HASH                  PIC 9(09) VALUE 0.
019300
019400 01  WS-HEADER-COUNT                 PIC 9(09) VALUE 0.
019500 01  WS-HEADER-HASH                  PIC 9(15) VALUE 0.
019600 01  WS-HEADER-DATE                  PIC 9(08) VALUE 0.
019700 01  WS-HEADER-TIME                  PIC 9(06) VALUE 0.
019800 01  WS-VERIFY-COUNT                 PIC 9(09) VALUE 0.
019900 01  WS-VERIFY-HASH                  PIC 9(15) VALUE 0.
020000 01  WS-LIVE-COUNT                   PIC 9(09) VALUE 0.
020100 01  WS-LIVE-HASH                    PIC 9(15) VALUE 0.
020200 01  WS-LOAD-COUNT                   PIC 9(09) VALUE 0.
020300 01  WS-LOAD-HASH                    PIC 9(15) VALUE 0.
020400 01  WS-BAD-RECORD-COUNT             PIC 9(09) VALUE 0.
020500 01  WS-NET-CHANGE                   PIC S9(09) VALUE 0.
020600 01  WS-ERROR-MESSAGE                PIC X(53) VALUE SPACES.
020700
020800 COPY CLOCKLNK REPLACING CLOCK-LINKAGE BY WS-CLOCK-LINKAGE.
020900
021000 01  WS-HEADING-LINE-1.
021100     05  FILLER                      PIC X(15) VALUE
021200         " FILE RESTORE: ".
021300     05  H1-FILE-NAME                PIC X(08).
021400     05  FILLER                      PIC X(06) VALUE
021500         " FROM ".
021600     05  H1-GEN-NAME                 PIC X(17).
021700     05  FILLER                      PIC X(08) VALUE
021800         "  MODE ".
021900     05  H1-MODE                     PIC X(07).
022000
022100 01  WS-COUNT-LINE.
022200     05  FILLER                      PIC X(01) VALUE SPACE.
022300     05  CL-CAPTION                  PIC X(22).
022400     05  FILLER                      PIC X(09) VALUE
022500         " RECORDS ".
022600     05  CL-RECORD-COUNT             PIC ZZZ,ZZZ,ZZ9.
022700     05  FILLER                      PIC X(06) VALUE "  HASH".
022800     05  CL-HASH-TOTAL               PIC Z(15)9.
022900     05  FILLER                      PIC X(02) VALUE SPACE.
023000     05  CL-REMARK                   PIC X(40).
023100
023200 01  WS-NET-LINE.
023300     05  FILLER                      PIC X(01) VALUE SPACE.
023400     05  FILLER                      PIC X(22) VALUE
023500         "NET RECORD CHANGE    :".
023600     05  FILLER                      PIC X(08) VALUE SPACE.
023700     05  NL-NET-CHANGE               PIC -ZZZ,ZZZ,ZZ9.
023800
023900 01  WS-RESULT-LINE.
024000     05  FILLER                      PIC X(01) VALUE SPACE.
024100     05  FILLER                      PIC X(22) VALUE
024200         "RESULT               :".
024300     05  FILLER                      PIC X(01) VALUE SPACE.
024400     05  RL-RESULT                   PIC X(53).
024500
024600******************************************************************
024700 PROCEDURE DIVISION.
024800 0000-MAINLINE.
024900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025000     IF NOT RUN-STOPPED
025100         PERFORM 2000-VERIFY-GENERATION THRU 2000-EXIT
025200     END-IF.
025300     IF NOT RUN-STOPPED AND RESTORE-REQUESTED
025400         PERFORM 3000-MEASURE-LIVE-FILE THRU 3000-EXIT
025500         PERFORM 4000-RELOAD-FILE THRU 4000-EXIT
025600     END-IF.
025700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025800     STOP RUN.
025900
026000******************************************************************
026100*    1000-INITIALIZE -- STAMP THE RUN, PROMPT FOR THE FILE, THE
026200*                 GENERATION AND THE MODE, AND OPEN THE
026300*                 GENERATION.  ITS HEADER MUST BE THERE AND MUST
026400*                 NAME THE FILE ASKED FOR.
026500******************************************************************
026600 1000-INITIALIZE.
026700     MOVE "STAMP"    TO CLK-FUNCTION.
026800     MOVE "FILEREST" TO CLK-PROGRAM-ID.
026900     MOVE "START"    TO CLK-EVENT.
027000     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
027100     MOVE CLK-RETURN-DATE TO WS-RUN-DATE.
027200     MOVE CLK-RETURN-TIME TO WS-RUN-TIME.
027300
027400     DISPLAY "FILEREST: FILE TO RESTORE (E.G. CALCRES)?".
027500     ACCEPT WS-REST-FILE-NAME.
027600     MOVE 0 TO WS-FILE-SUB.
027700     PERFORM 1100-FIND-FILE THRU 1100-EXIT
027800         VARYING WS-LOOKUP-SUB FROM 1 BY 1
027900         UNTIL WS-LOOKUP-SUB > BT-FILE-COUNT.
028000     IF WS-FILE-SUB = 0
028100         DISPLAY "FILEREST: " WS-REST-FILE-NAME
028200             " IS NOT A BACKED-UP FILE."
028300         MOVE "Y" TO WS-STOP-SW
028400         MOVE 16 TO WS-RETURN-CODE
028500         GO TO 1000-EXIT
028600     END-IF.
028700
028800     DISPLAY "FILEREST: BACKUP GENERATION DATE (YYYYMMDD)?".
028900     ACCEPT WS-BKUPGEN-DATE.
029000     IF WS-BKUPGEN-DATE = 0
029100         DISPLAY "FILEREST: A GENERATION DATE IS REQUIRED."
029200         MOVE "Y" TO WS-STOP-SW
029300         MOVE 16 TO WS-RETURN-CODE
029400         GO TO 1000-EXIT
029500     END-IF.
029600     STRING BT-GEN-BASE (WS-FILE-SUB) DELIMITED BY SPACE
029700         "." DELIMITED BY SIZE
029800         WS-BKUPGEN-DATE DELIMITED BY SIZE
029900         INTO WS-BKUPGEN-NAME.
030000
030100     DISPLAY "FILEREST: MODE (VERIFY OR RESTORE)?".
030200     ACCEPT WS-REST-MODE.
030300     IF WS-REST-MODE = "RESTORE"
030400         MOVE "Y" TO WS-RESTORE-SW
030500     ELSE
030600         MOVE "VERIFY" TO WS-REST-MODE
030700     END-IF.
030800
030900     OPEN OUTPUT RESTORE-REPORT-FILE.
031000     MOVE "Y" TO WS-REPORT-OPEN-SW.
031100     MOVE WS-REST-FILE-NAME TO H1-FILE-NAME.
031200     MOVE WS-BKUPGEN-NAME   TO H1-GEN-NAME.
031300     MOVE WS-REST-MODE      TO H1-MODE.
031400     WRITE RESTORE-REPORT-RECORD FROM WS-HEADING-LINE-1.
031500
031600     OPEN EXTEND ERROR-LOG-FILE.
031700     IF WS-ERRLOG-STATUS = "05" OR WS-ERRLOG-STATUS = "35"
031800         OPEN OUTPUT ERROR-LOG-FILE
031900     END-IF.
032000
032100     PERFORM 1200-OPEN-GENERATION THRU 1200-EXIT.
032200     IF RUN-STOPPED
032300         GO TO 1000-EXIT
032400     END-IF.
032500
032600     MOVE "GENERATION HEADER    :" TO CL-CAPTION.
032700     MOVE WS-HEADER-COUNT          TO CL-RECORD-COUNT.
032800     MOVE WS-HEADER-HASH           TO CL-HASH-TOTAL.
032900     MOVE SPACES                   TO CL-REMARK.
033000     STRING "BACKED UP " DELIMITED BY SIZE
033100         WS-HEADER-DATE DELIMITED BY SIZE
033200         " AT " DELIMITED BY SIZE
033300         WS-HEADER-TIME DELIMITED BY SIZE
033400         INTO CL-REMARK.
033500     WRITE RESTORE-REPORT-RECORD FROM WS-COUNT-LINE.
033600 1000-EXIT.
033700     EXIT.
033800
033900 1100-FIND-FILE.
034000     IF BT-FILE-NAME (WS-LOOKUP-SUB) = WS-REST-FILE-NAME
034100         MOVE WS-LOOKUP-SUB TO WS-FILE-SUB
034200     END-IF.
034300 1100-EXIT.
034400     EXIT.
034500
034600******************************************************************
034700*    1200-OPEN-GENERATION -- OPEN THE GENERATION AND READ ITS
034800*                 HEADER.  ALSO USED BY THE RELOAD TO START THE
034900*                 GENERATION OVER FROM THE TOP.
035000******************************************************************
035100 1200-OPEN-GENERATION.
035200     MOVE "N" TO WS-GEN-EOF-SW.
035300     OPEN INPUT BACKUP-GEN-FILE.
035400     IF WS-BKUPGEN-STATUS NOT = "00"
035500         MOVE "BACKUP GENERATION NOT FOUND OR NOT READABLE"
035600             TO WS-ERROR-MESSAGE
035700         PERFORM 8000-STOP-RUN THRU 8000-EXIT
035800         GO TO 1200-EXIT
035900     END-IF.
036000
036100     PERFORM 2900-READ-GENERATION THRU 2900-EXIT.
036200     IF END-OF-GENERATION
036300         OR NOT BG-HEADER
036400         OR BG-FILE-NAME NOT = WS-REST-FILE-NAME
036500         CLOSE BACKUP-GEN-FILE
036600         MOVE "GENERATION HAS NO HEADER FOR THIS FILE"
036700             TO WS-ERROR-MESSAGE
036800         PERFORM 8000-STOP-RUN THRU 8000-EXIT
036900         GO TO 1200-EXIT
037000     END-IF.
037100
037200     MOVE BG-RECORD-COUNT TO WS-HEADER-COUNT.
037300     MOVE BG-HASH-TOTAL   TO WS-HEADER-HASH.
037400     MOVE BG-BACKUP-DATE  TO WS-HEADER-DATE.
037500     MOVE BG-BACKUP-TIME  TO WS-HEADER-TIME.
037600
037700     PERFORM 2900-READ-GENERATION THRU 2900-EXIT.
037800 1200-EXIT.
037900     EXIT.
038000
038100******************************************************************
038200*    2000-VERIFY-GENERATION -- READ THE GENERATION END TO END,
038300*                 COUNTING AND HASHING EVERY DETAIL RECORD, AND
038400*                 HOLD THE TOTALS UP AGAINST THE HEADER.  ANY
038500*                 RECORD THAT IS NOT A DETAIL ALSO FAILS IT.
038600******************************************************************
038700 2000-VERIFY-GENERATION.
038800     PERFORM 2100-VERIFY-ONE-RECORD THRU 2100-EXIT
038900         UNTIL END-OF-GENERATION.
039000     CLOSE BACKUP-GEN-FILE.
039100
039200     MOVE "GENERATION AS READ   :" TO CL-CAPTION.
039300     MOVE WS-VERIFY-COUNT          TO CL-RECORD-COUNT.
039400     MOVE WS-VERIFY-HASH           TO CL-HASH-TOTAL.
039500     IF WS-VERIFY-COUNT = WS-HEADER-COUNT
039600         AND WS-VERIFY-HASH = WS-HEADER-HASH
039700         AND WS-BAD-RECORD-COUNT = 0
039800         MOVE "AGREES WITH HEADER" TO CL-REMARK
039900         WRITE RESTORE-REPORT-RECORD FROM WS-COUNT-LINE
040000         GO TO 2000-EXIT
040100     END-IF.
040200
040300     MOVE "DOES NOT AGREE WITH HEADER" TO CL-REMARK.
040400     WRITE RESTORE-REPORT-RECORD FROM WS-COUNT-LINE.
040500     MOVE "GENERATION FAILED COUNT/HASH CHECK -- NOT RESTORED"
040600         TO WS-ERROR-MESSAGE.
040700     PERFORM 8000-STOP-RUN THRU 8000-EXIT.
040800 2000-EXIT.
040900     EXIT.
041000
041100 2100-VERIFY-ONE-RECORD.
041200     IF BG-DETAIL
041300         ADD 1 TO WS-VERIFY-COUNT
041400         MOVE BG-IMAGE TO WS-RECORD-IMAGE
041500         PERFORM 2500-HASH-IMAGE THRU 2500-EXIT
041600         ADD WS-RECORD-HASH TO WS-VERIFY-HASH
041700     ELSE
041800         ADD 1 TO WS-BAD-RECORD-COUNT
041900     END-IF.
042000     PERFORM 2900-READ-GENERATION THRU 2900-EXIT.
042100 2100-EXIT.
042200     EXIT.
042300
042400******************************************************************
042500*    2500-HASH-IMAGE -- EACH BYTE'S COLLATING POSITION TIMES
042600*                 ITS POSITION IN THE IMAGE.  FILEBKUP HASHES
042700*                 THE SAME WAY; THE TWO MUST NEVER DIFFER.
042800******************************************************************
042900 2500-HASH-IMAGE.
043000     MOVE 0 TO WS-RECORD-HASH.
043100     PERFORM 2510-HASH-ONE-BYTE THRU 2510-EXIT
043200         VARYING WS-BYTE-SUB FROM 1 BY 1
043300         UNTIL WS-BYTE-SUB > 200.
043400 2500-EXIT.
043500     EXIT.
043600
043700 2510-HASH-ONE-BYTE.
043800     COMPUTE WS-RECORD-HASH = WS-RECORD-HASH
043900         + FUNCTION ORD(WS-IMAGE-BYTE (WS-BYTE-SUB))
044000         * WS-BYTE-SUB.
044100 2510-EXIT.
044200     EXIT.
044300
044400 2900-READ-GENERATION.
044500     READ BACKUP-GEN-FILE
044600         AT END
044700             MOVE "Y" TO WS-GEN-EOF-SW
044800     END-READ.
044900 2900-EXIT.
045000     EXIT.
045100
045200******************************************************************
045300*    3000-MEASURE-LIVE-FILE -- COUNT AND HASH THE FILE ABOUT TO
045400*                 BE REPLACED, SO THE REPORT SHOWS WHAT WENT.
045500*                 A LIVE FILE THAT CAN'T BE READ THROUGH STOPS
045600*                 THE RESTORE -- IT MAY BE IN USE.
045700******************************************************************
045800 3000-MEASURE-LIVE-FILE.
045900     MOVE "LIVE FILE REPLACED   :" TO CL-CAPTION.
046000     PERFORM 5000-OPEN-KEYED-INPUT THRU 5000-EXIT.
046100     IF WS-KEYED-STATUS = "35"
046200         MOVE 0 TO CL-RECORD-COUNT CL-HASH-TOTAL
046300         MOVE "NOT ON DISK" TO CL-REMARK
046400         WRITE RESTORE-REPORT-RECORD FROM WS-COUNT-LINE
046500         GO TO 3000-EXIT
046600     END-IF.
046700     IF WS-KEYED-STATUS NOT = "00"
046800         MOVE "CANNOT OPEN LIVE FILE -- NOT RESTORED"
046900             TO WS-ERROR-MESSAGE
047000         PERFORM 8000-STOP-RUN THRU 8000-EXIT
047100         GO TO 3000-EXIT
047200     END-IF.
047300
047400     MOVE "N" TO WS-KEYED-EOF-SW.
047500     PERFORM 5100-READ-KEYED-FILE THRU 5100-EXIT.
047600     PERFORM 3100-MEASURE-ONE-RECORD THRU 3100-EXIT
047700         UNTIL END-OF-KEYED.
047800     PERFORM 5300-CLOSE-KEYED-FILE THRU 5300-EXIT.
047900     IF KEYED-READ-FAILED
048000         MOVE "READ ERROR ON LIVE FILE -- NOT RESTORED"
048100             TO WS-ERROR-MESSAGE
048200         PERFORM 8000-STOP-RUN THRU 8000-EXIT
048300         GO TO 3000-EXIT
048400     END-IF.
048500
048600     MOVE WS-LIVE-COUNT TO CL-RECORD-COUNT.
048700     MOVE WS-LIVE-HASH  TO CL-HASH-TOTAL.
048800     IF WS-LIVE-COUNT = WS-HEADER-COUNT
048900         AND WS-LIVE-HASH = WS-HEADER-HASH
049000         MOVE "IDENTICAL TO THE GENERATION" TO CL-REMARK
049100     ELSE
049200         MOVE "DIFFERS FROM THE GENERATION" TO CL-REMARK
049300     END-IF.
049400     WRITE RESTORE-REPORT-RECORD FROM WS-COUNT-LINE.
049500 3000-EXIT.
049600     EXIT.
049700
049800 3100-MEASURE-ONE-RECORD.
049900     ADD 1 TO WS-LIVE-COUNT.
050000     PERFORM 2500-HASH-IMAGE THRU 2500-EXIT.
050100     ADD WS-RECORD-HASH TO WS-LIVE-HASH.
050200     PERFORM 5100-READ-KEYED-FILE THRU 5100-EXIT.
050300 3100-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700*    4000-RELOAD-FILE -- RECREATE THE KEYED FILE EMPTY AND LOAD
050800*                 EVERY DETAIL RECORD OF THE GENERATION INTO IT.
050900*                 THE GENERATION WAS UNLOADED IN KEY ORDER, SO A
051000*                 DUPLICATE KEY HERE MEANS A DAMAGED GENERATION
051100*                 AND IS COUNTED AS A BAD RECORD.
051200******************************************************************
051300 4000-RELOAD-FILE.
051400     IF RUN-STOPPED
051500         GO TO 4000-EXIT
051600     END-IF.
051700
051800     PERFORM 1200-OPEN-GENERATION THRU 1200-EXIT.
051900     IF RUN-STOPPED
052000         GO TO 4000-EXIT
052100     END-IF.
052200
052300     PERFORM 5200-OPEN-KEYED-OUTPUT THRU 5200-EXIT.
052400     IF WS-KEYED-STATUS NOT = "00"
052500         CLOSE BACKUP-GEN-FILE
052600         MOVE "CANNOT RECREATE LIVE FILE -- NOT RESTORED"
052700             TO WS-ERROR-MESSAGE
052800         PERFORM 8000-STOP-RUN THRU 8000-EXIT
052900         GO TO 4000-EXIT
053000     END-IF.
053100
053200     MOVE 0 TO WS-BAD-RECORD-COUNT.
053300     PERFORM 4100-RELOAD-ONE-RECORD THRU 4100-EXIT
053400         UNTIL END-OF-GENERATION.
053500     PERFORM 5300-CLOSE-KEYED-FILE THRU 5300-EXIT.
053600     CLOSE BACKUP-GEN-FILE.
053700
053800     MOVE "RECORDS RELOADED     :" TO CL-CAPTION.
053900     MOVE WS-LOAD-COUNT            TO CL-RECORD-COUNT.
054000     MOVE WS-LOAD-HASH             TO CL-HASH-TOTAL.
054100     IF WS-LOAD-COUNT = WS-HEADER-COUNT
054200         AND WS-LOAD-HASH = WS-HEADER-HASH
054300         AND WS-BAD-RECORD-COUNT = 0
054400         MOVE "Y" TO WS-LOAD-OK-SW
054500         MOVE "AGREES WITH HEADER" TO CL-REMARK
054600     ELSE
054700         MOVE "DOES NOT AGREE WITH HEADER" TO CL-REMARK
054800     END-IF.
054900     WRITE RESTORE-REPORT-RECORD FROM WS-COUNT-LINE.
055000
055100     COMPUTE WS-NET-CHANGE = WS-LOAD-COUNT - WS-LIVE-COUNT.
055200     MOVE WS-NET-CHANGE TO NL-NET-CHANGE.
055300     WRITE RESTORE-REPORT-RECORD FROM WS-NET-LINE.
055400
055500     IF NOT RELOAD-AGREES
055600         MOVE "RELOAD DID NOT MATCH THE GENERATION -- RERUN"
055700             TO WS-ERROR-MESSAGE
055800         PERFORM 8000-STOP-RUN THRU 8000-EXIT
055900     END-IF.
056000 4000-EXIT.
056100     EXIT.
056200
056300 4100-RELOAD-ONE-RECORD.
056400     MOVE BG-IMAGE TO WS-RECORD-IMAGE.
056500     PERFORM 5400-WRITE-KEYED-FILE THRU 5400-EXIT.
056600     IF WS-KEYED-STATUS = "00"
056700         ADD 1 TO WS-LOAD-COUNT
056800         PERFORM 2500-HASH-IMAGE THRU 2500-EXIT
056900         ADD WS-RECORD-HASH TO WS-LOAD-HASH
057000     ELSE
057100         ADD 1 TO WS-BAD-RECORD-COUNT
057200     END-IF.
057300     PERFORM 2900-READ-GENERATION THRU 2900-EXIT.
057400 4100-EXIT.
057500     EXIT.
057600
057700******************************************************************
057800*    5000-5400 -- OPEN, READ-NEXT, CLOSE AND WRITE WHICHEVER
057900*                 KEYED FILE WS-FILE-SUB NAMES.  THE WHEN
058000*                 NUMBERS FOLLOW THE BKUPFILE TABLE.  RECORDS
058100*                 PASS THROUGH WS-RECORD-IMAGE BOTH WAYS.
058200******************************************************************
058300 5000-OPEN-KEYED-INPUT.
058400     EVALUATE WS-FILE-SUB
058500         WHEN 1  OPEN INPUT CALC-RESULTS-FILE
058600         WHEN 2  OPEN INPUT SHAPE-LEDGER-FILE
058700         WHEN 3  OPEN INPUT AMORT-LEDGER-FILE
058800         WHEN 4  OPEN INPUT CHARGE-LEDGER-FILE
058900         WHEN 5  OPEN INPUT MATH-HISTORY-FILE
059000         WHEN 6  OPEN INPUT BATCH-REGISTRY-FILE
059100         WHEN 7  OPEN INPUT RECON-HISTORY-FILE
059200         WHEN 8  OPEN INPUT MATERIAL-MASTER-FILE
059300         WHEN 9  OPEN INPUT COST-LEDGER-FILE
059400         WHEN 10 OPEN INPUT INCIDENT-FILE
059425         WHEN 11 OPEN INPUT BILL-ADJUSTMENT-FILE
059450         WHEN 12 OPEN INPUT BILL-CLOSE-FILE
059475         WHEN 13 OPEN INPUT GROWTH-PROJECTION-FILE
059485         WHEN 14 OPEN INPUT OPEN-REJECT-FILE
059500     END-EVALUATE.
059600 5000-EXIT.
059700     EXIT.
059800
059900 5100-READ-KEYED-FILE.
060000     MOVE SPACES TO WS-RECORD-IMAGE.
060100     EVALUATE WS-FILE-SUB
060200         WHEN 1
060300             READ CALC-RESULTS-FILE NEXT RECORD
060400                 INTO WS-RECORD-IMAGE
060500                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
060600             END-READ
060700         WHEN 2
060800             READ SHAPE-LEDGER-FILE NEXT RECORD
060900                 INTO WS-RECORD-IMAGE
061000                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
061100             END-READ
061200         WHEN 3
061300             READ AMORT-LEDGER-FILE NEXT RECORD
061400                 INTO WS-RECORD-IMAGE
061500                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
061600             END-READ
061700         WHEN 4
061800             READ CHARGE-LEDGER-FILE NEXT RECORD
061900                 INTO WS-RECORD-IMAGE
062000                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
062100             END-READ
062200         WHEN 5
062300             READ MATH-HISTORY-FILE NEXT RECORD
062400                 INTO WS-RECORD-IMAGE
062500                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
062600             END-READ
062700         WHEN 6
062800             READ BATCH-REGISTRY-FILE NEXT RECORD
062900                 INTO WS-RECORD-IMAGE
063000                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
063100             END-READ
063200         WHEN 7
063300             READ RECON-HISTORY-FILE NEXT RECORD
063400                 INTO WS-RECORD-IMAGE
063500                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
063600             END-READ
063700         WHEN 8
063800             READ MATERIAL-MASTER-FILE NEXT RECORD
063900                 INTO WS-RECORD-IMAGE
064000                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
064100             END-READ
064200         WHEN 9
064300             READ COST-LEDGER-FILE NEXT RECORD
064400                 INTO WS-RECORD-IMAGE
064500                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
064600             END-READ
064700         WHEN 10
064800             READ INCIDENT-FILE NEXT RECORD
064900                 INTO WS-RECORD-IMAGE
065000                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
065100             END-READ
065105         WHEN 11
065110             READ BILL-ADJUSTMENT-FILE NEXT RECORD
065115                 INTO WS-RECORD-IMAGE
065120                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
065125             END-READ
065130         WHEN 12
065135             READ BILL-CLOSE-FILE NEXT RECORD
065140                 INTO WS-RECORD-IMAGE
065145                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
065150             END-READ
065155         WHEN 13
065160             READ GROWTH-PROJECTION-FILE NEXT RECORD
065165                 INTO WS-RECORD-IMAGE
065170                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
065175             END-READ
065177         WHEN 14
065179             READ OPEN-REJECT-FILE NEXT RECORD
065181                 INTO WS-RECORD-IMAGE
065183                 AT END MOVE "Y" TO WS-KEYED-EOF-SW
065185             END-READ
065200     END-EVALUATE.
065300
065400     IF NOT END-OF-KEYED
065500         AND WS-KEYED-STATUS NOT = "00"
065600         MOVE "Y" TO WS-READ-ERROR-SW
065700         MOVE "Y" TO WS-KEYED-EOF-SW
065800     END-IF.
065900 5100-EXIT.
066000     EXIT.
066100
066200 5200-OPEN-KEYED-OUTPUT.
066300     EVALUATE WS-FILE-SUB
066400         WHEN 1  OPEN OUTPUT CALC-RESULTS-FILE
066500         WHEN 2  OPEN OUTPUT SHAPE-LEDGER-FILE
066600         WHEN 3  OPEN OUTPUT AMORT-LEDGER-FILE
066700         WHEN 4  OPEN OUTPUT CHARGE-LEDGER-FILE
066800         WHEN 5  OPEN OUTPUT MATH-HISTORY-FILE
066900         WHEN 6  OPEN OUTPUT BATCH-REGISTRY-FILE
067000         WHEN 7  OPEN OUTPUT RECON-HISTORY-FILE
067100         WHEN 8  OPEN OUTPUT MATERIAL-MASTER-FILE
067200         WHEN 9  OPEN OUTPUT COST-LEDGER-FILE
067300         WHEN 10 OPEN OUTPUT INCIDENT-FILE
067325         WHEN 11 OPEN OUTPUT BILL-ADJUSTMENT-FILE
067350         WHEN 12 OPEN OUTPUT BILL-CLOSE-FILE
067375         WHEN 13 OPEN OUTPUT GROWTH-PROJECTION-FILE
067385         WHEN 14 OPEN OUTPUT OPEN-REJECT-FILE
067400     END-EVALUATE.
067500 5200-EXIT.
067600     EXIT.
067700
067800 5300-CLOSE-KEYED-FILE.
067900     EVALUATE WS-FILE-SUB
068000         WHEN 1  CLOSE CALC-RESULTS-FILE
068100         WHEN 2  CLOSE SHAPE-LEDGER-FILE
068200         WHEN 3  CLOSE AMORT-LEDGER-FILE
068300         WHEN 4  CLOSE CHARGE-LEDGER-FILE
068400         WHEN 5  CLOSE MATH-HISTORY-FILE
068500         WHEN 6  CLOSE BATCH-REGISTRY-FILE
068600         WHEN 7  CLOSE RECON-HISTORY-FILE
068700         WHEN 8  CLOSE MATERIAL-MASTER-FILE
068800         WHEN 9  CLOSE COST-LEDGER-FILE
068900         WHEN 10 CLOSE INCIDENT-FILE
068925         WHEN 11 CLOSE BILL-ADJUSTMENT-FILE
068950         WHEN 12 CLOSE BILL-CLOSE-FILE
068975         WHEN 13 CLOSE GROWTH-PROJECTION-FILE
068985         WHEN 14 CLOSE OPEN-REJECT-FILE
069000     END-EVALUATE.
069100 5300-EXIT.
069200     EXIT.
069300
069400 5400-WRITE-KEYED-FILE.
069500     EVALUATE WS-FILE-SUB
069600         WHEN 1
069700             WRITE CALC-RESULTS-RECORD FROM WS-RECORD-IMAGE
069800         WHEN 2
069900             WRITE SHAPE-LEDGER-RECORD FROM WS-RECORD-IMAGE
070000         WHEN 3
070100             WRITE AMORT-LEDGER-RECORD FROM WS-RECORD-IMAGE
070200         WHEN 4
070300             WRITE CHARGE-LEDGER-RECORD FROM WS-RECORD-IMAGE
070400         WHEN 5
070500             WRITE MATH-HISTORY-RECORD FROM WS-RECORD-IMAGE
070600         WHEN 6
070700             WRITE BATCH-REGISTRY-RECORD FROM WS-RECORD-IMAGE
070800         WHEN 7
070900             WRITE RECON-HISTORY-RECORD FROM WS-RECORD-IMAGE
071000         WHEN 8
071100             WRITE MATERIAL-MASTER-RECORD FROM WS-RECORD-IMAGE
071200         WHEN 9
071300             WRITE COST-LEDGER-RECORD FROM WS-RECORD-IMAGE
071400         WHEN 10
071500             WRITE INCIDENT-RECORD FROM WS-RECORD-IMAGE
071520         WHEN 11
071540             WRITE BILL-ADJUSTMENT-RECORD FROM WS-RECORD-IMAGE
071560         WHEN 12
071580             WRITE BILL-CLOSE-RECORD FROM WS-RECORD-IMAGE
071585         WHEN 13
071590             WRITE GROWTH-PROJECTION-RECORD FROM WS-RECORD-IMAGE
071592         WHEN 14
071594             WRITE OPEN-REJECT-RECORD FROM WS-RECORD-IMAGE
071600     END-EVALUATE.
071700 5400-EXIT.
071800     EXIT.
071900
072000******************************************************************
072100*    8000-STOP-RUN -- THE RESTORE CANNOT GO ON.  THE REASON GOES
072200*                 ON THE REPORT, ON THE CONSOLE AND INTO THE
072300*                 SHARED ERRLOG, AND THE RUN ENDS 16.
072400******************************************************************
072500 8000-STOP-RUN.
072600     MOVE "Y" TO WS-STOP-SW.
072700     MOVE 16 TO WS-RETURN-CODE.
072800     DISPLAY "FILEREST: " WS-ERROR-MESSAGE.
072900
073000     MOVE "FILEREST"        TO ERR-PROGRAM-ID.
073100     MOVE WS-REST-FILE-NAME TO ERR-FIELD-NAME.
073200     MOVE WS-BKUPGEN-NAME   TO ERR-BAD-VALUE.
073300     MOVE WS-ERROR-MESSAGE  TO ERR-MESSAGE.
073400     MOVE WS-RUN-DATE       TO ERR-RUN-DATE.
073500     MOVE WS-RUN-TIME       TO ERR-TIME.
073600     MOVE SPACES            TO ERR-TRACE-ID.
073700     WRITE ERR-LOG-RECORD.
073800 8000-EXIT.
073900     EXIT.
074000
074100******************************************************************
074200*    9000-TERMINATE -- WRITE THE RESULT, CLOSE UP, STAMP THE JOB
074300*                 END AND SET THE RETURN CODE.
074400******************************************************************
074500 9000-TERMINATE.
074600     IF REPORT-OPENED
074700         EVALUATE TRUE
074800             WHEN RUN-STOPPED
074900                 MOVE WS-ERROR-MESSAGE TO RL-RESULT
075000             WHEN RESTORE-REQUESTED
075100                 MOVE "FILE RESTORED FROM THE GENERATION"
075200                     TO RL-RESULT
075300             WHEN OTHER
075400                 MOVE "GENERATION VERIFIED -- NOTHING CHANGED"
075500                     TO RL-RESULT
075600         END-EVALUATE
075700         WRITE RESTORE-REPORT-RECORD FROM WS-RESULT-LINE
075800         CLOSE RESTORE-REPORT-FILE
075900         CLOSE ERROR-LOG-FILE
076000     END-IF.
076100
076200     MOVE "STAMP"    TO CLK-FUNCTION.
076300     MOVE "FILEREST" TO CLK-PROGRAM-ID.
076400     MOVE "END"      TO CLK-EVENT.
076500     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
076600
076700     DISPLAY "FILEREST: " WS-REST-FILE-NAME " FROM "
076800         WS-BKUPGEN-NAME " -- " WS-VERIFY-COUNT " VERIFIED, "
076900         WS-LIVE-COUNT " REPLACED, " WS-LOAD-COUNT " LOADED.".
077000
077100     MOVE WS-RETURN-CODE TO RETURN-CODE.
077200 9000-EXIT.
077300     EXIT.
077400
077500 END PROGRAM FILEREST.
