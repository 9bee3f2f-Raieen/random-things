003398*                     THIS EDIT HAD JUST REFUSED.  THE TRAILER-
003399*                     LESS MATHTRAN NOW FAILS MATH'S OWN BATCH
003400*                     CONTROL TOO.
003401*    10/25/18   JRP   THE NEW COST REQUEST TYPE IS EDITED THE WAY
003402*                     MATH EDITS IT -- SHAPE AND DIMENSIONS AS FOR
003403*                     AREA, AND A MT-MATERIAL-CODE THAT MUST BE ON
003404*                     THE MATLMAST PRICE MASTER AND NOT MARKED
003405*                     DISCONTINUED -- SO AN UNKNOWN OR RETIRED
003406*                     MATERIAL GOES BACK IN MATHREJ AT HANDOVER.
003407*                     THE CLEAN/REJECT RECORD IMAGES WIDENED TO
003412*                     CARRY THE MATERIAL CODE THROUGH.
003417*    11/20/18   JRP   EVERY REJECT WITH A TRACE ID NOW OPENS AN
003422*                     ENTRY ON THE NEW OPENREJ KEYED FILE (OR
003427*                     COUNTS A RE-REJECT OF ONE ALREADY OPEN), SO
003432*                     A MATHREJ CARD THE DEPARTMENT NEVER RESENDS
003437*                     SHOWS UP ON THE WEEKLY REJAGE REPORT.  MATH
003442*                     TRACKS ITS OWN REJECTS THE SAME WAY AND
003443*                     CLOSES THE ENTRY ON A CLEAN COMPUTE.
003444*    11/27/18   JRP   THE OPENREJ TRACKING PARAGRAPHS MATH AND
003445*                     THIS PROGRAM BOTH CARRIED NOW COME FROM
003446*                     ONE COPYBOOK, OPENRJPR.  THE MATHTRAN AND
003447*                     MATHREJ TRAILERS NOW ALSO CARRY THE MATHRAW
003448*                     TRAILER COUNT, SO MATH CAN BALANCE EACH
003449*                     DEPARTMENT RETURN FILE TO WHAT WAS SENT.
003452******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. MATHEDIT.
003700 ENVIRONMENT DIVISION.
005120         ORGANIZATION IS LINE SEQUENTIAL
005130         FILE STATUS IS WS-DEPTMAST-STATUS.
005140
005141     SELECT MATERIAL-MASTER-FILE ASSIGN TO "MATLMAST"
005142         ORGANIZATION IS INDEXED
005143         ACCESS MODE IS DYNAMIC
005144         RECORD KEY IS ML-MATERIAL-CODE
005145         FILE STATUS IS WS-MATLMAST-STATUS.
005146
005147     SELECT OPEN-REJECT-FILE ASSIGN TO "OPENREJ"
005149         ORGANIZATION IS INDEXED
005154         ACCESS MODE IS DYNAMIC
005159         RECORD KEY IS OR-TRACE-ID
005164         FILE STATUS IS WS-OPENREJ-STATUS.
005169
005200     SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-ERRLOG-STATUS.
006400
006500 FD  CLEAN-TRANSACTION-FILE
006600     LABEL RECORD IS STANDARD.
006700 01  CLEAN-TRANSACTION-RECORD    PIC X(53).
006800
006900 FD  REJECT-TRANSACTION-FILE
007000     LABEL RECORD IS STANDARD.
007100 01  REJECT-TRANSACTION-RECORD   PIC X(53).
007200
007210 FD  DEPT-MASTER-FILE
007220     LABEL RECORD IS STANDARD.
007230 COPY DEPTMAST.
007232 FD  MATERIAL-MASTER-FILE.
007234 COPY MATLMAST.
007236 FD  OPEN-REJECT-FILE.
007238 COPY OPENREJ.
007240
007300 FD  ERROR-LOG-FILE
007400     LABEL RECORD IS STANDARD.
008500 01  WS-ERRLOG-STATUS            PIC X(02) VALUE "00".
008600 01  WS-AUDITLOG-STATUS          PIC X(02) VALUE "00".
008610 01  WS-DEPTMAST-STATUS          PIC X(02) VALUE "00".
008630 01  WS-MATLMAST-STATUS          PIC X(02) VALUE "00".
008655 01  WS-OPENREJ-STATUS           PIC X(02) VALUE "00".
008700
008800 01  WS-SWITCHES.
008900     05  WS-EOF-SW               PIC X(01) VALUE "N".
010200 01  WS-DETAIL-COUNT             PIC 9(06) VALUE 0.
010300 01  WS-CLEAN-COUNT              PIC 9(06) VALUE 0.
010400 01  WS-REJECT-COUNT             PIC 9(06) VALUE 0.
010450 01  WS-SUBMITTED-COUNT          PIC 9(06) VALUE 0.
010500
010600 01  WS-BATCH-DATE               PIC 9(08) VALUE 0.
010700 01  WS-BATCH-ID                 PIC X(08) VALUE SPACES.
010770 01  WS-DM-ENTRIES               PIC 9(02) VALUE 0.
010780 01  WS-DM-SUB                   PIC 9(02) VALUE 0.
010790 01  WS-DM-MATCH-SUB             PIC 9(02) VALUE 0.
010792 01  WS-MATLMAST-OPEN-SW         PIC X(01) VALUE "N".
010794     88  MATLMAST-OPEN           VALUE "Y".
010795 01  WS-OPENREJ-OPEN-SW          PIC X(01) VALUE "N".
010796     88  OPENREJ-OPEN            VALUE "Y".
010797 01  WS-OPENREJ-ADDED            PIC 9(06) VALUE 0.
010798 01  WS-OPENREJ-REREJECTED       PIC 9(06) VALUE 0.
010799 01  WS-OPENREJ-PROGRAM          PIC X(08) VALUE "MATHEDIT".
010800
010900 01  WS-RUN-DATE                 PIC 9(08).
011000 01  WS-RUN-TIME                 PIC 9(06).
011600*    OUTPUT CONTROL RECORDS -- THE CLEAN AND REJECT FILES EACH
011700*    GET THEIR OWN HDR AND A TRL CARRYING THAT FILE'S OWN COUNT
011800*    SO EITHER ONE BALANCES ON ITS OWN WHEN MATH (OR A CORRECTED
011850*    RESUBMISSION) READS IT.  BOTH TRAILERS ALSO CARRY THE COUNT
011900*    THE SUBMITTER PUT ON THE MATHRAW TRAILER.
012000 01  WS-OUT-HEADER.
012100     05  WS-OH-RECORD-TYPE       PIC X(06) VALUE "HDR".
012200     05  WS-OH-BATCH-DATE        PIC 9(08).
012500 01  WS-OUT-TRAILER.
012600     05  WS-OT-RECORD-TYPE       PIC X(06) VALUE "TRL".
012700     05  WS-OT-DETAIL-COUNT      PIC 9(06).
012750     05  WS-OT-SUBMITTED-COUNT   PIC 9(06).
012800
012900 PROCEDURE DIVISION.
013000 0000-MAINLINE.
016000
016010     PERFORM 1150-LOAD-DEPT-MASTER THRU 1150-EXIT.
016020
016021     OPEN INPUT MATERIAL-MASTER-FILE.
016022     IF WS-MATLMAST-STATUS = "00"
016023         MOVE "Y" TO WS-MATLMAST-OPEN-SW
016024     ELSE
016025         DISPLAY "MATHEDIT: MATLMAST NOT AVAILABLE, STATUS = "
016026             WS-MATLMAST-STATUS " -- COST REQUESTS WILL REJECT."
016027     END-IF.
016028
016031     OPEN I-O OPEN-REJECT-FILE.
016036     IF WS-OPENREJ-STATUS = "35"
016041         OPEN OUTPUT OPEN-REJECT-FILE
016046         CLOSE OPEN-REJECT-FILE
016051         OPEN I-O OPEN-REJECT-FILE
016056     END-IF.
016061     IF WS-OPENREJ-STATUS = "00"
016066         MOVE "Y" TO WS-OPENREJ-OPEN-SW
016071     ELSE
016076         DISPLAY "MATHEDIT: OPENREJ NOT AVAILABLE, STATUS = "
016081             WS-OPENREJ-STATUS " -- REJECTS WILL NOT BE TRACKED."
016086     END-IF.
016091
016100     OPEN INPUT RAW-TRANSACTION-FILE.
016200     IF WS-MATHRAW-STATUS NOT = "00"
016300         MOVE "Y" TO WS-MATHRAW-FAILED-SW
026500         AND MT-REQUEST-TYPE NOT = "SQRT"
026600         AND MT-REQUEST-TYPE NOT = "PARITY"
026700         AND MT-REQUEST-TYPE NOT = "AMORT"
026720         AND MT-REQUEST-TYPE NOT = "COST"
026800         MOVE "MT-REQUEST-TYPE" TO ERR-FIELD-NAME
026900         MOVE MT-REQUEST-TYPE   TO ERR-BAD-VALUE
027000         MOVE "UNRECOGNIZED REQUEST TYPE - TRANSACTION REJECTED"
032800         END-IF
032900     END-IF.
033000
033100     IF MT-REQUEST-TYPE = "AREA" OR MT-REQUEST-TYPE = "COST"
033200         IF MT-SHAPE-TYPE NOT = "CIRCLE" AND
033300                 MT-SHAPE-TYPE NOT = "RECTANGLE" AND
033400                 MT-SHAPE-TYPE NOT = "TRIANGLE"
034800             GO TO 2100-EXIT
034900         END-IF
035000     END-IF.
035020     IF MT-REQUEST-TYPE = "COST"
035040         PERFORM 2180-CHECK-MATERIAL THRU 2180-EXIT
035060     END-IF.
035100 2100-EXIT.
035200     EXIT.
035210
035300 2175-EXIT.
035301     EXIT.
035302
035304******************************************************************
035306*    2180-CHECK-MATERIAL -- A COST CARD MUST NAME A MATERIAL THAT
035308*                 IS ON MATLMAST AND NOT DISCONTINUED, THE SAME
035310*                 CHECK MATH MAKES.  WITH NO MATLMAST TO CHECK, A
035312*                 COST CARD CANNOT BE PRICED OVERNIGHT AND IS
035314*                 REJECTED HERE.
035316******************************************************************
035318 2180-CHECK-MATERIAL.
035320     IF MT-MATERIAL-CODE = SPACES
035322         MOVE "MT-MATERIAL-CD"  TO ERR-FIELD-NAME
035324         MOVE MT-MATERIAL-CODE  TO ERR-BAD-VALUE
035326         MOVE "MISSING MATERIAL CODE - TRANSACTION REJECTED"
035328             TO ERR-MESSAGE
035330         PERFORM 2190-REJECT-TRANSACTION THRU 2190-EXIT
035332         GO TO 2180-EXIT
035334     END-IF.
035336
035338     IF NOT MATLMAST-OPEN
035340         MOVE "MT-MATERIAL-CD"  TO ERR-FIELD-NAME
035342         MOVE MT-MATERIAL-CODE  TO ERR-BAD-VALUE
035344         MOVE "MATLMAST NOT AVAILABLE - TRANSACTION REJECTED"
035346             TO ERR-MESSAGE
035348         PERFORM 2190-REJECT-TRANSACTION THRU 2190-EXIT
035350         GO TO 2180-EXIT
035352     END-IF.
035354
035356     MOVE MT-MATERIAL-CODE TO ML-MATERIAL-CODE.
035358     READ MATERIAL-MASTER-FILE
035360         INVALID KEY
035362             MOVE "MT-MATERIAL-CD" TO ERR-FIELD-NAME
035364             MOVE MT-MATERIAL-CODE TO ERR-BAD-VALUE
035366             MOVE "MATERIAL NOT ON MASTER - TRANSACTION REJECTED"
035368                 TO ERR-MESSAGE
035370             PERFORM 2190-REJECT-TRANSACTION THRU 2190-EXIT
035372             GO TO 2180-EXIT
035374     END-READ.
035376
035378     IF ML-DISCONTINUED
035380         MOVE "MT-MATERIAL-CD"  TO ERR-FIELD-NAME
035382         MOVE MT-MATERIAL-CODE  TO ERR-BAD-VALUE
035384         MOVE "DISCONTINUED MATERIAL - TRANSACTION REJECTED"
035386             TO ERR-MESSAGE
035388         PERFORM 2190-REJECT-TRANSACTION THRU 2190-EXIT
035390     END-IF.
035392 2180-EXIT.
035394     EXIT.
035400 2190-REJECT-TRANSACTION.
035500     MOVE "N" TO WS-VALID-SW.
035600     MOVE "Y" TO WS-ANY-REJECTS-SW.
036100     MOVE WS-RUN-DATE TO ERR-RUN-DATE.
036200     MOVE WS-RUN-TIME TO ERR-TIME.
036210     MOVE MT-TRACE-ID TO ERR-TRACE-ID.
036235     PERFORM 2195-TRACK-OPEN-REJECT THRU 2195-EXIT.
036300     WRITE ERR-LOG-RECORD.
036400 2190-EXIT.
036500     EXIT.
036600
036625 COPY OPENRJPR.
036663
036700******************************************************************
036800*    2800-CHECK-BATCH-TRAILER -- BALANCE THE SUBMITTER'S TRAILER
036900*                 COUNT AGAINST THE DETAILS ACTUALLY READ, THE
037400******************************************************************
037500 2800-CHECK-BATCH-TRAILER.
037600     MOVE "Y" TO WS-TRAILER-SEEN-SW.
037650     MOVE MBT-DETAIL-COUNT TO WS-SUBMITTED-COUNT.
037700
037800     IF WS-DETAIL-COUNT NOT = MBT-DETAIL-COUNT
037900         MOVE "MBT-DETAIL-CNT" TO ERR-FIELD-NAME
043100     END-IF.
043200
043300     IF NOT MATHRAW-OPEN-FAILED
043305         MOVE WS-SUBMITTED-COUNT TO WS-OT-SUBMITTED-COUNT
043310*        A BATCH THAT FAILED ITS OWN CONTROLS MUST NOT HAND
043320*        MATH A CLEAN FILE THAT BALANCES -- LEAVING THE TRL OFF
043330*        MAKES MATH'S END-OF-FILE-BEFORE-TRAILER CHECK REFUSE
044000     END-IF.
044100
044200     CLOSE ERROR-LOG-FILE.
044220     IF MATLMAST-OPEN
044240         CLOSE MATERIAL-MASTER-FILE
044260     END-IF.
044270     IF OPENREJ-OPEN
044280         CLOSE OPEN-REJECT-FILE
044290     END-IF.
044300
044400     MOVE "STAMP"    TO CLK-FUNCTION.
044500     MOVE "MATHEDIT" TO CLK-PROGRAM-ID.
046700
046800     DISPLAY "MATHEDIT: " WS-CLEAN-COUNT " CLEAN DETAIL(S), "
046900         WS-REJECT-COUNT " REJECT(S).".
046925     DISPLAY "MATHEDIT: " WS-OPENREJ-ADDED " REJECT(S) OPENED ON "
046950         "OPENREJ, " WS-OPENREJ-REREJECTED " RE-REJECT(S).".
047000
047100     MOVE AUDIT-RETURN-CODE TO RETURN-CODE.
047200 9000-EXIT.
