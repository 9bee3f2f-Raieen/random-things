000100******************************************************************
000200*    PROGRAM-ID:  MONCLOSE
000300*    AUTHOR    :  J. R. PRATHER
000400*    INSTALL.  :  ESTIMATING SYSTEMS
000500*    DATE-WRTN :  11/08/18
000600*    PURPOSE   :  MONTH-END CLOSE.  CHARGBIL COULD BE RE-RUN FOR
000700*                 ANY BILLMON AT ANY TIME AND NOTHING STOPPED
000800*                 LATE ACTIVITY -- A CALCREST RELOAD, AN OLD
000900*                 BATCH RERUN UNDER OVERRIDE -- LANDING ON
001000*                 CHARGLED AFTER ACCOUNTING HAD ALREADY LOADED
001100*                 THE MONTH'S BILLEXT, SO ONE DEPARTMENT'S
001200*                 CHARGES WERE LOADED TWICE.  THIS OPERATOR-RUN
001300*                 STEP FREEZES THE BILLMON MONTH ONCE ITS BILLEXT
001400*                 HAS GONE TO ACCOUNTING: IT TOTALS THE BILLEXT
001500*                 THAT WAS SENT AND WRITES ONE BILLCLOS RECORD
001600*                 WITH THE CLOSE DATE/TIME, THE OPERATOR ID FROM
001700*                 THE "OPER=ID" COMMAND LINE AND THOSE TOTALS.
001800*                 FROM THEN ON MATH HOLDS ANY CHARGE DATED INTO
001900*                 THE MONTH ON BILLADJ FOR THE NEXT OPEN MONTH'S
002000*                 EXTRACT, AND CHARGBIL RE-RUNS THE MONTH ONLY AS
002100*                 A REPRINT.  THE CLOSE IS REFUSED -- ERRLOG AND
002200*                 RETURN CODE 0016 -- WITHOUT AN AUTHORIZED
002250*                 OPERATOR ID, WITHOUT A BILLMON, WHEN BILLEXT IS
002300*                 MISSING, EMPTY OR FOR ANOTHER MONTH, OR WHEN
002400*                 THE MONTH IS ALREADY CLOSED.
002600*    TECTONICS :  cobc
002700*------------------------------------------------------------------
002800*    MOD LOG:
002900*    DATE       INIT  DESCRIPTION
003000*    11/08/18   JRP   ORIGINAL PROGRAM.
003010*    11/27/18   JRP   THE OPER= ID MUST NOW BE ON THE OPERAUTH
003020*                     FILE, ACTIVE, AND GRANTED THE MONTH-END
003030*                     CLOSE (CHECKED BY THE OPERCHK SUBROUTINE).
003040*                     A REFUSED ID IS ERRLOGGED AND THE CLOSE
003050*                     STOPS WITH RETURN CODE 0016.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. MONCLOSE.
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PARMFILE-STATUS.
004000
004100     SELECT BILLING-EXTRACT-FILE ASSIGN TO "BILLEXT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-BILLEXT-STATUS.
004400
004500     SELECT BILL-CLOSE-FILE ASSIGN TO "BILLCLOS"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS BC-BILL-MONTH
004900         FILE STATUS IS WS-BILLCLOS-STATUS.
005000
005100     SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-ERRLOG-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  PARAMETER-FILE
005700     LABEL RECORD IS STANDARD.
005800 COPY PARMREC.
005900
006000 FD  BILLING-EXTRACT-FILE
006100     LABEL RECORD IS STANDARD.
006200 COPY BILLEXT.
006300
006400 FD  BILL-CLOSE-FILE.
006500 COPY BILLCLOS.
006600
006700 FD  ERROR-LOG-FILE
006800     LABEL RECORD IS STANDARD.
006900 COPY ERRLOGRC.
007000
007100 WORKING-STORAGE SECTION.
007200 01  WS-PARMFILE-STATUS              PIC X(02) VALUE "00".
007300 01  WS-BILLEXT-STATUS               PIC X(02) VALUE "00".
007400 01  WS-BILLCLOS-STATUS              PIC X(02) VALUE "00".
007500 01  WS-ERRLOG-STATUS                PIC X(02) VALUE "00".
007600
007700 01  WS-SWITCHES.
007800     05  WS-REFUSED-SW               PIC X(01) VALUE "N".
007900         88  CLOSE-REFUSED           VALUE "Y".
008000     05  WS-ERRLOG-OPEN-SW           PIC X(01) VALUE "N".
008100         88  ERRLOG-OPEN             VALUE "Y".
008200     05  WS-BILLCLOS-OPEN-SW         PIC X(01) VALUE "N".
008300         88  BILLCLOS-OPEN           VALUE "Y".
008400
008500 01  WS-OPER-PARM                    PIC X(13) VALUE SPACES.
008600 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
008700
008800 01  WS-RUN-DATE                     PIC 9(08) VALUE 0.
008900 01  WS-RUN-TIME                     PIC 9(06) VALUE 0.
009000 01  WS-BILL-MONTH                   PIC 9(06) VALUE 0.
009100
009200*    WHAT THE BILLEXT ON DISK SAYS WAS SENT.
009300 01  WS-EXTRACT-RECORDS              PIC 9(06) VALUE 0.
009400 01  WS-REQUEST-COUNT                PIC 9(08) VALUE 0.
009500 01  WS-AMOUNT                       PIC 9(11)V99 VALUE 0.
009600 01  WS-ADJ-COUNT                    PIC 9(08) VALUE 0.
009700 01  WS-ADJ-AMOUNT                   PIC 9(11)V99 VALUE 0.
009800 01  WS-OTHER-MONTH                  PIC 9(06) VALUE 0.
009900
010000 01  WS-REFUSE-FIELD                 PIC X(15) VALUE SPACES.
010100 01  WS-REFUSE-VALUE                 PIC X(38) VALUE SPACES.
010200 01  WS-REFUSE-MESSAGE               PIC X(53) VALUE SPACES.
010300
010400 01  WS-SHOW-AMOUNT                  PIC Z(10)9.99.
010500 01  WS-SHOW-ADJ-AMOUNT              PIC Z(10)9.99.
010600
010700 COPY CLOCKLNK REPLACING CLOCK-LINKAGE BY WS-CLOCK-LINKAGE.
010750 COPY OPERLNK REPLACING OPER-LINKAGE BY WS-OPER-LINKAGE.
010800
010900******************************************************************
011000 PROCEDURE DIVISION.
011100 0000-MAINLINE.
011200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011300     IF NOT CLOSE-REFUSED
011400         PERFORM 2000-TOTAL-EXTRACT THRU 2000-EXIT
011500     END-IF.
011600     IF NOT CLOSE-REFUSED
011700         PERFORM 3000-WRITE-CLOSE THRU 3000-EXIT
011800     END-IF.
011900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012000     STOP RUN.
012100
012200******************************************************************
012300*    1000-INITIALIZE -- STAMP THE RUN, INSIST ON AN OPERATOR ID,
012400*                 OPEN ERRLOG AND GET THE MONTH TO CLOSE.
012500******************************************************************
012600 1000-INITIALIZE.
012700     MOVE "STAMP"    TO CLK-FUNCTION.
012800     MOVE "MONCLOSE" TO CLK-PROGRAM-ID.
012900     MOVE "START"    TO CLK-EVENT.
013000     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
013100     MOVE CLK-RETURN-DATE TO WS-RUN-DATE.
013200     MOVE CLK-RETURN-TIME TO WS-RUN-TIME.
013300
013400     OPEN EXTEND ERROR-LOG-FILE.
013500     IF WS-ERRLOG-STATUS = "05" OR WS-ERRLOG-STATUS = "35"
013600         OPEN OUTPUT ERROR-LOG-FILE
013700     END-IF.
013800     MOVE "Y" TO WS-ERRLOG-OPEN-SW.
013900
014000     PERFORM 1100-GET-OPERATOR-ID THRU 1100-EXIT.
014100     IF CLOSE-REFUSED
014200         GO TO 1000-EXIT
014300     END-IF.
014400
014500     PERFORM 1200-READ-PARMFILE THRU 1200-EXIT.
014600     IF WS-BILL-MONTH = 0
014700         MOVE "BILLMON"  TO WS-REFUSE-FIELD
014800         MOVE SPACES     TO WS-REFUSE-VALUE
014900         MOVE "NO BILLMON ON PARMFILE - CLOSE REFUSED"
015000             TO WS-REFUSE-MESSAGE
015100         PERFORM 8000-REFUSE-CLOSE THRU 8000-EXIT
015200     END-IF.
015300 1000-EXIT.
015400     EXIT.
015500
015600******************************************************************
015700*    1100-GET-OPERATOR-ID -- THE COMMAND LINE MUST SAY "OPER=ID"
015800*                 (ID = WHO IS CLOSING THE MONTH), AND THE ID
015900*                 MUST BE ON OPERAUTH, ACTIVE, AND GRANTED THE
015925*                 MONTH-END CLOSE.  OTHERWISE THE CLOSE IS
015950*                 REFUSED.
016000******************************************************************
016100 1100-GET-OPERATOR-ID.
016200     DISPLAY 1 UPON ARGUMENT-NUMBER.
016300     ACCEPT WS-OPER-PARM FROM ARGUMENT-VALUE
016400         ON EXCEPTION
016500             MOVE SPACES TO WS-OPER-PARM
016600     END-ACCEPT.
016700
016800     IF WS-OPER-PARM (1:5) = "OPER="
016900         AND WS-OPER-PARM (6:8) NOT = SPACES
017000         MOVE WS-OPER-PARM (6:8) TO WS-OPERATOR-ID
017100     ELSE
017200         DISPLAY "MONCLOSE: NO OPER=ID ON THE COMMAND LINE -- "
017300             "CLOSE REFUSED."
017400         MOVE "OPER"          TO WS-REFUSE-FIELD
017500         MOVE WS-OPER-PARM    TO WS-REFUSE-VALUE
017600         MOVE "NO OPERATOR ID GIVEN - CLOSE REFUSED"
017700             TO WS-REFUSE-MESSAGE
017800         PERFORM 8000-REFUSE-CLOSE THRU 8000-EXIT
017850         GO TO 1100-EXIT
017900     END-IF.
017905
017910     MOVE WS-OPERATOR-ID TO OPL-OPERATOR-ID.
017915     MOVE "MONCLOSE"     TO OPL-FUNCTION.
017920     CALL "OPERCHK" USING WS-OPER-LINKAGE.
017925     IF OPL-REFUSED
017930         MOVE "OPER"             TO WS-REFUSE-FIELD
017935         MOVE WS-OPER-PARM       TO WS-REFUSE-VALUE
017940         MOVE OPL-REFUSE-MESSAGE TO WS-REFUSE-MESSAGE
017945         PERFORM 8000-REFUSE-CLOSE THRU 8000-EXIT
017950     END-IF.
018000 1100-EXIT.
018100     EXIT.
018200
018300******************************************************************
018400*    1200-READ-PARMFILE -- BILLMON IS THE MONTH CHARGBIL LAST
018500*                 BILLED, AND SO THE MONTH BILLEXT WAS CUT FOR.
018600******************************************************************
018700 1200-READ-PARMFILE.
018800     OPEN INPUT PARAMETER-FILE.
018900     IF WS-PARMFILE-STATUS NOT = "00"
019000         GO TO 1200-EXIT
019100     END-IF.
019200
019300     PERFORM UNTIL WS-PARMFILE-STATUS = "10"
019400         READ PARAMETER-FILE
019500             AT END
019600                 MOVE "10" TO WS-PARMFILE-STATUS
019700             NOT AT END
019800                 IF PARM-NAME = "BILLMON"
019900                     COMPUTE WS-BILL-MONTH =
020000                         FUNCTION NUMVAL(PARM-VALUE)
020100                 END-IF
020200         END-READ
020300     END-PERFORM.
020400
020500     CLOSE PARAMETER-FILE.
020600 1200-EXIT.
020700     EXIT.
020800
020900******************************************************************
021000*    2000-TOTAL-EXTRACT -- TOTAL THE BILLEXT ON DISK.  EVERY
021100*                 RECORD MUST CARRY THE BILLMON MONTH -- A
021200*                 STALE OR FOREIGN EXTRACT MUST NOT BE FROZEN AS
021300*                 WHAT WAS SENT FOR THIS MONTH.  CURRENT-MONTH
021400*                 LINES AND PRIOR-PERIOD ADJUSTMENT LINES ARE
021500*                 TOTALLED SEPARATELY.
021600******************************************************************
021700 2000-TOTAL-EXTRACT.
021800     OPEN INPUT BILLING-EXTRACT-FILE.
021900     IF WS-BILLEXT-STATUS NOT = "00"
022000         MOVE "BILLEXT"          TO WS-REFUSE-FIELD
022100         MOVE WS-BILLEXT-STATUS  TO WS-REFUSE-VALUE
022200         MOVE "BILLEXT NOT AVAILABLE - CLOSE REFUSED"
022300             TO WS-REFUSE-MESSAGE
022400         PERFORM 8000-REFUSE-CLOSE THRU 8000-EXIT
022500         GO TO 2000-EXIT
022600     END-IF.
022700
022800     PERFORM UNTIL WS-BILLEXT-STATUS = "10"
022900         READ BILLING-EXTRACT-FILE
023000             AT END
023100                 MOVE "10" TO WS-BILLEXT-STATUS
023200             NOT AT END
023300                 PERFORM 2100-TOTAL-ONE-LINE THRU 2100-EXIT
023400         END-READ
023500     END-PERFORM.
023600
023700     CLOSE BILLING-EXTRACT-FILE.
023800
023900     IF WS-OTHER-MONTH NOT = 0
024000         MOVE "BX-BILL-MONTH"    TO WS-REFUSE-FIELD
024100         MOVE WS-OTHER-MONTH     TO WS-REFUSE-VALUE
024200         MOVE "BILLEXT IS NOT FOR THE BILLMON MONTH - REFUSED"
024300             TO WS-REFUSE-MESSAGE
024400         PERFORM 8000-REFUSE-CLOSE THRU 8000-EXIT
024500         GO TO 2000-EXIT
024600     END-IF.
024700
024800     IF WS-EXTRACT-RECORDS = 0
024900         MOVE "BILLEXT"          TO WS-REFUSE-FIELD
025000         MOVE "EMPTY"            TO WS-REFUSE-VALUE
025100         MOVE "BILLEXT IS EMPTY - CLOSE REFUSED"
025200             TO WS-REFUSE-MESSAGE
025300         PERFORM 8000-REFUSE-CLOSE THRU 8000-EXIT
025400     END-IF.
025500 2000-EXIT.
025600     EXIT.
025700
025800 2100-TOTAL-ONE-LINE.
025900     IF BX-BILL-MONTH NOT = WS-BILL-MONTH
026000         MOVE BX-BILL-MONTH TO WS-OTHER-MONTH
026100         GO TO 2100-EXIT
026200     END-IF.
026300
026400     ADD 1 TO WS-EXTRACT-RECORDS.
026500     IF BX-ADJUSTMENT-ENTRY
026600         ADD BX-REQUEST-COUNT TO WS-ADJ-COUNT
026700         ADD BX-AMOUNT        TO WS-ADJ-AMOUNT
026800     ELSE
026900         ADD BX-REQUEST-COUNT TO WS-REQUEST-COUNT
027000         ADD BX-AMOUNT        TO WS-AMOUNT
027100     END-IF.
027200 2100-EXIT.
027300     EXIT.
027400
027500******************************************************************
027600*    3000-WRITE-CLOSE -- LAND THE BILLCLOS RECORD.  A MONTH
027700*                 ALREADY ON THE REGISTER STAYS AS IT WAS CLOSED
027800*                 -- THE FIRST CLOSE'S TOTALS ARE WHAT ACCOUNTING
027900*                 LOADED.
028000******************************************************************
028100 3000-WRITE-CLOSE.
028200     OPEN I-O BILL-CLOSE-FILE.
028300     IF WS-BILLCLOS-STATUS = "35"
028400         OPEN OUTPUT BILL-CLOSE-FILE
028500         CLOSE BILL-CLOSE-FILE
028600         OPEN I-O BILL-CLOSE-FILE
028700     END-IF.
028800     IF WS-BILLCLOS-STATUS NOT = "00"
028900         MOVE "BILLCLOS"         TO WS-REFUSE-FIELD
029000         MOVE WS-BILLCLOS-STATUS TO WS-REFUSE-VALUE
029100         MOVE "CANNOT OPEN BILLCLOS - CLOSE REFUSED"
029200             TO WS-REFUSE-MESSAGE
029300         PERFORM 8000-REFUSE-CLOSE THRU 8000-EXIT
029400         GO TO 3000-EXIT
029500     END-IF.
029600     MOVE "Y" TO WS-BILLCLOS-OPEN-SW.
029700
029800     MOVE WS-BILL-MONTH TO BC-BILL-MONTH.
029900     READ BILL-CLOSE-FILE
030000         INVALID KEY
030100             CONTINUE
030200         NOT INVALID KEY
030300             MOVE "BILLMON"      TO WS-REFUSE-FIELD
030400             MOVE BC-CLOSE-DATE  TO WS-REFUSE-VALUE
030500             MOVE "MONTH ALREADY CLOSED - CLOSE REFUSED"
030600                 TO WS-REFUSE-MESSAGE
030700             PERFORM 8000-REFUSE-CLOSE THRU 8000-EXIT
030800     END-READ.
030900     IF CLOSE-REFUSED
031000         GO TO 3000-EXIT
031100     END-IF.
031200
031300     MOVE SPACES             TO BILL-CLOSE-RECORD.
031400     MOVE WS-BILL-MONTH      TO BC-BILL-MONTH.
031500     MOVE WS-RUN-DATE        TO BC-CLOSE-DATE.
031600     MOVE WS-RUN-TIME        TO BC-CLOSE-TIME.
031700     MOVE WS-OPERATOR-ID     TO BC-OPERATOR-ID.
031800     MOVE WS-EXTRACT-RECORDS TO BC-EXTRACT-RECORDS.
031900     MOVE WS-REQUEST-COUNT   TO BC-REQUEST-COUNT.
032000     MOVE WS-AMOUNT          TO BC-AMOUNT.
032100     MOVE WS-ADJ-COUNT       TO BC-ADJ-COUNT.
032200     MOVE WS-ADJ-AMOUNT      TO BC-ADJ-AMOUNT.
032300     WRITE BILL-CLOSE-RECORD
032400         INVALID KEY
032500             MOVE "BILLCLOS"         TO WS-REFUSE-FIELD
032600             MOVE WS-BILLCLOS-STATUS TO WS-REFUSE-VALUE
032700             MOVE "BILLCLOS WRITE FAILED - CLOSE REFUSED"
032800                 TO WS-REFUSE-MESSAGE
032900             PERFORM 8000-REFUSE-CLOSE THRU 8000-EXIT
033000     END-WRITE.
033100 3000-EXIT.
033200     EXIT.
033300
033400******************************************************************
033500*    8000-REFUSE-CLOSE -- LOG WHY THE MONTH WAS NOT CLOSED.
033600******************************************************************
033700 8000-REFUSE-CLOSE.
033800     MOVE "Y" TO WS-REFUSED-SW.
033900     DISPLAY "MONCLOSE: " WS-REFUSE-MESSAGE.
034000
034100     MOVE "MONCLOSE"        TO ERR-PROGRAM-ID.
034200     MOVE WS-REFUSE-FIELD   TO ERR-FIELD-NAME.
034300     MOVE WS-REFUSE-VALUE   TO ERR-BAD-VALUE.
034400     MOVE WS-REFUSE-MESSAGE TO ERR-MESSAGE.
034500     MOVE WS-RUN-DATE       TO ERR-RUN-DATE.
034600     MOVE WS-RUN-TIME       TO ERR-TIME.
034700     MOVE SPACES            TO ERR-TRACE-ID.
034800     WRITE ERR-LOG-RECORD.
034900 8000-EXIT.
035000     EXIT.
035100
035200******************************************************************
035300*    9000-TERMINATE -- CLOSE UP, STAMP THE JOB END, SHOW WHAT
035400*                 WAS FROZEN AND SET THE RETURN CODE.
035500******************************************************************
035600 9000-TERMINATE.
035700     IF BILLCLOS-OPEN
035800         CLOSE BILL-CLOSE-FILE
035900     END-IF.
036000     IF ERRLOG-OPEN
036100         CLOSE ERROR-LOG-FILE
036200     END-IF.
036300
036400     MOVE "STAMP"    TO CLK-FUNCTION.
036500     MOVE "MONCLOSE" TO CLK-PROGRAM-ID.
036600     MOVE "END"      TO CLK-EVENT.
036700     CALL "CLOCK" USING WS-CLOCK-LINKAGE.
036800
036900     IF CLOSE-REFUSED
037000         DISPLAY "MONCLOSE: MONTH " WS-BILL-MONTH
037100             " NOT CLOSED -- SEE ERRLOG."
037200         MOVE 0016 TO RETURN-CODE
037300         GO TO 9000-EXIT
037400     END-IF.
037500
037600     MOVE WS-AMOUNT     TO WS-SHOW-AMOUNT.
037700     MOVE WS-ADJ-AMOUNT TO WS-SHOW-ADJ-AMOUNT.
037800     DISPLAY "MONCLOSE: MONTH " WS-BILL-MONTH " CLOSED BY "
037900         WS-OPERATOR-ID " ON " WS-RUN-DATE ".".
038000     DISPLAY "MONCLOSE: BILLEXT RECORDS = " WS-EXTRACT-RECORDS
038100         ", REQUESTS = " WS-REQUEST-COUNT
038200         ", AMOUNT = " WS-SHOW-AMOUNT.
038300     DISPLAY "MONCLOSE: PRIOR-PERIOD ADJUSTMENTS = "
038400         WS-ADJ-COUNT ", AMOUNT = " WS-SHOW-ADJ-AMOUNT.
038500     MOVE 0000 TO RETURN-CODE.
038600 9000-EXIT.
038700     EXIT.
038800
038900 END PROGRAM MONCLOSE.
