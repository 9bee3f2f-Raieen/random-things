002300*    09/18/18   JRP   ORIGINAL PROGRAM.
002310*    10/04/18   JRP   STREAM NOW WRITES A DATED STRMSUM SUMMARY
002320*                     GENERATION -- ADDED IT TO THE SWEEP TABLE.
002330*    11/02/18   JRP   ALSO TRIMS FILEBKUP'S NIGHTLY BACKUP
002340*                     GENERATIONS, ONE PER FILE IN THE BKUPFILE
002350*                     TABLE, KEEPING BKUPGENS DAYS OF THEM (A
002360*                     SEPARATE PARMFILE COUNT, DEFAULT 7, SINCE
002370*                     THEY ARE FAR BIGGER THAN THE REPORTS); AND
002380*                     ADDED THE DATED BKUPRPT REPORT TO THE TABLE.
002382*    11/06/18   JRP   ADDED INTGCHK'S DATED INTGRPT EXCEPTIONS
002384*                     REPORT TO THE SWEEP TABLE.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. GENCLEAN.
004000 01  WS-PARMFILE-STATUS              PIC X(02) VALUE "00".
004100
004200 01  WS-RETENTION-GENS               PIC 9(04) VALUE 14.
004210 01  WS-BACKUP-GENS                  PIC 9(04) VALUE 7.
004300 01  WS-SWEEP-DEPTH                  PIC 9(04) VALUE 60.
004400
004500 01  WS-RUN-DATE                     PIC 9(08) VALUE 0.
005400     05  FILLER                      PIC X(09) VALUE "JOBRPT.  ".
005500     05  FILLER                      PIC X(09) VALUE "FIBOUT.  ".
005510     05  FILLER                      PIC X(09) VALUE "STRMSUM. ".
005520     05  FILLER                      PIC X(09) VALUE "BKUPRPT. ".
005530     05  FILLER                      PIC X(09) VALUE "INTGRPT. ".
005600 01  FILLER REDEFINES WS-BASE-TABLE.
005700     05  WS-BASE-PREFIX              PIC X(09) OCCURS 7 TIMES.
005800 01  WS-BASE-SUB                     PIC 9(02) VALUE 0.
005810
005820 COPY BKUPFILE.
005830 01  WS-FILE-SUB                     PIC 9(02) VALUE 0.
005900
006000 01  WS-DELETE-NAME                  PIC X(18) VALUE SPACES.
006100 01  WS-DELETED-COUNT                PIC 9(06) VALUE 0.
007100         FROM WS-RETENTION-GENS BY 1
007200         UNTIL WS-AGE-IN-DAYS >
007300             WS-RETENTION-GENS + WS-SWEEP-DEPTH.
007310     PERFORM 2200-SWEEP-ONE-BACKUP-AGE THRU 2200-EXIT
007320         VARYING WS-AGE-IN-DAYS
007330         FROM WS-BACKUP-GENS BY 1
007340         UNTIL WS-AGE-IN-DAYS >
007350             WS-BACKUP-GENS + WS-SWEEP-DEPTH.
007400     PERFORM 3000-TERMINATE THRU 3000-EXIT.
007500     STOP RUN.
007600
007800*    1000-INITIALIZE -- STAMP THE RUN AND READ THE RETENTION
007900*                 COUNT.  GENERATIONS EXACTLY RPTGENS DAYS OLD
008000*                 AND NEWER ARE KEPT; THE SWEEP STARTS ONE DAY
008100*                 PAST THE RETENTION WINDOW.  BACKUP
008110*                 GENERATIONS WORK THE SAME WAY OFF BKUPGENS.
008200******************************************************************
008300 1000-INITIALIZE.
008400     MOVE "STAMP"    TO CLK-FUNCTION.
009200     COMPUTE WS-TODAY-INTEGER =
009300         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
009400     ADD 1 TO WS-RETENTION-GENS.
009410     ADD 1 TO WS-BACKUP-GENS.
009500 1000-EXIT.
009600     EXIT.
009700
011000                     COMPUTE WS-RETENTION-GENS =
011100                         FUNCTION NUMVAL(PARM-VALUE)
011200                 END-IF
011210                 IF PARM-NAME = "BKUPGENS"
011220                     COMPUTE WS-BACKUP-GENS =
011230                         FUNCTION NUMVAL(PARM-VALUE)
011240                 END-IF
011300         END-READ
011400     END-PERFORM.
011500
012900
013000     PERFORM 2100-DELETE-ONE-GENERATION THRU 2100-EXIT
013100         VARYING WS-BASE-SUB FROM 1 BY 1
013200         UNTIL WS-BASE-SUB > 7.
013300 2000-EXIT.
013400     EXIT.
013500
014600     END-IF.
014700 2100-EXIT.
014800     EXIT.
014802
014805******************************************************************
014808*    2200-SWEEP-ONE-BACKUP-AGE -- DELETE THE BACKUP GENERATIONS
014811*                 DATED WS-AGE-IN-DAYS DAYS BEFORE TODAY, ONE
014814*                 PER FILE IN THE BKUPFILE TABLE.
014817******************************************************************
014820 2200-SWEEP-ONE-BACKUP-AGE.
014823     COMPUTE WS-TARGET-INTEGER =
014826         WS-TODAY-INTEGER - WS-AGE-IN-DAYS.
014829     COMPUTE WS-TARGET-DATE =
014832         FUNCTION DATE-OF-INTEGER(WS-TARGET-INTEGER).
014835
014838     PERFORM 2300-DELETE-ONE-BACKUP THRU 2300-EXIT
014841         VARYING WS-FILE-SUB FROM 1 BY 1
014844         UNTIL WS-FILE-SUB > BT-FILE-COUNT.
014847 2200-EXIT.
014850     EXIT.
014853
014856 2300-DELETE-ONE-BACKUP.
014859     MOVE SPACES TO WS-DELETE-NAME.
014862     STRING BT-GEN-BASE (WS-FILE-SUB) DELIMITED BY SPACE
014865         "." DELIMITED BY SIZE
014868         WS-TARGET-DATE DELIMITED BY SIZE
014871         INTO WS-DELETE-NAME.
014874
014877     CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME.
014880     IF RETURN-CODE = 0
014883         ADD 1 TO WS-DELETED-COUNT
014886         DISPLAY "GENCLEAN: DELETED " WS-DELETE-NAME
014889     END-IF.
014892 2300-EXIT.
014895     EXIT.
014900
015000******************************************************************
015100*    3000-TERMINATE -- STAMP THE JOB END AND REPORT THE COUNT.
