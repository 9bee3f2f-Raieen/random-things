001004*                                       2 PCT PER PERIOD),
001005*                                       MT-PERIODS = NUMBER OF
001006*                                       PAYMENT PERIODS
001007*                             COST      MT-SHAPE-TYPE/DIM1/DIM2
001008*                                       AS FOR AREA, PLUS A
001009*                                       MATLMAST MATERIAL CODE
001010*                             HDR       BATCH HEADER (FIRST
001020*                                       RECORD -- SEE THE
001030*                                       HEADER VIEW BELOW)
002008*                     REQUEST" ACROSS EVERY OUTPUT OF THE NIGHT.
002009*                     APPENDED SO EXISTING CARD LAYOUTS DO NOT
002011*                     SHIFT.
002012*    10/25/18   JRP   ADDED THE COST REQUEST TYPE AND THE
002013*                     MT-MATERIAL-CODE FIELD IT NEEDS -- A
002014*                     MATLMAST MATERIAL PRICED OVER THE SHAPE'S
002015*                     AREA.  APPENDED SO EXISTING CARD LAYOUTS DO
002016*                     NOT SHIFT; AN OLD CARD READS AS SPACES.
002020*    11/27/18   JRP   ADDED MBT-SUBMITTED-COUNT TO THE TRAILER.
002030*                     MATHEDIT COPIES THE MATHRAW TRAILER COUNT
002040*                     ONTO THE TRL OF THE MATHTRAN IT BUILDS, SO
002050*                     MATH KNOWS HOW MANY CARDS WERE SENT, NOT
002060*                     JUST HOW MANY PASSED THE EDIT.  A
002070*                     SUBMITTER'S OWN TRL LEAVES IT BLANK.
002090******************************************************************
002100 01  MATH-TRANSACTION-RECORD.
002200     05  MT-REQUEST-TYPE             PIC X(06).
002300     05  MT-SHAPE-TYPE               PIC X(10).
002510     05  MT-DEPARTMENT               PIC X(04).
002520     05  MT-PERIODS                  PIC 9(03).
002530     05  MT-TRACE-ID                 PIC X(08).
002540     05  MT-MATERIAL-CODE            PIC X(08).
002600
002700 01  MATH-BATCH-HEADER-RECORD.
002800     05  MBH-RECORD-TYPE             PIC X(06).
003200 01  MATH-BATCH-TRAILER-RECORD.
003300     05  MBT-RECORD-TYPE             PIC X(06).
003400     05  MBT-DETAIL-COUNT            PIC 9(06).
003500     05  MBT-SUBMITTED-COUNT         PIC 9(06).
