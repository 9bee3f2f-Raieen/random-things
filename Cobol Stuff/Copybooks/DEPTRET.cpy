000100******************************************************************
000200*    COPYBOOK:  DEPTRET
000300*    PURPOSE :  RECORD LAYOUT FOR THE PER-DEPARTMENT RESULTS
000400*               RETURN FILE (DEPTRET.DEPT.YYYYMMDD) MATH WRITES
000500*               FOR EACH SUBMITTING DEPARTMENT.  MATHRPT AND
000600*               MATHREJ ARE PRINT FILES LAID OUT FOR THE
000700*               ESTIMATING DESK; THIS IS THE MACHINE-READABLE
000800*               ANSWER A DEPARTMENT LOADS INTO ITS OWN TRACKER
000900*               INSTEAD OF RE-KEYING OUR PRINTOUT.  EVERY
001000*               DETAIL CARD THE DEPARTMENT SENT GETS ONE "DTL"
001100*               RECORD, VALID OR NOT, AND THE FILE ENDS WITH
001200*               ONE "TRL" CONTROL RECORD WHOSE COUNT THE
001300*               DEPARTMENT BALANCES AGAINST THE CARDS IT PUT ON
001400*               ITS MBT-DETAIL-COUNT TRAILER.
001500*------------------------------------------------------------------
001600*    DR-STATUS VALUES:  COMPUTED  RESULT COMPUTED FRESH TONIGHT
001700*                       HISTORY   ANSWERED FROM MATHHIST
001800*                       REJECTED  CARD REJECTED -- THE ERRLOG
001900*                                 MESSAGE IS IN DR-REJECT-REASON
002000*                                 AND THERE IS NO RESULT OR
002100*                                 CALCRES SEQUENCE
002110*    A CARD MATHEDIT REJECTED AT HANDOVER NEVER REACHES MATH'S
002120*    MATHTRAN; MATH RETURNS IT FROM MATHREJ AS "REJECTED" TOO.
002130*    DRT-BATCH-DETAIL-COUNT IS THE DETAIL COUNT ON THE BATCH
002140*    TRAILER AS THE DEPARTMENTS SUBMITTED IT IN MATHRAW.
002200*------------------------------------------------------------------
002300*    MOD LOG:
002400*    DATE       INIT  DESCRIPTION
002500*    10/17/18   JRP   ORIGINAL COPYBOOK.
002510*    11/27/18   JRP   MATHEDIT REJECTS ARE NOW RETURNED, AND THE
002520*                     TRAILER'S BATCH COUNT IS THE SUBMITTED
002530*                     MATHRAW COUNT, NOT THE COUNT MATH READ.
002600******************************************************************
002700 01  DEPT-RETURN-RECORD.
002800     05  DR-RECORD-TYPE              PIC X(03).
002900     05  DR-DEPARTMENT               PIC X(04).
003000     05  DR-TRACE-ID                 PIC X(08).
003100     05  DR-REQUEST-TYPE             PIC X(06).
003200     05  DR-SHAPE-TYPE               PIC X(10).
003300     05  DR-DIM1                     PIC 9(05)V99.
003400     05  DR-DIM2                     PIC 9(05)V99.
003500     05  DR-PERIODS                  PIC 9(03).
003600     05  DR-STATUS                   PIC X(08).
003700     05  DR-RESULT-VALUE             PIC 9(09)V9(04).
003800     05  DR-CALCRES-SEQ-NO           PIC 9(06).
003900     05  DR-REJECT-REASON            PIC X(53).
004000
004100 01  DEPT-RETURN-TRAILER-RECORD.
004200     05  DRT-RECORD-TYPE             PIC X(03).
004300     05  DRT-DEPARTMENT              PIC X(04).
004400     05  DRT-RUN-DATE                PIC 9(08).
004500     05  DRT-BATCH-ID                PIC X(08).
004600     05  DRT-RECORD-COUNT            PIC 9(06).
004700     05  DRT-COMPUTED-COUNT          PIC 9(06).
004800     05  DRT-HISTORY-COUNT           PIC 9(06).
004900     05  DRT-REJECTED-COUNT          PIC 9(06).
005000     05  DRT-BATCH-DETAIL-COUNT      PIC 9(06).
005100     05  FILLER                      PIC X(75).
