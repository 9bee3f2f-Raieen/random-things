000100******************************************************************
000200*    COPYBOOK:  BKUPFILE
000300*    PURPOSE :  THE KEYED PERMANENT FILES FILEBKUP UNLOADS EVERY
000400*               NIGHT, WITH THE BASE NAME OF EACH ONE'S DATED
000500*               BACKUP GENERATIONS (BASE.YYYYMMDD).  FILEBKUP,
000600*               FILEREST AND GENCLEAN ALL COPY THIS TABLE SO
000700*               THE THREE CANNOT DISAGREE ABOUT A NAME.
000800*------------------------------------------------------------------
000900*    THE ENTRY NUMBER IS ALSO THE WHEN NUMBER IN FILEBKUP'S AND
001000*    FILEREST'S PER-FILE OPEN/READ/WRITE/CLOSE PARAGRAPHS -- A
001100*    FILE ADDED HERE MUST BE ADDED THERE, AT THE SAME NUMBER.
001200*------------------------------------------------------------------
001300*    MOD LOG:
001400*    DATE       INIT  DESCRIPTION
001500*    11/02/18   JRP   ORIGINAL COPYBOOK.
001550*    11/08/18   JRP   ADDED BILLADJ AND BILLCLOS.
001575*    11/12/18   JRP   ADDED GROWPROJ.
001585*    11/20/18   JRP   ADDED OPENREJ.
001600******************************************************************
001700 01  BKUP-FILE-TABLE.
001800     05  FILLER                      PIC X(16) VALUE
001900         "CALCRES CALCBKUP".
002000     05  FILLER                      PIC X(16) VALUE
002100         "SHAPELEDSHAPBKUP".
002200     05  FILLER                      PIC X(16) VALUE
002300         "AMORLED AMORBKUP".
002400     05  FILLER                      PIC X(16) VALUE
002500         "CHARGLEDCHRGBKUP".
002600     05  FILLER                      PIC X(16) VALUE
002700         "MATHHISTHISTBKUP".
002800     05  FILLER                      PIC X(16) VALUE
002900         "BATCHREGBREGBKUP".
003000     05  FILLER                      PIC X(16) VALUE
003100         "RECONHSTRECNBKUP".
003200     05  FILLER                      PIC X(16) VALUE
003300         "MATLMASTMATLBKUP".
003400     05  FILLER                      PIC X(16) VALUE
003500         "COSTLED COSTBKUP".
003600     05  FILLER                      PIC X(16) VALUE
003700         "INCIDENTINCIBKUP".
003720     05  FILLER                      PIC X(16) VALUE
003740         "BILLADJ BADJBKUP".
003760     05  FILLER                      PIC X(16) VALUE
003780         "BILLCLOSBCLSBKUP".
003785     05  FILLER                      PIC X(16) VALUE
003790         "GROWPROJGPRJBKUP".
003792     05  FILLER                      PIC X(16) VALUE
003794         "OPENREJ OREJBKUP".
003800 01  FILLER REDEFINES BKUP-FILE-TABLE.
003900     05  BT-FILE-ENTRY OCCURS 14 TIMES.
004000         10  BT-FILE-NAME            PIC X(08).
004100         10  BT-GEN-BASE             PIC X(08).
004200 01  BT-FILE-COUNT                   PIC 9(02) VALUE 14.
