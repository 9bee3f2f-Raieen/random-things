000100******************************************************************
000200*    COPYBOOK:  MATLTRAN
000300*    PURPOSE :  RECORD LAYOUT FOR THE MATLTRAN BATCH INPUT FILE
000400*               THAT DRIVES THE MATLMNT MAINTENANCE UTILITY --
000500*               ONE CARD PER MATERIAL MASTER CHANGE, IN THE SAME
000600*               ONE-CARD-PER-ACTION SPIRIT AS DEPTTRAN.
000700*------------------------------------------------------------------
000800*    MU-ACTION VALUES:  ADD          NEW MATERIAL CODE --
000900*                                    DESCRIPTION AND A NON-ZERO
001000*                                    PRICE REQUIRED, ADDED
001100*                                    ACTIVE.  A CODE ALREADY ON
001200*                                    FILE IS REFUSED.
001300*                       CHANGE       REPLACE ML-DESCRIPTION,
001400*                                    ML-UNIT-PRICE AND/OR
001500*                                    ML-WASTE-PCT.  A BLANK
001600*                                    DESCRIPTION IS LEFT ALONE;
001700*                                    A PRICE OR WASTE FIELD IS
001800*                                    LEFT ALONE UNLESS ITS
001900*                                    "GIVEN" FLAG IS "Y", SO A
002000*                                    ZERO WASTE CAN BE SET.
002100*                       DISCONTINUE  SET ML-STATUS-FLAG TO "D" --
002200*                                    NEW COST REQUESTS FOR IT
002300*                                    ARE REJECTED
002400*                       REINSTATE    SET ML-STATUS-FLAG TO "A"
002500*------------------------------------------------------------------
002600*    MOD LOG:
002700*    DATE       INIT  DESCRIPTION
002800*    10/25/18   JRP   ORIGINAL COPYBOOK.
002900******************************************************************
003000 01  MATL-UPDATE-RECORD.
003100     05  MU-ACTION                   PIC X(11).
003200     05  MU-MATERIAL-CODE            PIC X(08).
003300     05  MU-DESCRIPTION              PIC X(24).
003400     05  MU-PRICE-GIVEN              PIC X(01).
003500     05  MU-UNIT-PRICE               PIC 9(05)V99.
003600     05  MU-WASTE-GIVEN              PIC X(01).
003700     05  MU-WASTE-PCT                PIC 9(03)V99.
