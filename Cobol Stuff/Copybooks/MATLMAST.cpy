000100******************************************************************
000200*    COPYBOOK:  MATLMAST
000300*    PURPOSE :  RECORD LAYOUT FOR THE MATLMAST INDEXED MATERIAL
000400*               PRICE MASTER, KEYED BY MATERIAL CODE.  A COST
000500*               REQUEST NAMES A MATERIAL; MATH PRICES THE SHAPE'S
000600*               AREA, GROSSED UP BY THE MATERIAL'S WASTE
000700*               ALLOWANCE, AT ITS UNIT PRICE.  MATHEDIT AND MATH
000800*               REJECT A CODE THAT IS NOT ON FILE OR IS MARKED
000900*               DISCONTINUED.  THE FILE IS MAINTAINED ONLY
001000*               THROUGH MATLMNT, WHICH STAMPS THE LAST CHANGE
001100*               AND AUDITS EVERY FIELD IT TOUCHES IN MATLAUD.
001200*------------------------------------------------------------------
001300*    ML-UNIT-PRICE IS PER SQUARE UNIT OF THE SHAPE'S AREA.
001400*    ML-WASTE-PCT IS A PERCENT (12.50 = ORDER 12.5 PCT OVER THE
001500*    NET AREA FOR CUTTING LOSS).
001600*------------------------------------------------------------------
001700*    MOD LOG:
001800*    DATE       INIT  DESCRIPTION
001900*    10/25/18   JRP   ORIGINAL COPYBOOK.
002000******************************************************************
002100 01  MATERIAL-MASTER-RECORD.
002200     05  ML-MATERIAL-CODE            PIC X(08).
002300     05  ML-DESCRIPTION              PIC X(24).
002400     05  ML-UNIT-PRICE               PIC 9(05)V99.
002500     05  ML-WASTE-PCT                PIC 9(03)V99.
002600     05  ML-STATUS-FLAG              PIC X(01).
002700         88  ML-ACTIVE               VALUE "A".
002800         88  ML-DISCONTINUED         VALUE "D".
002900     05  ML-LAST-CHANGE-DATE         PIC 9(08).
003000     05  ML-LAST-CHANGE-OPER         PIC X(08).
