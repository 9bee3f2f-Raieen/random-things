000100******************************************************************
000200*    COPYBOOK:  DEPTBUDG
000300*    PURPOSE :  RECORD LAYOUT FOR THE DEPTBUDG DEPARTMENT BUDGET
000400*               FILE, A COMPANION TO DEPTMAST IN THE SAME
000500*               EDIT-A-CARD-FILE SPIRIT AS RATECARD -- ONE
000600*               RECORD PER DEPARTMENT CARRYING ITS MONTHLY
000700*               ESTIMATING ALLOCATION IN DOLLARS.  MATH PRICES
000800*               EACH VALID TRANSACTION AT ITS RATECARD RATE
000900*               AGAINST IT AND WARNS AT 80% AND 100%; BUDGRPT
001000*               PRINTS BUDGET VS ACTUAL.  A DEPARTMENT WITH NO
001100*               ROW, OR A ZERO BUDGET, IS NOT TRACKED.
001200*------------------------------------------------------------------
001300*    MOD LOG:
001400*    DATE       INIT  DESCRIPTION
001500*    10/23/18   JRP   ORIGINAL COPYBOOK.
001600******************************************************************
001700 01  DEPT-BUDGET-RECORD.
001800     05  DB-DEPARTMENT               PIC X(04).
001900     05  DB-MONTHLY-BUDGET           PIC 9(07)V99.
