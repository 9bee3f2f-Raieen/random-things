001840*                               DATE -- A ZERO DAY COUNT IS
001850*                               REFUSED SO A BLANK CARD CANNOT
001860*                               EMPTY THE FILE
001870*                       SUSPCT  DELETE EVERY RECORD MATH FLAGGED
001880*                               SUSPECT AFTER A SAMPLED RECOMPUTE
001890*                               DISAGREED (KEY FIELDS BLANK)
001900*------------------------------------------------------------------
002000*    MOD LOG:
002100*    DATE       INIT  DESCRIPTION
002210*    09/26/18   JRP   ADDED THE AGEOUT ACTION AND ITS HM-AGE-DAYS
002220*                     OPERAND, APPENDED SO EXISTING CARD LAYOUTS
002230*                     DO NOT SHIFT.
002255*    11/16/18   JRP   ADDED THE SUSPCT ACTION.
002300******************************************************************
002400 01  HIST-MAINT-RECORD.
002500     05  HM-ACTION                   PIC X(06).
