*> Branch budget record layout - one row per branch code (the first
*> four bytes of the transaction key) and YYYYMM month: the month's
*> target movement, in the same units the MTD master accumulates.
*> Loaded from finance's annual plan and maintained on the Budget
*> screens. Callers supply the record/field prefix via REPLACING,
*> e.g.:
*>   COPY "BudgetRecord.cpy" REPLACING ==:PREFIX:== BY ==BG==.
01 :PREFIX:-Record.
  05 :PREFIX:-Budget-Key.
    10 :PREFIX:-Branch PIC X(4).
    10 :PREFIX:-Period PIC X(6).
  05 :PREFIX:-Amount PIC S9(11)V99.
  *> P = off the plan load, M = keyed or amended on the screen.
  05 :PREFIX:-Source PIC X(1).
  *> Who last set it, and when (YYYYMMDDHHMMSS).
  05 :PREFIX:-Updated-By PIC X(8).
  05 :PREFIX:-Updated-Stamp PIC X(14).
