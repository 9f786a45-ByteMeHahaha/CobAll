*> Held exchange rate record layout - one row per currency per
*> effective date that the rate feed load would not apply on its
*> own: a move beyond the currency's tolerance, or a currency not
*> yet on the rate file. The rate in force stays as it was (the
*> previous rate rolls forward into the history) until a supervisor
*> confirms or rejects the row on Exchange Rate Maintenance.
*> Callers supply the record/field prefix via REPLACING, e.g.:
*>   COPY "RatePendRecord.cpy" REPLACING ==:PREFIX:== BY ==RP==.
01 :PREFIX:-Record.
  05 :PREFIX:-Pend-Key.
    10 :PREFIX:-Currency PIC X(3).
    10 :PREFIX:-Eff-Date PIC X(8).
  *> The rate the provider sent.
  05 :PREFIX:-Rate PIC 9(3)V9(6).
  *> The rate it was measured against - the previous day's (zero
  *> for a currency not yet on the rate file).
  05 :PREFIX:-Prev-Rate PIC 9(3)V9(6).
  05 :PREFIX:-Move-Pct PIC 9(5)V99.
  05 :PREFIX:-Tol-Pct PIC 9(3)V99.
  05 :PREFIX:-Loaded-Stamp PIC X(14).
  05 :PREFIX:-Loaded-Run PIC X(14).
