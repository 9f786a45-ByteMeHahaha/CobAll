*> Suspense repair journal record layout - one row per field the
*> repair pass changed, carrying the rule that changed it, the
*> value before and after, and the suspended item it belonged to,
*> so every automatic correction can be traced back to its rule.
*> Callers supply the record/field prefix via REPLACING, e.g.:
*>   COPY "RepairJnlRecord.cpy" REPLACING ==:PREFIX:== BY ==AJ==.
01 :PREFIX:-Record.
  05 :PREFIX:-Stamp PIC X(14).
  05 :PREFIX:-Run PIC X(14).
  05 :PREFIX:-Feed PIC X(8).
  05 :PREFIX:-Rule-Key.
    10 :PREFIX:-Reason PIC X(2).
    10 :PREFIX:-Source PIC X(8).
    10 :PREFIX:-Seq PIC 9(2).
  *> The item as suspended - key, date and amount identify it.
  05 :PREFIX:-Item-Key PIC X(10).
  05 :PREFIX:-Item-Date PIC X(8).
  05 :PREFIX:-Item-Amount PIC X(11).
  05 :PREFIX:-Field PIC X(1).
  05 :PREFIX:-Before PIC X(10).
  05 :PREFIX:-After PIC X(10).
  05 :PREFIX:-Operator PIC X(8).
