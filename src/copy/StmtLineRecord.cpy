*> Bank statement line record layout - one row per line of the
*> bank's statement for a settlement account, as the bank
*> reconciliation loaded it, with what it was matched to. Keyed by
*> the statement date and the line's place on the statement.
*> Callers supply the record/field prefix via REPLACING, e.g.:
*>   COPY "StmtLineRecord.cpy" REPLACING ==:PREFIX:== BY ==SL==.
01 :PREFIX:-Record.
  05 :PREFIX:-Line-Key.
    10 :PREFIX:-Stmt-Date PIC X(8).
    10 :PREFIX:-Seq PIC 9(5).
  05 :PREFIX:-Value-Date PIC X(8).
  *> Signed as the bank shows it - a credit to the account is
  *> positive, the same way round as the book posting.
  05 :PREFIX:-Amount PIC S9(9)V99.
  *> The Transaction Master key the bank quotes for the line.
  05 :PREFIX:-Reference PIC X(10).
  05 :PREFIX:-Bank-Ref PIC X(16).
  05 :PREFIX:-Narrative PIC X(30).
  *> A = matched automatically to a posted item on load, O = left
  *> on the open-items file (see Open-Ref for how it was cleared).
  05 :PREFIX:-Match-State PIC X(1).
  *> The posted-register key (key, date, amount) it matched.
  05 :PREFIX:-Book-Key PIC X(29).
  *> Its open-items reference when it was left open, else zero.
  05 :PREFIX:-Open-Ref PIC 9(7).
