*> Security exception summary - the one row the last daily security
*> exception report left behind, so the Operations Flash can quote
*> the day's figures without re-reading the audit trail. Rewritten
*> whole by every daily run. Callers supply the record/field prefix
*> via REPLACING, e.g.:
*>   COPY "SecSumRecord.cpy" REPLACING ==:PREFIX:== BY ==SS==.
01 :PREFIX:-Record.
  *> The day the figures are for (YYYYMMDD).
  05 :PREFIX:-Date PIC X(8).
  05 FILLER PIC X(1).
  *> Failed logins of every kind, the out-of-hours and wrong-terminal
  *> share of them, lockouts, lockouts not unlocked by the day's end,
  *> refused menu choices and supervisor actions on their own
  *> profile.
  05 :PREFIX:-Failed PIC 9(5).
  05 :PREFIX:-Out-Of-Hours PIC 9(5).
  05 :PREFIX:-Wrong-Terminal PIC 9(5).
  05 :PREFIX:-Lockouts PIC 9(5).
  05 :PREFIX:-Still-Locked PIC 9(5).
  05 :PREFIX:-Denied PIC 9(5).
  05 :PREFIX:-Own-Record PIC 9(5).
  05 FILLER PIC X(1).
  *> The run that produced them.
  05 :PREFIX:-Run PIC X(14).
