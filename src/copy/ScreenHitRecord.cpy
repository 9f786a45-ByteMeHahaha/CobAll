*> Screening hit record layout - one row per account key and
*> watch-list entry the name screening matched, for a compliance
*> officer to clear or confirm. A hit cleared as a false positive
*> stays cleared while the account name is unchanged; a new name
*> reopens it. Keyed by the account key and the list entry.
*> Callers supply the record/field prefix via REPLACING, e.g.:
*>   COPY "ScreenHitRecord.cpy" REPLACING ==:PREFIX:== BY ==SH==.
01 :PREFIX:-Record.
  05 :PREFIX:-Hit-Key.
    10 :PREFIX:-Acct-Key PIC X(10).
    10 :PREFIX:-List-ID PIC X(10).
  *> The two names as they stood when matched.
  05 :PREFIX:-Acct-Name PIC X(30).
  05 :PREFIX:-List-Name PIC X(60).
  *> E = the normalised names are the same, P = partial - every
  *> word of one name appears in the other.
  05 :PREFIX:-Match-Type PIC X(1).
  *> O = open, awaiting review; F = cleared as a false positive;
  *> C = confirmed, key placed on hold.
  05 :PREFIX:-State PIC X(1).
  *> YYYYMMDDHHMMSS first found, and the run that last found it.
  05 :PREFIX:-Found-Stamp PIC X(14).
  05 :PREFIX:-Last-Run PIC X(14).
  *> Who reviewed it, when, and why.
  05 :PREFIX:-Review-By PIC X(8).
  05 :PREFIX:-Review-Stamp PIC X(14).
  05 :PREFIX:-Review-Note PIC X(40).
