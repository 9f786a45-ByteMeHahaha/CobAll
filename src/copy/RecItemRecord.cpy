*> Reconciliation open-item record layout - one row per bank
*> statement line or posted item the bank reconciliation could not
*> match, aged every night until it is matched or cleared by hand.
*> Cleared rows stay on file as the evidence of how. Keyed by a
*> reference number the reconciliation hands out. Callers supply
*> the record/field prefix via REPLACING, e.g.:
*>   COPY "RecItemRecord.cpy" REPLACING ==:PREFIX:== BY ==OI==.
01 :PREFIX:-Record.
  05 :PREFIX:-Ref PIC 9(7).
  *> B = on the bank but not in the books, L = in the books (the
  *> ledger) but not on the bank.
  05 :PREFIX:-Side PIC X(1).
  *> Where it came from - the statement line key (date and
  *> sequence) for a B item, the posted-register key for an L item.
  05 :PREFIX:-Source PIC X(29).
  05 :PREFIX:-Key PIC X(10).
  05 :PREFIX:-Value-Date PIC X(8).
  05 :PREFIX:-Amount PIC S9(9)V99.
  *> YYYYMMDD it went on the file, and its age in days as at the
  *> last reconciliation run.
  05 :PREFIX:-Opened PIC X(8).
  05 :PREFIX:-Age-Days PIC 9(5).
  *> O = open; A = matched automatically on a later night, F =
  *> force-matched, S = split-matched by hand.
  05 :PREFIX:-State PIC X(1).
  05 :PREFIX:-Cleared-Date PIC X(8).
  *> The item on the other side it was matched to (the lead item of
  *> a split).
  05 :PREFIX:-Matched-Ref PIC 9(7).
  05 :PREFIX:-Comment PIC X(30).
  *> Who last touched it by hand, and when (YYYYMMDDHHMMSS).
  05 :PREFIX:-By PIC X(8).
  05 :PREFIX:-Stamp PIC X(14).
