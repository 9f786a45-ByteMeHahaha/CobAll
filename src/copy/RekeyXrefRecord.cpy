*> Re-key cross-reference record layout - one row per account key
*> the Account Re-key screen has moved to a new key, written when the
*> second supervisor commits the move. Keyed on the OLD key, with the
*> new key as an alternate (with duplicates) so a key's predecessors
*> can be found as well as its successor. Inquiry, the journal
*> inquiry and statement reprint follow it so a key's history is
*> never orphaned; Sort 'n' Report redirects postings to the old key
*> until the grace date, and suspends them (reason 11) after it.
*> Callers supply the record/field prefix via REPLACING, e.g.:
*>   COPY "RekeyXrefRecord.cpy" REPLACING ==:PREFIX:== BY ==RX==.
01 :PREFIX:-Record.
  05 :PREFIX:-Old-Key PIC X(10).
  05 :PREFIX:-New-Key PIC X(10).
  *> YYYYMMDD the move was committed, and the last processing date
  *> on which a posting to the old key is still redirected.
  05 :PREFIX:-Effective PIC X(8).
  05 :PREFIX:-Grace-Until PIC X(8).
  *> "RK" + YYMMDDHHMMSS the move was requested - the run ID on
  *> every journal entry the commit wrote.
  05 :PREFIX:-Ref PIC X(14).
  05 :PREFIX:-Requested-By PIC X(8).
  05 :PREFIX:-Approved-By PIC X(8).
  *> Rows moved across every file that carries the key.
  05 :PREFIX:-Rows-Moved PIC 9(7).
  05 :PREFIX:-Reason PIC X(30).
