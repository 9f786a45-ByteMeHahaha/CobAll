*> Dispute note record layout - the running investigation log of a
*> dispute case, one row per note, never changed once written. The
*> case's own status changes are logged here too. Callers supply
*> the record/field prefix via REPLACING, e.g.:
*>   COPY "DisputeNoteRecord.cpy" REPLACING ==:PREFIX:== BY ==DN==.
01 :PREFIX:-Record.
  05 :PREFIX:-Note-Key.
    10 :PREFIX:-Case-No PIC 9(6).
    10 :PREFIX:-Seq PIC 9(4).
  05 :PREFIX:-Operator PIC X(8).
  *> YYYYMMDDHHMMSS the note was written.
  05 :PREFIX:-Stamp PIC X(14).
  05 :PREFIX:-Text PIC X(55).
