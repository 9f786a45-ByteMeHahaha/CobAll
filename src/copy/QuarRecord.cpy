*> Feed quarantine register record layout - one row per feed run
*> Sort 'n' Report refused to post because more of the extract went
*> to suspense than the feed's reject-rate ceiling allows. The
*> extract is moved aside and the run's rejects set aside with it,
*> and the row waits here for a supervisor to release the feed (its
*> next run posts past the ceiling) or reject it back to the
*> counterparty. Callers supply the record/field prefix via
*> REPLACING, e.g.:
*>   COPY "QuarRecord.cpy" REPLACING ==:PREFIX:== BY ==QR==.
01 :PREFIX:-Record.
  05 :PREFIX:-Quar-Key.
    *> The registry feed name and YYYYMMDDHHMMSS it was quarantined.
    10 :PREFIX:-Feed PIC X(8).
    10 :PREFIX:-Stamp PIC X(14).
  05 :PREFIX:-Run PIC X(14).
  *> The HDR generation the extract carried - spaces when it was
  *> sent without control records.
  05 :PREFIX:-Generation PIC X(4).
  *> The feed name the run's postings carry on the posted register
  *> and the warehouse (not always the registry name).
  05 :PREFIX:-Posted-Feed PIC X(8).
  *> Where the extract belongs, where it was moved aside to, and
  *> the run's rejects (suspense layout) as set aside.
  05 :PREFIX:-Extract-Path PIC X(80).
  05 :PREFIX:-Quar-Path PIC X(80).
  05 :PREFIX:-Reject-Path PIC X(80).
  05 :PREFIX:-Records-Read PIC 9(7).
  05 :PREFIX:-Records-Rejected PIC 9(7).
  05 :PREFIX:-Reject-Rate PIC 9(3)V99.
  05 :PREFIX:-Ceiling PIC 9(3)V99.
  *> "Q" = quarantined, awaiting a decision; "R" = released, the
  *> next run posts; "P" = released and since posted; "J" =
  *> rejected back to the counterparty.
  05 :PREFIX:-State PIC X(1).
  05 :PREFIX:-Decided-By PIC X(8).
  05 :PREFIX:-Decided-Stamp PIC X(14).
  *> Released: the run that posted it. Rejected: the reject report
  *> sent to the counterparty.
  05 :PREFIX:-Posted-Run PIC X(14).
  05 :PREFIX:-Notice-Path PIC X(80).
