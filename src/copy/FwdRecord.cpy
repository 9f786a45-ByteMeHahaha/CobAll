*> Forward-dated warehouse record layout - one row per extract item
*> whose value date lay beyond the processing date when Sort 'n'
*> Report's edit pass saw it. The item waits here, passed by every
*> edit but the calendar, until the nightly run whose processing
*> date reaches its (open-day) value date releases it into the sort
*> stream. Rows are never deleted: a released or cancelled item
*> keeps its row, with who and when. Callers supply the
*> record/field prefix via REPLACING, e.g.:
*>   COPY "FwdRecord.cpy" REPLACING ==:PREFIX:== BY ==FW==.
01 :PREFIX:-Record.
  *> The run that warehoused it (YYYYMMDDHHMMSS) and the item's
  *> sequence within that run - unique however often a key recurs.
  05 :PREFIX:-Id.
    10 :PREFIX:-Stored-Run PIC X(14).
    10 :PREFIX:-Stored-Seq PIC 9(5).
  *> The item itself, in the extract's own layout, value date
  *> already settled (blank filled, holiday rolled).
  05 :PREFIX:-Item.
    10 :PREFIX:-Key PIC X(10).
    10 :PREFIX:-Date PIC X(8).
    10 :PREFIX:-Amount PIC S9(9)V99.
    10 :PREFIX:-Status PIC X(1).
    10 :PREFIX:-Currency PIC X(3).
    10 :PREFIX:-Value-Date PIC X(8).
  *> The feed that carried it ("DEFAULT" for the unnamed feed) -
  *> released only into that feed's run.
  05 :PREFIX:-Feed PIC X(8).
  *> W = warehoused (waiting), R = released, C = cancelled,
  *> P = pending (posting run not yet complete).
  05 :PREFIX:-State PIC X(1).
  *> Who last changed it (the run for a release, the operator for
  *> an amend or cancel), and when (YYYYMMDDHHMMSS).
  05 :PREFIX:-Changed-By PIC X(14).
  05 :PREFIX:-Changed-Stamp PIC X(14).
