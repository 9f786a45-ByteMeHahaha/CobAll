*> Mass update batch record layout - the one batch at a time a
*> supervisor has defined and previewed on the Mass Update screen,
*> parked awaiting a SECOND supervisor's commit. It carries the
*> selection (the same key range, date range and status list the
*> Filter utility takes), the action, and the preview totals the
*> committing supervisor was shown - a commit re-runs the selection
*> and refuses if the master has moved since. Callers supply the
*> record/field prefix via REPLACING, e.g.:
*>   COPY "MassUpdRecord.cpy" REPLACING ==:PREFIX:== BY ==MU==.
01 :PREFIX:-Record.
  *> "MU" + YYMMDDHHMMSS the batch was parked - stamped as the run
  *> ID on every journal entry the commit writes, so the whole
  *> batch can be picked out of the journal as one.
  05 :PREFIX:-Batch-Ref PIC X(14).
  05 :PREFIX:-Requested-By PIC X(8).
  *> YYYYMMDDHHMMSS the batch was parked.
  05 :PREFIX:-Stamp PIC X(14).
  *> Selection - a blank bound is no bound, a blank list is every
  *> status.
  05 :PREFIX:-Key-Lo PIC X(10).
  05 :PREFIX:-Key-Hi PIC X(10).
  05 :PREFIX:-Date-Lo PIC X(8).
  05 :PREFIX:-Date-Hi PIC X(8).
  05 :PREFIX:-Statuses PIC X(10).
  *> 1 = set status, 2 = move to a new currency, 3 = percentage
  *> adjustment through the adjustment extract.
  05 :PREFIX:-Action PIC 9(1).
  05 :PREFIX:-New-Status PIC X(1).
  05 :PREFIX:-New-Currency PIC X(3).
  *> "+" or "-" and the percentage, two decimal places.
  05 :PREFIX:-Pct-Sign PIC X(1).
  05 :PREFIX:-Percent PIC 9(3)V99.
  *> Preview totals - records selected and their amount total.
  05 :PREFIX:-Preview-Count PIC 9(7).
  05 :PREFIX:-Preview-Value PIC S9(13)V99.
  *> The resolved master path the batch was previewed against.
  05 :PREFIX:-Master PIC X(80).
