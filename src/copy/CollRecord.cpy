*> Collections register record layout - one row per Transaction
*> Master key that is overdrawn, carrying how far up the dunning
*> ladder it has gone. The collections run raises the stage as the
*> overdrawn days pass each threshold and deletes the row once the
*> key is back in credit; a promise-to-pay holds the stage where it
*> is until the promised date. Callers supply the record/field
*> prefix via REPLACING, e.g.:
*>   COPY "CollRecord.cpy" REPLACING ==:PREFIX:== BY ==CR==.
01 :PREFIX:-Record.
  05 :PREFIX:-Key PIC X(10).
  *> 0 = overdrawn, no letter yet; 1 = reminder sent; 2 = second
  *> notice sent; 3 = final demand sent.
  05 :PREFIX:-Stage PIC 9(1).
  *> First night of the current unbroken overdrawn run (YYYYMMDD),
  *> and the days from it to the last collections run.
  05 :PREFIX:-Overdrawn-Since PIC X(8).
  05 :PREFIX:-Days-Overdrawn PIC 9(5).
  *> The balance the last run saw.
  05 :PREFIX:-Balance PIC S9(9)V99.
  05 :PREFIX:-Currency PIC X(3).
  *> Date (YYYYMMDD) the current stage's letter was raised.
  05 :PREFIX:-Letter-Date PIC X(8).
  *> Promise-to-pay - escalation pauses until this date (YYYYMMDD,
  *> blank = no promise), with who took it and when.
  05 :PREFIX:-Promise-Until PIC X(8).
  05 :PREFIX:-Promise-By PIC X(8).
  05 :PREFIX:-Promise-Stamp PIC X(14).
  *> The collections run that last touched the row.
  05 :PREFIX:-Updated-Run PIC X(14).
