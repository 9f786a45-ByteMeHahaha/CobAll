*> Dormant register record layout - one row per Transaction Master
*> key the dormancy run has found idle for longer than the DORMDAYS
*> setting. While a row is dormant, Sort 'n' Report diverts the
*> key's postings to suspense (reason 09); a supervisor reactivates
*> it from the Dormant Accounts screen, and the row stays on file as
*> evidence of the control. Callers supply the record/field prefix
*> via REPLACING, e.g.:
*>   COPY "DormantRecord.cpy" REPLACING ==:PREFIX:== BY ==DM==.
01 :PREFIX:-Record.
  05 :PREFIX:-Key PIC X(10).
  *> D = dormant (postings blocked), A = reactivated.
  05 :PREFIX:-State PIC X(1).
  *> YYYYMMDD of the key's last posting or balance movement, as the
  *> run that flagged it saw it.
  05 :PREFIX:-Last-Activity PIC X(8).
  05 :PREFIX:-Idle-Days PIC 9(5).
  *> YYYYMMDD and run that flagged the key dormant.
  05 :PREFIX:-Flagged-Date PIC X(8).
  05 :PREFIX:-Flagged-Run PIC X(14).
  *> Who reactivated it, when (YYYYMMDDHHMMSS) and why - blank while
  *> the key is still dormant.
  05 :PREFIX:-React-By PIC X(8).
  05 :PREFIX:-React-Stamp PIC X(14).
  05 :PREFIX:-React-Reason PIC X(30).
