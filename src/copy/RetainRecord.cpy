*> Personal data retention register record layout - one row per
*> Transaction Master key whose customer relationship has ended,
*> with the date it ended. Once the retention period in
*> Retention.dat (PDYEARS) has run from that date, the anonymisation
*> run replaces the key's name and contact on AcctRef.dat and in the
*> statement archive with a token, and stamps the row - the
*> financial history itself is never touched. Callers supply the
*> record/field prefix via REPLACING, e.g.:
*>   COPY "RetainRecord.cpy" REPLACING ==:PREFIX:== BY ==RR==.
01 :PREFIX:-Record.
  05 :PREFIX:-Key PIC X(10).
  *> YYYYMMDD the relationship ended - retention runs from here.
  05 :PREFIX:-Ended-Date PIC X(8).
  *> Free reason code, e.g. CLSD (closed), DECD, XFER.
  05 :PREFIX:-Reason PIC X(4).
  05 :PREFIX:-Recorded-By PIC X(8).
  05 :PREFIX:-Recorded-Stamp PIC X(14).
  *> Blank until the key is anonymised: when (YYYYMMDDHHMMSS), the
  *> token that replaced the personal data, and the run that did it.
  05 :PREFIX:-Anon-Stamp PIC X(14).
  05 :PREFIX:-Anon-Token PIC X(24).
  05 :PREFIX:-Anon-Run PIC X(14).
  *> "Y" once the statement archive has been cleansed too - a run
  *> that anonymised the reference but could not rewrite the
  *> archive leaves it blank, and the next run finishes the job.
  05 :PREFIX:-Arch-Done PIC X(1).
