*> Account re-key request record layout - the one re-key at a time a
*> supervisor has requested and previewed on the Account Re-key
*> screen, parked awaiting a SECOND supervisor's commit (the Mass
*> Update four-eyes rule). Callers supply the record/field prefix
*> via REPLACING, e.g.:
*>   COPY "RekeyPendRecord.cpy" REPLACING ==:PREFIX:== BY ==RP==.
01 :PREFIX:-Record.
  *> "RK" + YYMMDDHHMMSS the request was parked.
  05 :PREFIX:-Ref PIC X(14).
  05 :PREFIX:-Requested-By PIC X(8).
  *> YYYYMMDDHHMMSS the request was parked.
  05 :PREFIX:-Stamp PIC X(14).
  05 :PREFIX:-Old-Key PIC X(10).
  05 :PREFIX:-New-Key PIC X(10).
  *> Days after the commit that postings to the old key are still
  *> redirected rather than suspended.
  05 :PREFIX:-Grace-Days PIC 9(3).
  05 :PREFIX:-Reason PIC X(30).
  *> Rows the preview found carrying the old key, every file.
  05 :PREFIX:-Preview-Rows PIC 9(7).
