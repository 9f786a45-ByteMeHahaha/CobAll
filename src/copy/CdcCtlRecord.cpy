*> Warehouse delta feed control record layout - the one row that
*> says how far into TMJournal.dat the last delta extraction got.
*> The next extraction starts at the entry after Last-Seq, so a
*> rerun neither repeats nor misses an entry; the stamp of that
*> entry is kept so a journal that no longer matches the point
*> (replaced or truncated by hand) is refused rather than guessed
*> at. Callers supply the record/field prefix via REPLACING, e.g.:
*>   COPY "CdcCtlRecord.cpy" REPLACING ==:PREFIX:== BY ==CC==.
01 :PREFIX:-Record.
  *> Journal entries consumed so far, counted from the top of the
  *> file, and the YYYYMMDDHHMMSS stamp of the last of them.
  05 :PREFIX:-Last-Seq PIC 9(9).
  05 :PREFIX:-Last-Stamp PIC X(14).
  *> The run that moved the point, when, and the delta it wrote.
  05 :PREFIX:-Run-ID PIC X(14).
  05 :PREFIX:-Extracted PIC X(14).
  05 :PREFIX:-Last-File PIC X(40).
