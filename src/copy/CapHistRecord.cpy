*> Data file capacity history - one row per monitored file per day
*> it was measured, keyed on the file name then the date, so a
*> file's samples read back in date order. A second measurement the
*> same day replaces that day's row. The all-files total is kept
*> under the name "(all files)". Callers supply the record/field
*> prefix via REPLACING, e.g.:
*>   COPY "CapHistRecord.cpy" REPLACING ==:PREFIX:== BY ==CH==.
01 :PREFIX:-Record.
  05 :PREFIX:-Key.
    10 :PREFIX:-File PIC X(24).
    10 :PREFIX:-Date PIC X(8).
  05 :PREFIX:-Bytes PIC 9(15).
  *> Records in the file - counted line by line for the sequential
  *> files (C), estimated from the size over the record length for
  *> the keyed files (E).
  05 :PREFIX:-Records PIC 9(11).
  05 :PREFIX:-Count-Basis PIC X(1).
  *> Bytes a day the file grew by (negative when it shrank) over the
  *> growth window, and the days left at that rate until it reaches
  *> its ceiling - 99999 when it is not growing or has no ceiling.
  05 :PREFIX:-Growth-Per-Day PIC S9(13).
  05 :PREFIX:-Days-Left PIC 9(5).
  05 :PREFIX:-Ceiling-Bytes PIC 9(15).
  05 :PREFIX:-Pct-Used PIC 9(3).
  *> Blank = within limits, W = past the warning level, C = at or
  *> past the ceiling.
  05 :PREFIX:-Level PIC X(1).
  05 :PREFIX:-Run-ID PIC X(14).
