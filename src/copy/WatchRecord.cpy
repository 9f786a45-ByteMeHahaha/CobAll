*> Watch-list record layout - one row per entry on the sanctions
*> list as last loaded from the weekly file, keyed on the list's own
*> entry reference. The loader replaces the whole file each week;
*> the screening compares every account name against the names
*> here. Callers supply the record/field prefix via REPLACING, e.g.:
*>   COPY "WatchRecord.cpy" REPLACING ==:PREFIX:== BY ==WL==.
01 :PREFIX:-Record.
  05 :PREFIX:-ID PIC X(10).
  *> The name as the list publishes it - normalised at screening
  *> time, never stored normalised, so the reviewer sees the source.
  05 :PREFIX:-Name PIC X(60).
  *> YYYYMMDD of the load that brought the entry in.
  05 :PREFIX:-Loaded PIC X(8).
