*> User-defined report definition record layout - one row per named
*> report a supervisor has laid out on the Report Writer screen:
*> which Transaction Master fields it shows, which records it
*> selects (the same key range, date range and status list the
*> Filter utility takes), how it is sorted, where it breaks and
*> whether it totals. Run by name off the screen, from batch and
*> from Schedule.dat. Callers supply the record/field prefix via
*> REPLACING, e.g.:
*>   COPY "RptDefRecord.cpy" REPLACING ==:PREFIX:== BY ==RD==.
01 :PREFIX:-Record.
  05 :PREFIX:-Name PIC X(8).
  05 :PREFIX:-Title PIC X(40).
  *> Who last saved the definition, and when (YYYYMMDDHHMMSS).
  05 :PREFIX:-Owner PIC X(8).
  05 :PREFIX:-Stamp PIC X(14).
  *> "Y" shows the column, in this order across the page.
  05 :PREFIX:-Fields.
    10 :PREFIX:-Show-Key PIC X(1).
    10 :PREFIX:-Show-Branch PIC X(1).
    10 :PREFIX:-Show-Acct PIC X(1).
    10 :PREFIX:-Show-Status PIC X(1).
    10 :PREFIX:-Show-Currency PIC X(1).
    10 :PREFIX:-Show-Amount PIC X(1).
    10 :PREFIX:-Show-Converted PIC X(1).
    10 :PREFIX:-Show-Value-Date PIC X(1).
  *> Selection - a blank bound is no bound, a blank list is every
  *> status.
  05 :PREFIX:-Key-Lo PIC X(10).
  05 :PREFIX:-Key-Hi PIC X(10).
  05 :PREFIX:-Date-Lo PIC X(8).
  05 :PREFIX:-Date-Hi PIC X(8).
  05 :PREFIX:-Statuses PIC X(10).
  *> 1 = key, 2 = value date, 3 = amount, 4 = status, 5 = currency;
  *> "Y" sorts it descending.
  05 :PREFIX:-Sort-By PIC 9(1).
  05 :PREFIX:-Sort-Desc PIC X(1).
  *> Control break: 0 = none, 1 = branch, 2 = status, 3 = currency,
  *> 4 = value date. The break field sorts ahead of the sort field.
  05 :PREFIX:-Break-On PIC 9(1).
  *> "Y" prints count/amount totals at each break and at the end.
  05 :PREFIX:-Totals PIC X(1).
