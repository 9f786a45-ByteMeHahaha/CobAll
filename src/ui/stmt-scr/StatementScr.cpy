    REVERSE-VIDEO.
  05 LINE 12 COL 3 VALUE "(cycle mode ignores the keys above and selects".
  05 LINE 13 COL 3 VALUE " everything due today off StmtCycle.dat)".
  05 LINE 15 COL 3 VALUE "One combined statement per CUSTOMER instead? (Y/N): ".
  05 LINE 15 COL + 1 PIC A USING WS-Stmt-Cust-Flag
    REVERSE-VIDEO.
  05 LINE 16 COL 3 VALUE "Customer from: ".
  05 LINE 16 COL + 1 PIC X(8) USING WS-Stmt-Cust-From
    REVERSE-VIDEO.
  05 LINE 16 COL + 2 VALUE "to (blank = just that one): ".
  05 LINE 16 COL + 1 PIC X(8) USING WS-Stmt-Cust-To
    REVERSE-VIDEO.
  05 LINE 17 COL 3 VALUE "(customer mode ignores the keys and cycle above;".
  05 LINE 18 COL 3 VALUE " a blank From prints every customer)".
  05 LINE 20 COL 3 VALUE "PAST PERIOD off the posting history - from (YYYYMMDD): ".
  05 LINE 20 COL + 1 PIC X(8) USING WS-Stmt-Period-From
    REVERSE-VIDEO.
  05 LINE 21 COL 3 VALUE "to (blank = today): ".
  05 LINE 21 COL + 1 PIC X(8) USING WS-Stmt-Period-To
    REVERSE-VIDEO.
  05 LINE 22 COL 3 VALUE "(a period prints the keys above for it; blank = today's extract)".

*> Statement Generation - completion screen.
01 SC-Statement-Done
