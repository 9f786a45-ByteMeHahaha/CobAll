  05 LINE 13 COL 3 VALUE "Terminals (up to 3, blank = any):  ".
  05 LINE 13 COL + 1 PIC X(24) USING WS-Maint-Terminals
    REVERSE-VIDEO.
  05 LINE 15 COL 3 VALUE "Data scope - both blank = head office, all branches".
  05 LINE 16 COL 3 VALUE "Branches (up to 8, space-separated):".
  05 LINE 16 COL + 1 PIC X(40) USING WS-Maint-Branches
    REVERSE-VIDEO.
  05 LINE 17 COL 3 VALUE "Regions (up to 3):                  ".
  05 LINE 17 COL + 1 PIC X(10) USING WS-Maint-Region-1
    REVERSE-VIDEO.
  05 LINE 17 COL + 2 PIC X(10) USING WS-Maint-Region-2
    REVERSE-VIDEO.
  05 LINE 17 COL + 2 PIC X(10) USING WS-Maint-Region-3
    REVERSE-VIDEO.

*> Operator Profile Maintenance - delete confirmation.
01 SC-Oper-Maint-Confirm
