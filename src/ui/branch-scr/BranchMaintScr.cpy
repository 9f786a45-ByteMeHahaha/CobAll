  05 LINE 12 COL 3 VALUE "Closed (YYYYMMDD, blank = open):   ".
  05 LINE 12 COL + 1 PIC X(8) USING WS-Maint-Closed
    REVERSE-VIDEO.
  05 LINE 13 COL 3 VALUE "Check digit (blank, L = Luhn, W = mod 11): ".
  05 LINE 13 COL + 1 PIC X(1) USING WS-Maint-Scheme
    REVERSE-VIDEO.

*> Branch Reference Maintenance - delete confirmation, showing the
*> stored row about to be removed.
