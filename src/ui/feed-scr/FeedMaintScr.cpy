  05 LINE 12 COL 3 VALUE "Expected by (HHMM, blank=none): ".
  05 LINE 12 COL + 1 PIC X(4) USING WS-Maint-Arrival
    REVERSE-VIDEO.
  05 LINE 13 COL 3 VALUE "Reject ceiling % (0=none):  ".
  05 LINE 13 COL + 1 PIC 9(3)V99 USING WS-Maint-Reject-Ceiling
    REVERSE-VIDEO.
  05 LINE 14 COL 3 VALUE "(a feed rejecting more than this is quarantined, not posted)".

*> Feed Registry - delete confirmation.
01 SC-Feed-Maint-Confirm
