  05 LINE 11 COL 3 PIC X(40) FROM WS-Print-Queue-Label.
  05 LINE 12 COL 3 PIC X(40) FROM WS-Reconcile-Header-Label.
  05 LINE 13 COL 5 PIC X(60) FROM WS-Reconcile-Detail-Label.
  05 LINE 14 COL 3 PIC X(70) FROM WS-Quarantine-Label.
  05 LINE 15 COL 3 VALUE "Press Enter to return to the Main Menu.".
