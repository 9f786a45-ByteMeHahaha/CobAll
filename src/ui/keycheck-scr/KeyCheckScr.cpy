*> Key Check-Digit Report - completion screen.
01 SC-Key-Check-Done
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Key Check-Digit Report - Complete".
  05 LINE 4 COL 3 VALUE "---------------------------------".
  05 LINE 6 COL 3 VALUE "                        Checked   Failed".
  05 LINE 7 COL 3 VALUE "Transaction master:   ".
  05 LINE 7 COL + 1 PIC ZZZ,ZZ9 FROM WS-Master-Checked.
  05 LINE 7 COL + 2 PIC ZZZ,ZZ9 FROM WS-Master-Failed.
  05 LINE 8 COL 3 VALUE "Account reference:    ".
  05 LINE 8 COL + 1 PIC ZZZ,ZZ9 FROM WS-Acct-Checked.
  05 LINE 8 COL + 2 PIC ZZZ,ZZ9 FROM WS-Acct-Failed.
  05 LINE 9 COL 3 VALUE "Keys with no scheme:  ".
  05 LINE 9 COL + 1 PIC ZZZ,ZZ9 FROM WS-Keys-Unchecked.
  05 LINE 11 COL 3 PIC X(76) FROM WS-Key-Check-Note.
  05 LINE 12 COL 3 VALUE "Report File:  ".
  05 LINE 12 COL + 1 PIC X(60) FROM WS-Key-Report-Path.
  05 LINE 14 COL 3 VALUE "Press Enter to return to the Main Menu.".
