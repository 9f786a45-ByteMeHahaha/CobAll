*> Dormant Accounts - front screen.
01 SC-Dorm-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Dormant Accounts".
  05 LINE 4 COL 3 VALUE "----------------".
  05 LINE 6 COL 3 VALUE "1. Run dormancy detection".
  05 LINE 7 COL 3 VALUE "2. Reactivate a dormant key (supervisor)".
  05 LINE 8 COL 3 VALUE "3. Back to the Main Menu".
  05 LINE 10 COL 3 VALUE "Your choice: ".
  05 LINE 10 COL + 1 PIC 9 USING WS-Dorm-Action
    REVERSE-VIDEO
    REQUIRED.

*> Dormant Accounts - which key to reactivate.
01 SC-Dorm-React-Key
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Dormant Accounts - Reactivate".
  05 LINE 4 COL 3 VALUE "-----------------------------".
  05 LINE 6 COL 3 VALUE "Key (blank = back): ".
  05 LINE 6 COL + 1 PIC X(10) USING WS-React-Key
    REVERSE-VIDEO.

*> Dormant Accounts - the register row, the reason and the
*> confirmation.
01 SC-Dorm-React-Confirm
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Dormant Accounts - Reactivate".
  05 LINE 4 COL 3 VALUE "-----------------------------".
  05 LINE 6 COL 3 VALUE "Key:            ".
  05 LINE 6 COL + 1 PIC X(10) FROM DM-Key.
  05 LINE 7 COL 3 VALUE "Last activity:  ".
  05 LINE 7 COL + 1 PIC X(8) FROM DM-Last-Activity.
  05 LINE 8 COL 3 VALUE "Idle (days):    ".
  05 LINE 8 COL + 1 PIC ZZZZ9 FROM DM-Idle-Days.
  05 LINE 9 COL 3 VALUE "Flagged on:     ".
  05 LINE 9 COL + 1 PIC X(8) FROM DM-Flagged-Date.
  05 LINE 11 COL 3 VALUE "Reason (audited): ".
  05 LINE 11 COL + 1 PIC X(30) USING WS-React-Reason
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 13 COL 3 VALUE "Reactivate this key? (Y/N): ".
  05 LINE 13 COL + 1 PIC A USING WS-React-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Dormant Accounts - outcome of the action just taken.
01 SC-Dorm-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Dormant Accounts".
  05 LINE 4 COL 3 VALUE "----------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-Dorm-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".

*> Dormant Accounts - detection run complete.
01 SC-Dorm-Done
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Dormant Accounts - Complete".
  05 LINE 4 COL 3 VALUE "---------------------------".
  05 LINE 6 COL 3 VALUE "Keys Judged:    ".
  05 LINE 6 COL + 1 PIC ZZZ,ZZ9 FROM WS-Keys-Examined.
  05 LINE 7 COL 3 VALUE "Newly Dormant:  ".
  05 LINE 7 COL + 1 PIC ZZZ,ZZ9 FROM WS-Keys-Flagged.
  05 LINE 8 COL 3 VALUE "Still Dormant:  ".
  05 LINE 8 COL + 1 PIC ZZZ,ZZ9 FROM WS-Keys-Dormant.
  05 LINE 9 COL 3 VALUE "Threshold Days: ".
  05 LINE 9 COL + 1 PIC ZZZ9 FROM WS-Cfg-Dorm-Days.
  05 LINE 10 COL 3 VALUE "Report: ".
  05 LINE 10 COL + 1 PIC X(40) FROM WS-Dorm-Report-Path.
  05 LINE 12 COL 3 VALUE "Press Enter to continue.".

*> Dormant Accounts - nothing to judge.
01 SC-Dorm-None
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Dormant Accounts".
  05 LINE 4 COL 3 VALUE "----------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-None-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".
