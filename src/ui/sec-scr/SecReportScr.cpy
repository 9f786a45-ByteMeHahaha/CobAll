*> Security Exception Report - period and trail to report on.
01 SC-Sec-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Security Exception Report".
  05 LINE 4 COL 3 VALUE "-------------------------".
  05 LINE 6 COL 3 VALUE "1. Daily report".
  05 LINE 7 COL 3 VALUE "2. Monthly report".
  05 LINE 8 COL 3 VALUE "3. Back to the Main Menu".
  05 LINE 10 COL 3 VALUE "Your choice: ".
  05 LINE 10 COL + 1 PIC 9 USING WS-Sec-Action
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 12 COL 3 VALUE "Day (YYYYMMDD, for 1):  ".
  05 LINE 12 COL + 1 PIC X(8) USING WS-Sec-Date
    REVERSE-VIDEO.
  05 LINE 13 COL 3 VALUE "Month (YYYYMM, for 2):  ".
  05 LINE 13 COL + 1 PIC X(6) USING WS-Sec-Month
    REVERSE-VIDEO.
  05 LINE 14 COL 3 VALUE "Audit trail:            ".
  05 LINE 14 COL + 1 PIC X(40) USING WS-Sec-Audit-Path
    REVERSE-VIDEO.
  05 LINE 16 COL 3 VALUE "Name a dated Audit-YYYYMMDD.log archive for a".
  05 LINE 17 COL 3 VALUE "period housekeeping has already cut over.".

*> Security Exception Report - why nothing was run.
01 SC-Sec-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Security Exception Report".
  05 LINE 4 COL 3 VALUE "-------------------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-Sec-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".

*> Security Exception Report - report complete.
01 SC-Sec-Done
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Security Exception Report - Complete".
  05 LINE 4 COL 3 VALUE "------------------------------------".
  05 LINE 6 COL 3 VALUE "Period:                  ".
  05 LINE 6 COL + 1 PIC X(20) FROM WS-Sec-Period-Label.
  05 LINE 7 COL 3 VALUE "Failed Logins:           ".
  05 LINE 7 COL + 1 PIC ZZ,ZZ9 FROM WS-Sec-Failed.
  05 LINE 8 COL 3 VALUE "  Outside the Window:    ".
  05 LINE 8 COL + 1 PIC ZZ,ZZ9 FROM WS-Sec-Out-Of-Hours.
  05 LINE 9 COL 3 VALUE "  Barred Terminal:       ".
  05 LINE 9 COL + 1 PIC ZZ,ZZ9 FROM WS-Sec-Wrong-Terminal.
  05 LINE 10 COL 3 VALUE "Lockouts:                ".
  05 LINE 10 COL + 1 PIC ZZ,ZZ9 FROM WS-Sec-Lockouts.
  05 LINE 11 COL 3 VALUE "  Not Unlocked:          ".
  05 LINE 11 COL + 1 PIC ZZ,ZZ9 FROM WS-Sec-Still-Locked.
  05 LINE 12 COL 3 VALUE "Menu Choices Refused:    ".
  05 LINE 12 COL + 1 PIC ZZ,ZZ9 FROM WS-Sec-Denied.
  05 LINE 13 COL 3 VALUE "Own-Profile Actions:     ".
  05 LINE 13 COL + 1 PIC ZZ,ZZ9 FROM WS-Sec-Own-Record.
  05 LINE 14 COL 3 VALUE "Report: ".
  05 LINE 14 COL + 1 PIC X(40) FROM WS-Sec-Report-Path.
  05 LINE 16 COL 3 VALUE "Press Enter to continue.".
