*> Average Daily Balance - the date range to average over.
01 SC-Avg-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Average Daily Balance".
  05 LINE 4 COL 3 VALUE "---------------------".
  05 LINE 6 COL 3 VALUE "Average from date (YYYYMMDD): ".
  05 LINE 6 COL + 1 PIC X(8) USING WS-Date-From
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 7 COL 3 VALUE "Average to date   (YYYYMMDD): ".
  05 LINE 7 COL + 1 PIC X(8) USING WS-Date-To
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 9 COL 3 VALUE "Up to 366 days, ending no later than today. A day with".
  05 LINE 10 COL 3 VALUE "no snapshot (a holiday, or a missed run) carries the".
  05 LINE 11 COL 3 VALUE "balance of the day before.".

*> Average Daily Balance - completion screen.
01 SC-Avg-Done
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Average Daily Balance - Complete".
  05 LINE 4 COL 3 VALUE "--------------------------------".
  05 LINE 6 COL 3 VALUE "Keys Averaged:       ".
  05 LINE 6 COL + 1 PIC ZZZ,ZZ9 FROM WS-Keys-Reported.
  05 LINE 7 COL 3 VALUE "Days in Range:       ".
  05 LINE 7 COL + 1 PIC ZZZ,ZZ9 FROM WS-Range-Days.
  05 LINE 8 COL 3 VALUE "Open Days Unsnapped: ".
  05 LINE 8 COL + 1 PIC ZZZ,ZZ9 FROM WS-Gap-Days.
  05 LINE 9 COL 3 VALUE "Keys in Debit:       ".
  05 LINE 9 COL + 1 PIC ZZZ,ZZ9 FROM WS-Keys-In-Debit.
  05 LINE 11 COL 3 VALUE "Report: ".
  05 LINE 11 COL + 1 PIC X(60) FROM WS-Avg-Report-Path.
  05 LINE 12 COL 3 VALUE "CSV:    ".
  05 LINE 12 COL + 1 PIC X(60) FROM WS-Avg-Csv-Path.
  05 LINE 14 COL 3 VALUE "Press Enter to return to the Main Menu.".

*> Average Daily Balance - nothing to average, or a bad range.
01 SC-Avg-None
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Average Daily Balance".
  05 LINE 4 COL 3 VALUE "---------------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-None-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to return to the Main Menu.".
