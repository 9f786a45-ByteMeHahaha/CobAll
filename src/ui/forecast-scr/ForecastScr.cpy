*> Liquidity Forecast - how far ahead to project.
01 SC-Forecast-Ask
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Liquidity Forecast".
  05 LINE 4 COL 3 VALUE "------------------".
  05 LINE 6 COL 3 VALUE "Days ahead from tomorrow (1-90): ".
  05 LINE 6 COL + 1 PIC 99 USING WS-Fc-Days
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 8 COL 3 VALUE "Each currency is projected day by day from today's".
  05 LINE 9 COL 3 VALUE "master: standing instructions, accruals and the".
  05 LINE 10 COL 3 VALUE "value-dated items waiting in the extracts and the".
  05 LINE 11 COL 3 VALUE "forward-dated warehouse.".

*> Liquidity Forecast - forecast complete.
01 SC-Forecast-Done
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Liquidity Forecast - Complete".
  05 LINE 4 COL 3 VALUE "-----------------------------".
  05 LINE 6 COL 3 VALUE "Horizon ends:       ".
  05 LINE 6 COL + 1 PIC X(8) FROM WS-Horizon-End.
  05 LINE 7 COL 3 VALUE "Currencies:         ".
  05 LINE 7 COL + 1 PIC ZZZ,ZZ9 FROM WS-Currencies-Reported.
  05 LINE 8 COL 3 VALUE "Instruction Dates:  ".
  05 LINE 8 COL + 1 PIC ZZZ,ZZ9 FROM WS-SI-Projected.
  05 LINE 9 COL 3 VALUE "Extract Items:      ".
  05 LINE 9 COL + 1 PIC ZZZ,ZZ9 FROM WS-Extract-Items-Read.
  05 LINE 10 COL 3 VALUE "Negative Days:      ".
  05 LINE 10 COL + 1 PIC ZZZ,ZZ9 FROM WS-Negative-Days.
  05 LINE 11 COL 3 VALUE "Report: ".
  05 LINE 11 COL + 1 PIC X(40) FROM WS-Forecast-Report-Path.
  05 LINE 13 COL 3 VALUE "Press Enter to continue.".

*> Liquidity Forecast - nothing to project.
01 SC-Forecast-None
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Liquidity Forecast".
  05 LINE 4 COL 3 VALUE "------------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-None-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".
