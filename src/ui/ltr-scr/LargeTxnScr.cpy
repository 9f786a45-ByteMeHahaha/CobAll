*> Large Transaction Monitoring - front screen.
01 SC-Mon-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Large Transaction Monitoring".
  05 LINE 4 COL 3 VALUE "----------------------------".
  05 LINE 6 COL 3 VALUE "1. Run the day's monitoring".
  05 LINE 7 COL 3 VALUE "2. Work the structuring case list".
  05 LINE 8 COL 3 VALUE "3. Back to the Main Menu".
  05 LINE 10 COL 3 VALUE "Your choice: ".
  05 LINE 10 COL + 1 PIC 9 USING WS-Mon-Action
    REVERSE-VIDEO
    REQUIRED.

*> Large Transaction Monitoring - one open structuring case, and
*> the investigator's call on it.
01 SC-Mon-Case
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Large Transaction Monitoring - Case".
  05 LINE 4 COL 3 VALUE "-----------------------------------".
  05 LINE 6 COL 3 VALUE "Key:              ".
  05 LINE 6 COL + 1 PIC X(10) FROM SX-Key.
  05 LINE 7 COL 3 VALUE "Case opened:      ".
  05 LINE 7 COL + 1 PIC X(8) FROM SX-Opened.
  05 LINE 8 COL 3 VALUE "Just-under items: ".
  05 LINE 8 COL + 1 PIC ZZZZ9 FROM SX-Item-Count.
  05 LINE 9 COL 3 VALUE "Their total:      ".
  05 LINE 9 COL + 1 PIC ZZ,ZZZ,ZZZ,ZZ9.99 FROM SX-Item-Total.
  05 LINE 10 COL 3 VALUE "Dated:            ".
  05 LINE 10 COL + 1 PIC X(8) FROM SX-First-Date.
  05 LINE 10 COL + 1 VALUE "to".
  05 LINE 10 COL + 1 PIC X(8) FROM SX-Last-Date.
  05 LINE 12 COL 3 VALUE "Disposition (N = no further action, M = monitor,".
  05 LINE 13 COL 3 VALUE "  E = escalated, R = reported): ".
  05 LINE 13 COL + 1 PIC X(1) USING WS-Entry-Disposition
    REVERSE-VIDEO.
  05 LINE 14 COL 3 VALUE "Note (audited): ".
  05 LINE 14 COL + 1 PIC X(40) USING WS-Entry-Note
    REVERSE-VIDEO.
  05 LINE 16 COL 3 VALUE "Y = save, S = skip, X = stop: ".
  05 LINE 16 COL + 1 PIC A USING WS-Case-Choice
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 18 COL 3 PIC X(60) FROM WS-Case-Msg.

*> Large Transaction Monitoring - outcome of the action just taken.
01 SC-Mon-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Large Transaction Monitoring".
  05 LINE 4 COL 3 VALUE "----------------------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-Mon-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".

*> Large Transaction Monitoring - the day's run complete.
01 SC-Mon-Done
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Large Transaction Monitoring - Complete".
  05 LINE 4 COL 3 VALUE "---------------------------------------".
  05 LINE 6 COL 3 VALUE "Extract Items:      ".
  05 LINE 6 COL + 1 PIC ZZZ,ZZ9 FROM WS-Items-Read.
  05 LINE 7 COL 3 VALUE "Items Reported:     ".
  05 LINE 7 COL + 1 PIC ZZZ,ZZ9 FROM WS-Items-Reported.
  05 LINE 8 COL 3 VALUE "Cases Opened:       ".
  05 LINE 8 COL + 1 PIC ZZZ,ZZ9 FROM WS-Cases-Opened.
  05 LINE 9 COL 3 VALUE "Cases Updated:      ".
  05 LINE 9 COL + 1 PIC ZZZ,ZZ9 FROM WS-Cases-Updated.
  05 LINE 10 COL 3 VALUE "Return:  ".
  05 LINE 10 COL + 1 PIC X(40) FROM WS-Reg-Return-Path.
  05 LINE 11 COL 3 VALUE "Listing: ".
  05 LINE 11 COL + 1 PIC X(40) FROM WS-Mon-Listing-Path.
  05 LINE 13 COL 3 VALUE "Press Enter to continue.".

*> Large Transaction Monitoring - nothing to monitor.
01 SC-Mon-None
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Large Transaction Monitoring".
  05 LINE 4 COL 3 VALUE "----------------------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-None-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".
