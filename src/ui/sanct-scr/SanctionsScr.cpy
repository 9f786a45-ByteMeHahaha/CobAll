*> Sanctions Screening - front screen.
01 SC-Sanct-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Sanctions Screening".
  05 LINE 4 COL 3 VALUE "-------------------".
  05 LINE 6 COL 3 VALUE "1. Load the week's watch list".
  05 LINE 7 COL 3 VALUE "2. Screen every account name".
  05 LINE 8 COL 3 VALUE "3. Review the hits".
  05 LINE 9 COL 3 VALUE "4. Back to the Main Menu".
  05 LINE 11 COL 3 VALUE "Your choice: ".
  05 LINE 11 COL + 1 PIC 9 USING WS-Sanct-Action
    REVERSE-VIDEO
    REQUIRED.

*> Sanctions Screening - one open hit, and the officer's call on it.
01 SC-Sanct-Hit
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Sanctions Screening - Review".
  05 LINE 4 COL 3 VALUE "----------------------------".
  05 LINE 6 COL 3 VALUE "Account key:  ".
  05 LINE 6 COL + 1 PIC X(10) FROM SH-Acct-Key.
  05 LINE 7 COL 3 VALUE "Account name: ".
  05 LINE 7 COL + 1 PIC X(30) FROM SH-Acct-Name.
  05 LINE 9 COL 3 VALUE "List entry:   ".
  05 LINE 9 COL + 1 PIC X(10) FROM SH-List-ID.
  05 LINE 10 COL 3 VALUE "Listed name:  ".
  05 LINE 10 COL + 1 PIC X(60) FROM SH-List-Name.
  05 LINE 11 COL 3 VALUE "Match:        ".
  05 LINE 11 COL + 1 PIC X(10) FROM WS-Match-Label.
  05 LINE 12 COL 3 VALUE "First found:  ".
  05 LINE 12 COL + 1 PIC X(14) FROM SH-Found-Stamp.
  05 LINE 14 COL 3 VALUE "Note (audited): ".
  05 LINE 14 COL + 1 PIC X(40) USING WS-Review-Note
    REVERSE-VIDEO.
  05 LINE 16 COL 3 VALUE "C = confirm and hold the key, F = false positive,".
  05 LINE 17 COL 3 VALUE "S = skip, X = stop: ".
  05 LINE 17 COL + 1 PIC A USING WS-Review-Choice
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 19 COL 3 PIC X(60) FROM WS-Review-Msg.

*> Sanctions Screening - outcome of the action just taken.
01 SC-Sanct-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Sanctions Screening".
  05 LINE 4 COL 3 VALUE "-------------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-Sanct-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".

*> Sanctions Screening - screening run complete.
01 SC-Sanct-Done
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Sanctions Screening - Complete".
  05 LINE 4 COL 3 VALUE "------------------------------".
  05 LINE 6 COL 3 VALUE "Accounts Screened:  ".
  05 LINE 6 COL + 1 PIC ZZZ,ZZ9 FROM WS-Accounts-Read.
  05 LINE 7 COL 3 VALUE "Accounts With Hits: ".
  05 LINE 7 COL + 1 PIC ZZZ,ZZ9 FROM WS-Accounts-Hit.
  05 LINE 8 COL 3 VALUE "Hits For Review:    ".
  05 LINE 8 COL + 1 PIC ZZZ,ZZ9 FROM WS-Hits-Queued.
  05 LINE 9 COL 3 VALUE "Listing: ".
  05 LINE 9 COL + 1 PIC X(40) FROM WS-Screen-Listing-Path.
  05 LINE 11 COL 3 VALUE "Press Enter to continue.".

*> Sanctions Screening - nothing to screen.
01 SC-Sanct-None
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Sanctions Screening".
  05 LINE 4 COL 3 VALUE "-------------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-None-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".
