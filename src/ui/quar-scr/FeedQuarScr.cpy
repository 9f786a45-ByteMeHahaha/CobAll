*> Feed Quarantine - the feeds awaiting a decision.
01 SC-Feed-Quar-List
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Feed Quarantine".
  05 LINE 4 COL 3 VALUE "---------------".
  05 LINE 5 COL 3 VALUE "Feeds whose reject rate passed their ceiling - nothing posted.".
  05 LINE 7 COL 3 VALUE " #  Feed     Gen   Quar'd      Read  Rejected  Rate%  Ceil%".
  05 LINE 8 COL 3 PIC X(70) FROM WS-Quar-Line(1).
  05 LINE 9 COL 3 PIC X(70) FROM WS-Quar-Line(2).
  05 LINE 10 COL 3 PIC X(70) FROM WS-Quar-Line(3).
  05 LINE 11 COL 3 PIC X(70) FROM WS-Quar-Line(4).
  05 LINE 12 COL 3 PIC X(70) FROM WS-Quar-Line(5).
  05 LINE 13 COL 3 PIC X(70) FROM WS-Quar-Line(6).
  05 LINE 14 COL 3 PIC X(70) FROM WS-Quar-Line(7).
  05 LINE 15 COL 3 PIC X(70) FROM WS-Quar-Line(8).
  05 LINE 16 COL 3 PIC X(70) FROM WS-Quar-Line(9).
  05 LINE 17 COL 3 PIC X(70) FROM WS-Quar-Line(10).
  05 LINE 18 COL 3 PIC X(60) FROM WS-Quar-More-Label.
  05 LINE 20 COL 3 VALUE "Line to decide (0 = back): ".
  05 LINE 20 COL + 1 PIC 99 USING WS-Quar-Choice
    REVERSE-VIDEO.

*> Feed Quarantine - the picked feed and the supervisor's decision.
01 SC-Feed-Quar-Decide
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Feed Quarantine - Decide".
  05 LINE 4 COL 3 VALUE "------------------------".
  05 LINE 6 COL 3 VALUE "Feed:               ".
  05 LINE 6 COL + 1 PIC X(8) FROM QR-Feed.
  05 LINE 7 COL 3 VALUE "Generation:         ".
  05 LINE 7 COL + 1 PIC X(4) FROM QR-Generation.
  05 LINE 8 COL 3 VALUE "Quarantined:        ".
  05 LINE 8 COL + 1 PIC X(14) FROM QR-Stamp.
  05 LINE 9 COL 3 VALUE "Records read:       ".
  05 LINE 9 COL + 1 PIC ZZZ,ZZ9 FROM QR-Records-Read.
  05 LINE 10 COL 3 VALUE "Rejected:           ".
  05 LINE 10 COL + 1 PIC ZZZ,ZZ9 FROM QR-Records-Rejected.
  05 LINE 11 COL 3 VALUE "Reject rate %:      ".
  05 LINE 11 COL + 1 PIC X(6) FROM WS-Quar-Rate-Disp.
  05 LINE 11 COL + 2 VALUE "ceiling %:".
  05 LINE 11 COL + 1 PIC X(6) FROM WS-Quar-Ceiling-Disp.
  05 LINE 12 COL 3 VALUE "Extract held as:    ".
  05 LINE 12 COL + 1 PIC X(50) FROM QR-Quar-Path.
  05 LINE 14 COL 3 VALUE "R = release - the next run of the feed posts it past the ceiling".
  05 LINE 15 COL 3 VALUE "J = reject  - the reject report goes back to the counterparty".
  05 LINE 17 COL 3 VALUE "Decision (R/J): ".
  05 LINE 17 COL + 1 PIC A USING WS-Quar-Action
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 18 COL 3 VALUE "Confirm (Y/N):  ".
  05 LINE 18 COL + 1 PIC A USING WS-Quar-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Feed Quarantine - outcome of the decision.
01 SC-Feed-Quar-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Feed Quarantine".
  05 LINE 4 COL 3 VALUE "---------------".
  05 LINE 6 COL 3 PIC X(70) FROM WS-Quar-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".
