*> Rate Feed Load - what is expected, and whether to load it now.
01 SC-Rload-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Rate Feed Load".
  05 LINE 4 COL 3 VALUE "--------------".
  05 LINE 6 COL 3 VALUE "Provider file:       ".
  05 LINE 6 COL + 1 PIC X(40) FROM WS-Feed-Path.
  05 LINE 7 COL 3 VALUE "Due by (HHMM):       ".
  05 LINE 7 COL + 1 PIC 9(4) FROM WS-Cfg-Rate-Cutoff.
  05 LINE 7 COL + 2 VALUE "(RATECUTOFF in settings; 0 = no cut-off)".
  05 LINE 8 COL 3 VALUE "Last effective date: ".
  05 LINE 8 COL + 1 PIC X(8) FROM RC-Last-Eff-Date.
  05 LINE 8 COL + 2 VALUE "loaded".
  05 LINE 8 COL + 1 PIC X(8) FROM RC-Loaded-Date.
  05 LINE 10 COL 3
    VALUE "Rates moving beyond their tolerance are held for a supervisor".
  05 LINE 11 COL 3
    VALUE "on Exchange Rate Maintenance; omitted currencies roll forward.".
  05 LINE 13 COL 3 VALUE "Load the rate feed now? (Y/N): ".
  05 LINE 13 COL + 1 PIC A USING WS-Rload-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Rate Feed Load - outcome of the load.
01 SC-Rload-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Rate Feed Load".
  05 LINE 4 COL 3 VALUE "--------------".
  05 LINE 6 COL 3 PIC X(76) FROM WS-Rload-Result-Label.
  05 LINE 7 COL 3 PIC X(76) FROM WS-Rload-Result-Detail.
  05 LINE 9 COL 3 VALUE "Press Enter to continue.".
