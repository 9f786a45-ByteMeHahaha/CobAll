*> Settings History - which versions, and what to do with them.
01 SC-CfgH-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Settings History".
  05 LINE 4 COL 3 VALUE "----------------".
  05 LINE 5 COL 3 VALUE "This session saves to: ".
  05 LINE 5 COL + 1 PIC X(20) FROM WS-CfgH-Own-Config.
  05 LINE 6 COL 3 VALUE "Latest version of it:  ".
  05 LINE 6 COL + 1 PIC Z(5)9 FROM WS-CfgH-Own-Latest.
  05 LINE 8 COL 3 VALUE "1. List the saved versions".
  05 LINE 9 COL 3 VALUE "2. Compare version A with version B".
  05 LINE 10 COL 3 VALUE "3. Restore version A".
  05 LINE 11 COL 3 VALUE "4. Back to the Main Menu".
  05 LINE 13 COL 3 VALUE "Your choice: ".
  05 LINE 13 COL + 1 PIC 9 USING WS-CfgH-Action
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 15 COL 3 VALUE "Version A: ".
  05 LINE 15 COL + 1 PIC 9(6) USING WS-CfgH-Ver-A
    REVERSE-VIDEO.
  05 LINE 16 COL 3 VALUE "Version B: ".
  05 LINE 16 COL + 1 PIC 9(6) USING WS-CfgH-Ver-B
    REVERSE-VIDEO.
  05 LINE 18 COL 3 VALUE "A restore saves the old cards back as a new version -".
  05 LINE 19 COL 3 VALUE "nothing on the history is ever overwritten.".

*> Settings History - one page of versions or of a comparison.
01 SC-CfgH-List
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 1 COL 3 PIC X(60) FROM WS-CfgH-List-Title.
  05 LINE 2 COL 3 PIC X(74) FROM WS-CfgH-List-Heading.
  05 LINE 3 COL 3 PIC X(74) FROM WS-CfgH-Line(1).
  05 LINE 4 COL 3 PIC X(74) FROM WS-CfgH-Line(2).
  05 LINE 5 COL 3 PIC X(74) FROM WS-CfgH-Line(3).
  05 LINE 6 COL 3 PIC X(74) FROM WS-CfgH-Line(4).
  05 LINE 7 COL 3 PIC X(74) FROM WS-CfgH-Line(5).
  05 LINE 8 COL 3 PIC X(74) FROM WS-CfgH-Line(6).
  05 LINE 9 COL 3 PIC X(74) FROM WS-CfgH-Line(7).
  05 LINE 10 COL 3 PIC X(74) FROM WS-CfgH-Line(8).
  05 LINE 11 COL 3 PIC X(74) FROM WS-CfgH-Line(9).
  05 LINE 12 COL 3 PIC X(74) FROM WS-CfgH-Line(10).
  05 LINE 13 COL 3 PIC X(74) FROM WS-CfgH-Line(11).
  05 LINE 14 COL 3 PIC X(74) FROM WS-CfgH-Line(12).
  05 LINE 15 COL 3 PIC X(74) FROM WS-CfgH-Line(13).
  05 LINE 16 COL 3 PIC X(74) FROM WS-CfgH-Line(14).
  05 LINE 17 COL 3 PIC X(74) FROM WS-CfgH-Line(15).
  05 LINE 19 COL 3 PIC X(60) FROM WS-CfgH-List-Footer.
  05 LINE 20 COL 3 VALUE "More? (Enter=continue, N=stop): ".
  05 LINE 20 COL + 1 PIC A USING WS-CfgH-Stop.

*> Settings History - what the restore will do, and the approval.
01 SC-CfgH-Confirm
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Settings History - Restore".
  05 LINE 4 COL 3 VALUE "--------------------------".
  05 LINE 6 COL 3 VALUE "Version to restore:    ".
  05 LINE 6 COL + 1 PIC Z(5)9 FROM WS-CfgH-Ver-A.
  05 LINE 7 COL 3 VALUE "Saved:                 ".
  05 LINE 7 COL + 1 PIC X(40) FROM WS-CfgH-Saved-Label.
  05 LINE 8 COL 3 VALUE "Config file:           ".
  05 LINE 8 COL + 1 PIC X(20) FROM WS-CfgH-Own-Config.
  05 LINE 9 COL 3 VALUE "Current version:       ".
  05 LINE 9 COL + 1 PIC Z(5)9 FROM WS-CfgH-Own-Latest.
  05 LINE 10 COL 3 VALUE "Keywords that change:  ".
  05 LINE 10 COL + 1 PIC ZZ9 FROM WS-CfgH-Diff-Count.
  05 LINE 12 COL 3 VALUE "The file is rewritten with the old cards and saved as".
  05 LINE 13 COL 3 VALUE "a new version; programs pick it up on their next load.".
  05 LINE 15 COL 3 VALUE "Restore this version? (Y/N): ".
  05 LINE 15 COL + 1 PIC A USING WS-CfgH-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Settings History - outcome of a request.
01 SC-CfgH-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Settings History".
  05 LINE 4 COL 3 VALUE "----------------".
  05 LINE 6 COL 3 PIC X(70) FROM WS-CfgH-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".
