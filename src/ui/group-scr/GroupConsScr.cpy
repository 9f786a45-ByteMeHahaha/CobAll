*> Group Consolidation - run complete.
01 SC-Group-Done
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Group Consolidation - Complete".
  05 LINE 4 COL 3 VALUE "------------------------------".
  05 LINE 6 COL 3 VALUE "Companies Read:     ".
  05 LINE 6 COL + 1 PIC Z9 FROM WS-Cos-Read.
  05 LINE 6 COL + 2 VALUE "of".
  05 LINE 6 COL + 2 PIC Z9 FROM WS-Co-Used.
  05 LINE 7 COL 3 VALUE "Master Records:     ".
  05 LINE 7 COL + 1 PIC ZZZ,ZZ9 FROM WS-Records-Read.
  05 LINE 8 COL 3 VALUE "Group Position GBP: ".
  05 LINE 8 COL + 1 PIC ZZZ,ZZZ,ZZZ,ZZ9.99- FROM WS-Group-GBP.
  05 LINE 9 COL 3 VALUE "Eliminated GBP:     ".
  05 LINE 9 COL + 1 PIC ZZZ,ZZZ,ZZZ,ZZ9.99- FROM WS-Elim-GBP.
  05 LINE 10 COL 3 VALUE "IC Pairs Agreed:    ".
  05 LINE 10 COL + 1 PIC ZZZ,ZZ9 FROM WS-Pairs-Agreed.
  05 LINE 11 COL 3 VALUE "IC Pairs Disagree:  ".
  05 LINE 11 COL + 1 PIC ZZZ,ZZ9 FROM WS-Pairs-Disagreed.
  05 LINE 12 COL 3 VALUE "Position: ".
  05 LINE 12 COL + 1 PIC X(40) FROM WS-Group-Report-Path.
  05 LINE 13 COL 3 VALUE "Schedule: ".
  05 LINE 13 COL + 1 PIC X(40) FROM WS-Elim-Report-Path.
  05 LINE 15 COL 3 VALUE "Press Enter to return to the Main Menu.".

*> Group Consolidation - nothing to consolidate.
01 SC-Group-None
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Group Consolidation".
  05 LINE 4 COL 3 VALUE "-------------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-None-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to return to the Main Menu.".
