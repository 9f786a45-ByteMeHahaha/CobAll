*> Mass Update - the batch awaiting a second supervisor, and what to
*> do next.
01 SC-Mass-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Mass Update".
  05 LINE 4 COL 3 VALUE "-----------".
  05 LINE 5 COL 3 VALUE "Awaiting commit: ".
  05 LINE 5 COL + 1 PIC X(60) FROM WS-Mass-Pending-Label.
  05 LINE 7 COL 3 VALUE "1. Define and preview a batch".
  05 LINE 8 COL 3 VALUE "2. Review and commit the waiting batch".
  05 LINE 9 COL 3 VALUE "3. Decline the waiting batch".
  05 LINE 10 COL 3 VALUE "4. Back to the Main Menu".
  05 LINE 12 COL 3 VALUE "Your choice: ".
  05 LINE 12 COL + 1 PIC 9 USING WS-Mass-Choice
    REVERSE-VIDEO
    REQUIRED.

*> Mass Update - the selection (as the Filter utility takes it) and
*> the action to apply to it.
01 SC-Mass-Criteria
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Mass Update - Define a Batch".
  05 LINE 4 COL 3 VALUE "----------------------------".
  05 LINE 5 COL 3 VALUE "Blank bounds select everything.".
  05 LINE 6 COL 3 VALUE "Key from:            ".
  05 LINE 6 COL + 1 PIC X(10) USING WS-Mass-Key-Lo
    REVERSE-VIDEO.
  05 LINE 6 COL + 2 VALUE "to: ".
  05 LINE 6 COL + 1 PIC X(10) USING WS-Mass-Key-Hi
    REVERSE-VIDEO.
  05 LINE 7 COL 3 VALUE "Date from (YYYYMMDD):".
  05 LINE 7 COL + 1 PIC X(8) USING WS-Mass-Date-Lo
    REVERSE-VIDEO.
  05 LINE 7 COL + 4 VALUE "to: ".
  05 LINE 7 COL + 1 PIC X(8) USING WS-Mass-Date-Hi
    REVERSE-VIDEO.
  05 LINE 8 COL 3 VALUE "Statuses (e.g. PC):  ".
  05 LINE 8 COL + 1 PIC X(10) USING WS-Mass-Statuses
    REVERSE-VIDEO.
  05 LINE 10 COL 3 VALUE "Action: 1=set status 2=new currency 3=percent".
  05 LINE 11 COL 3 VALUE "Action:              ".
  05 LINE 11 COL + 1 PIC 9 USING WS-Mass-Update-Action
    REVERSE-VIDEO.
  05 LINE 12 COL 3 VALUE "New status (1):      ".
  05 LINE 12 COL + 1 PIC X(1) USING WS-Mass-New-Status
    REVERSE-VIDEO.
  05 LINE 13 COL 3 VALUE "New currency (2):    ".
  05 LINE 13 COL + 1 PIC X(3) USING WS-Mass-New-Currency
    REVERSE-VIDEO.
  05 LINE 14 COL 3 VALUE "Percent (3), + or -: ".
  05 LINE 14 COL + 1 PIC X(1) USING WS-Mass-Pct-Sign
    REVERSE-VIDEO.
  05 LINE 14 COL + 1 PIC 9(3)V99 USING WS-Mass-Percent
    REVERSE-VIDEO.
  05 LINE 16 COL 3 VALUE "Preview this batch? (Y/N): ".
  05 LINE 16 COL + 1 PIC A USING WS-Mass-Check
    REVERSE-VIDEO
    REQUIRED.

*> Mass Update - what the batch would do, and the decision on it.
01 SC-Mass-Preview
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 PIC X(60) FROM WS-Mass-Preview-Title.
  05 LINE 4 COL 3 VALUE "-------------------------------------".
  05 LINE 5 COL 3 PIC X(70) FROM WS-Mass-Action-Label.
  05 LINE 7 COL 3 VALUE "Records selected:        ".
  05 LINE 7 COL + 1 PIC Z,ZZZ,ZZ9 FROM WS-Mass-Sel-Count.
  05 LINE 8 COL 3 VALUE "Value selected:          ".
  05 LINE 8 COL + 1 PIC -(13)9.99 FROM WS-Mass-Sel-Value.
  05 LINE 9 COL 3 VALUE "Records to change:       ".
  05 LINE 9 COL + 1 PIC Z,ZZZ,ZZ9 FROM WS-Mass-Change-Count.
  05 LINE 10 COL 3 VALUE "Already as asked:        ".
  05 LINE 10 COL + 1 PIC Z,ZZZ,ZZ9 FROM WS-Mass-Same-Count.
  05 LINE 11 COL 3 VALUE "Refused by transitions:  ".
  05 LINE 11 COL + 1 PIC Z,ZZZ,ZZ9 FROM WS-Mass-Refused-Count.
  05 LINE 12 COL 3 VALUE "Adjustment value:        ".
  05 LINE 12 COL + 1 PIC -(13)9.99 FROM WS-Mass-Adjust-Value.
  05 LINE 14 COL 3 PIC X(70) FROM WS-Mass-Preview-Note.
  05 LINE 16 COL 3 PIC X(50) FROM WS-Mass-Confirm-Prompt.
  05 LINE 16 COL + 1 PIC A USING WS-Mass-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Mass Update - outcome of a request.
01 SC-Mass-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Mass Update".
  05 LINE 4 COL 3 VALUE "-----------".
  05 LINE 6 COL 3 PIC X(70) FROM WS-Mass-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".
