*> Dispute Cases - action and case prompt.
01 SC-Disp-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Dispute Cases".
  05 LINE 4 COL 3 VALUE "-------------".
  05 LINE 6 COL 3 VALUE "1. Open a case (holds the key)".
  05 LINE 7 COL 3 VALUE "2. Add a note to a case".
  05 LINE 8 COL 3 VALUE "3. Mark a case under investigation".
  05 LINE 9 COL 3 VALUE "4. Close a case (upheld / rejected)".
  05 LINE 10 COL 3 VALUE "5. View a case and its notes".
  05 LINE 11 COL 3 VALUE "6. Case aging report".
  05 LINE 12 COL 3 VALUE "7. Back to the Main Menu".
  05 LINE 14 COL 3 VALUE "Your choice: ".
  05 LINE 14 COL + 1 PIC 9 USING WS-Disp-Action
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 16 COL 3 VALUE "Case number (2-5): ".
  05 LINE 16 COL + 1 PIC 9(6) USING WS-Disp-Case-No
    REVERSE-VIDEO.

*> Dispute Cases - a new case.
01 SC-Disp-Open
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Dispute Cases - Open a Case".
  05 LINE 4 COL 3 VALUE "---------------------------".
  05 LINE 6 COL 3 VALUE "Key (blank = back):     ".
  05 LINE 6 COL + 1 PIC X(10) USING WS-Open-Key
    REVERSE-VIDEO.
  05 LINE 7 COL 3 VALUE "Disputed amount:        ".
  05 LINE 7 COL + 1 PIC S9(9)V99 USING WS-Open-Amount
    REVERSE-VIDEO.
  05 LINE 8 COL 3 VALUE "Disputed date:          ".
  05 LINE 8 COL + 1 PIC X(8) USING WS-Open-Date
    REVERSE-VIDEO.
  05 LINE 9 COL 3 VALUE "What is disputed:".
  05 LINE 10 COL 3 PIC X(55) USING WS-Note-Text
    REVERSE-VIDEO.
  05 LINE 12 COL 3 VALUE "Amount 0 / date blank = the posting's own.".
  05 LINE 13 COL 3 VALUE "The key is held as the case opens.".

*> Dispute Cases - a note against a case (also the investigate
*> step, where the note is optional).
01 SC-Disp-Note
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 PIC X(40) FROM WS-Note-Title.
  05 LINE 4 COL 3 VALUE "------------------------------".
  05 LINE 6 COL 3 VALUE "Case:       ".
  05 LINE 6 COL + 1 PIC 9(6) FROM DC-Case-No.
  05 LINE 7 COL 3 VALUE "Key:        ".
  05 LINE 7 COL + 1 PIC X(10) FROM DC-Key.
  05 LINE 8 COL 3 VALUE "Status:     ".
  05 LINE 8 COL + 1 PIC X(13) FROM WS-Status-Label.
  05 LINE 10 COL 3 VALUE "Note:".
  05 LINE 11 COL 3 PIC X(55) USING WS-Note-Text
    REVERSE-VIDEO.

*> Dispute Cases - the finding and the confirmation.
01 SC-Disp-Close
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Dispute Cases - Close a Case".
  05 LINE 4 COL 3 VALUE "----------------------------".
  05 LINE 6 COL 3 VALUE "Case:             ".
  05 LINE 6 COL + 1 PIC 9(6) FROM DC-Case-No.
  05 LINE 7 COL 3 VALUE "Key:              ".
  05 LINE 7 COL + 1 PIC X(10) FROM DC-Key.
  05 LINE 8 COL 3 VALUE "Status:           ".
  05 LINE 8 COL + 1 PIC X(13) FROM WS-Status-Label.
  05 LINE 9 COL 3 VALUE "Disputed amount:  ".
  05 LINE 9 COL + 1 PIC -ZZZ,ZZZ,ZZ9.99 FROM DC-Amount.
  05 LINE 9 COL + 2 PIC X(3) FROM DC-Currency.
  05 LINE 10 COL 3 VALUE "Disputed date:    ".
  05 LINE 10 COL + 1 PIC X(8) FROM DC-Disputed-Date.
  05 LINE 12 COL 3 VALUE "Outcome (U = upheld, R = rejected): ".
  05 LINE 12 COL + 1 PIC A USING WS-Close-Outcome
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 13 COL 3 VALUE "Finding:".
  05 LINE 14 COL 3 PIC X(55) USING WS-Note-Text
    REVERSE-VIDEO.
  05 LINE 16 COL 3 VALUE "Upheld raises a contra for the disputed amount.".
  05 LINE 17 COL 3 VALUE "Close this case? (Y/N): ".
  05 LINE 17 COL + 1 PIC A USING WS-Close-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Dispute Cases - the case and one page of its notes.
01 SC-Disp-View
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 1 COL 3 VALUE "Case ".
  05 LINE 1 COL + 1 PIC 9(6) FROM DC-Case-No.
  05 LINE 1 COL + 2 PIC X(10) FROM DC-Key.
  05 LINE 1 COL + 2 PIC X(13) FROM WS-Status-Label.
  05 LINE 2 COL 3 VALUE "Disputed ".
  05 LINE 2 COL + 1 PIC -ZZZ,ZZZ,ZZ9.99 FROM DC-Amount.
  05 LINE 2 COL + 1 PIC X(3) FROM DC-Currency.
  05 LINE 2 COL + 2 VALUE "of".
  05 LINE 2 COL + 1 PIC X(8) FROM DC-Disputed-Date.
  05 LINE 2 COL + 2 VALUE "opened".
  05 LINE 2 COL + 1 PIC X(8) FROM DC-Opened-Stamp.
  05 LINE 2 COL + 2 VALUE "by".
  05 LINE 2 COL + 1 PIC X(8) FROM DC-Opened-By.
  05 LINE 4 COL 3 VALUE "Date     Time Operator Note".
  05 LINE 5 COL 3 PIC X(78) FROM WS-View-Line(1).
  05 LINE 6 COL 3 PIC X(78) FROM WS-View-Line(2).
  05 LINE 7 COL 3 PIC X(78) FROM WS-View-Line(3).
  05 LINE 8 COL 3 PIC X(78) FROM WS-View-Line(4).
  05 LINE 9 COL 3 PIC X(78) FROM WS-View-Line(5).
  05 LINE 10 COL 3 PIC X(78) FROM WS-View-Line(6).
  05 LINE 11 COL 3 PIC X(78) FROM WS-View-Line(7).
  05 LINE 12 COL 3 PIC X(78) FROM WS-View-Line(8).
  05 LINE 13 COL 3 PIC X(78) FROM WS-View-Line(9).
  05 LINE 14 COL 3 PIC X(78) FROM WS-View-Line(10).
  05 LINE 15 COL 3 PIC X(78) FROM WS-View-Line(11).
  05 LINE 16 COL 3 PIC X(78) FROM WS-View-Line(12).
  05 LINE 19 COL 3 VALUE "More? (Enter=continue, N=stop): ".
  05 LINE 19 COL + 1 PIC A USING WS-View-Stop.

*> Dispute Cases - outcome of the action just taken.
01 SC-Disp-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Dispute Cases".
  05 LINE 4 COL 3 VALUE "-------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-Disp-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".

*> Dispute Cases - aging report complete.
01 SC-Disp-Aged
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Dispute Case Aging - Complete".
  05 LINE 4 COL 3 VALUE "-----------------------------".
  05 LINE 6 COL 3 VALUE "Open Cases:       ".
  05 LINE 6 COL + 1 PIC ZZZ,ZZ9 FROM WS-Cases-Open.
  05 LINE 7 COL 3 VALUE "Past the Target:  ".
  05 LINE 7 COL + 1 PIC ZZZ,ZZ9 FROM WS-Cases-Overdue.
  05 LINE 8 COL 3 VALUE "Oldest (days):    ".
  05 LINE 8 COL + 1 PIC ZZZZ9 FROM WS-Oldest-Days.
  05 LINE 9 COL 3 VALUE "Target Days:      ".
  05 LINE 9 COL + 1 PIC ZZ9 FROM WS-Cfg-Disp-Target-Days.
  05 LINE 10 COL 3 VALUE "Report: ".
  05 LINE 10 COL + 1 PIC X(40) FROM WS-Disp-Report-Path.
  05 LINE 12 COL 3 VALUE "Press Enter to continue.".
