*> Bank Reconciliation - front screen.
01 SC-Rec-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Bank Reconciliation".
  05 LINE 4 COL 3 VALUE "-------------------".
  05 LINE 6 COL 3 VALUE "1. Load and match the bank statement".
  05 LINE 7 COL 3 VALUE "2. Force-match two open items".
  05 LINE 8 COL 3 VALUE "3. Split-match an open item".
  05 LINE 9 COL 3 VALUE "4. Comment on an open item".
  05 LINE 10 COL 3 VALUE "5. Print the reconciliation report".
  05 LINE 11 COL 3 VALUE "6. Back to the Main Menu".
  05 LINE 13 COL 3 VALUE "Your choice: ".
  05 LINE 13 COL + 1 PIC 9 USING WS-Rec-Action
    REVERSE-VIDEO
    REQUIRED.

*> Bank Reconciliation - the bank item, the book item and why they
*> go together.
01 SC-Rec-Force
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Bank Reconciliation - Force-Match".
  05 LINE 4 COL 3 VALUE "---------------------------------".
  05 LINE 6 COL 3 VALUE "Open item ref (0 = back): ".
  05 LINE 6 COL + 1 PIC 9(7) USING WS-Lead-Ref
    REVERSE-VIDEO.
  05 LINE 7 COL 3 VALUE "Match it to item ref:     ".
  05 LINE 7 COL + 1 PIC 9(7) USING WS-Other-Ref
    REVERSE-VIDEO.
  05 LINE 9 COL 3 VALUE "Comment (audited): ".
  05 LINE 9 COL + 1 PIC X(30) USING WS-Entry-Comment
    REVERSE-VIDEO.

*> Bank Reconciliation - the two items side by side, and the
*> confirmation.
01 SC-Rec-Force-Confirm
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Bank Reconciliation - Force-Match".
  05 LINE 4 COL 3 VALUE "---------------------------------".
  05 LINE 6 COL 3 VALUE "Item   ".
  05 LINE 6 COL + 1 PIC 9(7) FROM WS-Lead-Ref.
  05 LINE 6 COL + 2 PIC X(1) FROM WS-Lead-Side.
  05 LINE 6 COL + 2 PIC X(10) FROM WS-Lead-Key.
  05 LINE 6 COL + 2 PIC X(8) FROM WS-Lead-Value-Date.
  05 LINE 6 COL + 2 PIC Z,ZZZ,ZZZ,ZZ9.99- FROM WS-Lead-Amount.
  05 LINE 7 COL 3 VALUE "Item   ".
  05 LINE 7 COL + 1 PIC 9(7) FROM WS-Other-Ref.
  05 LINE 7 COL + 2 PIC X(1) FROM WS-Other-Side.
  05 LINE 7 COL + 2 PIC X(10) FROM WS-Other-Key.
  05 LINE 7 COL + 2 PIC X(8) FROM WS-Other-Value-Date.
  05 LINE 7 COL + 2 PIC Z,ZZZ,ZZZ,ZZ9.99- FROM WS-Other-Amount.
  05 LINE 9 COL 3 VALUE "Comment: ".
  05 LINE 9 COL + 1 PIC X(30) FROM WS-Entry-Comment.
  05 LINE 11 COL 3 VALUE "Clear both items as matched? (Y/N): ".
  05 LINE 11 COL + 1 PIC A USING WS-Rec-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Bank Reconciliation - one lead item and the items on the other
*> side that make it up.
01 SC-Rec-Split
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Bank Reconciliation - Split-Match".
  05 LINE 4 COL 3 VALUE "---------------------------------".
  05 LINE 6 COL 3 VALUE "Lead item ref (0 = back): ".
  05 LINE 6 COL + 1 PIC 9(7) USING WS-Lead-Ref
    REVERSE-VIDEO.
  05 LINE 8 COL 3 VALUE "Made up of item refs:".
  05 LINE 9 COL 5 PIC 9(7) USING WS-Split-Ref-1
    REVERSE-VIDEO.
  05 LINE 10 COL 5 PIC 9(7) USING WS-Split-Ref-2
    REVERSE-VIDEO.
  05 LINE 11 COL 5 PIC 9(7) USING WS-Split-Ref-3
    REVERSE-VIDEO.
  05 LINE 12 COL 5 PIC 9(7) USING WS-Split-Ref-4
    REVERSE-VIDEO.
  05 LINE 13 COL 5 PIC 9(7) USING WS-Split-Ref-5
    REVERSE-VIDEO.
  05 LINE 15 COL 3 VALUE "Comment: ".
  05 LINE 15 COL + 1 PIC X(30) USING WS-Entry-Comment
    REVERSE-VIDEO.

*> Bank Reconciliation - the split adds up; confirmation.
01 SC-Rec-Split-Confirm
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Bank Reconciliation - Split-Match".
  05 LINE 4 COL 3 VALUE "---------------------------------".
  05 LINE 6 COL 3 VALUE "Lead item:     ".
  05 LINE 6 COL + 1 PIC 9(7) FROM WS-Lead-Ref.
  05 LINE 6 COL + 2 PIC X(1) FROM WS-Lead-Side.
  05 LINE 6 COL + 2 PIC Z,ZZZ,ZZZ,ZZ9.99- FROM WS-Lead-Amount.
  05 LINE 7 COL 3 VALUE "Split items:   ".
  05 LINE 7 COL + 1 PIC 9 FROM WS-Split-Count.
  05 LINE 7 COL + 10 PIC Z,ZZZ,ZZZ,ZZ9.99- FROM WS-Split-Total.
  05 LINE 9 COL 3 VALUE "Clear them all as matched? (Y/N): ".
  05 LINE 9 COL + 1 PIC A USING WS-Rec-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Bank Reconciliation - why an item is still open.
01 SC-Rec-Comment
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Bank Reconciliation - Comment".
  05 LINE 4 COL 3 VALUE "-----------------------------".
  05 LINE 6 COL 3 VALUE "Open item ref (0 = back): ".
  05 LINE 6 COL + 1 PIC 9(7) USING WS-Lead-Ref
    REVERSE-VIDEO.
  05 LINE 7 COL 3 VALUE "Comment:                  ".
  05 LINE 7 COL + 1 PIC X(30) USING WS-Entry-Comment
    REVERSE-VIDEO.

*> Bank Reconciliation - outcome of the action just taken.
01 SC-Rec-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Bank Reconciliation".
  05 LINE 4 COL 3 VALUE "-------------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-Rec-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".

*> Bank Reconciliation - statement loaded and matched.
01 SC-Rec-Done
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Bank Reconciliation - Complete".
  05 LINE 4 COL 3 VALUE "------------------------------".
  05 LINE 6 COL 3 VALUE "Statement Date:     ".
  05 LINE 6 COL + 1 PIC X(8) FROM WS-Stmt-Date.
  05 LINE 7 COL 3 VALUE "Lines Loaded:       ".
  05 LINE 7 COL + 1 PIC ZZZ,ZZ9 FROM WS-Lines-Loaded.
  05 LINE 8 COL 3 VALUE "Auto-Matched:       ".
  05 LINE 8 COL + 1 PIC ZZZ,ZZ9 FROM WS-Auto-Matched.
  05 LINE 9 COL 3 VALUE "Items Opened:       ".
  05 LINE 9 COL + 1 PIC ZZZ,ZZ9 FROM WS-Items-Opened.
  05 LINE 10 COL 3 VALUE "Items Still Open:   ".
  05 LINE 10 COL + 1 PIC ZZZ,ZZ9 FROM WS-Open-Items.
  05 LINE 11 COL 3 VALUE "Difference:         ".
  05 LINE 11 COL + 1 PIC ZZZ,ZZZ,ZZZ,ZZ9.99- FROM WS-Rec-Difference.
  05 LINE 12 COL 3 VALUE "Report:  ".
  05 LINE 12 COL + 1 PIC X(40) FROM WS-Rec-Report-Path.
  05 LINE 14 COL 3 VALUE "Press Enter to continue.".

*> Bank Reconciliation - nothing to reconcile.
01 SC-Rec-None
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Bank Reconciliation".
  05 LINE 4 COL 3 VALUE "-------------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-None-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".
