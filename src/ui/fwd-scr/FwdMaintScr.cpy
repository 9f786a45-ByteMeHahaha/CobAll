*> Forward-Dated Items - action and item prompt.
01 SC-Fwd-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Forward-Dated Items".
  05 LINE 4 COL 3 VALUE "-------------------".
  05 LINE 6 COL 3 VALUE "1. List waiting items".
  05 LINE 7 COL 3 VALUE "2. Amend an item (value date / amount)".
  05 LINE 8 COL 3 VALUE "3. Cancel an item".
  05 LINE 9 COL 3 VALUE "4. Back to the Main Menu".
  05 LINE 11 COL 3 VALUE "Your choice: ".
  05 LINE 11 COL + 1 PIC 9 USING WS-Fwd-Action
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 13 COL 3 VALUE "Item - run (14 digits):  ".
  05 LINE 13 COL + 1 PIC X(14) USING WS-Fwd-Item-Run
    REVERSE-VIDEO.
  05 LINE 14 COL 3 VALUE "       sequence:         ".
  05 LINE 14 COL + 1 PIC 9(5) USING WS-Fwd-Item-Seq
    REVERSE-VIDEO.
  05 LINE 16 COL 3 VALUE "The run and sequence are shown on the list.".

*> Forward-Dated Items - the item being amended, with the new value
*> date and amount keyed over the current ones.
01 SC-Fwd-Amend
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Forward-Dated Items - Amend".
  05 LINE 4 COL 3 VALUE "---------------------------".
  05 LINE 6 COL 3 VALUE "Key:              ".
  05 LINE 6 COL + 1 PIC X(10) FROM FW-Key.
  05 LINE 7 COL 3 VALUE "Entry date:       ".
  05 LINE 7 COL + 1 PIC X(8) FROM FW-Date.
  05 LINE 8 COL 3 VALUE "Currency:         ".
  05 LINE 8 COL + 1 PIC X(3) FROM FW-Currency.
  05 LINE 9 COL 3 VALUE "Feed:             ".
  05 LINE 9 COL + 1 PIC X(8) FROM FW-Feed.
  05 LINE 11 COL 3 VALUE "Value date:       ".
  05 LINE 11 COL + 1 PIC X(8) USING WS-Fwd-New-Value-Date
    REVERSE-VIDEO.
  05 LINE 12 COL 3 VALUE "Amount:           ".
  05 LINE 12 COL + 1 PIC S9(9)V99 USING WS-Fwd-New-Amount
    REVERSE-VIDEO.
  05 LINE 14 COL 3 VALUE "A holiday value date rolls to the next open day;".
  05 LINE 15 COL 3 VALUE "it must stay after today.".

*> Forward-Dated Items - are you sure? A cancelled item never posts.
01 SC-Fwd-Confirm
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Forward-Dated Items - Cancel".
  05 LINE 4 COL 3 VALUE "----------------------------".
  05 LINE 6 COL 3 VALUE "Key:              ".
  05 LINE 6 COL + 1 PIC X(10) FROM FW-Key.
  05 LINE 7 COL 3 VALUE "Value date:       ".
  05 LINE 7 COL + 1 PIC X(8) FROM FW-Value-Date.
  05 LINE 8 COL 3 VALUE "Amount:           ".
  05 LINE 8 COL + 1 PIC -ZZZ,ZZZ,ZZ9.99 FROM FW-Amount.
  05 LINE 9 COL 3 VALUE "Currency:         ".
  05 LINE 9 COL + 1 PIC X(3) FROM FW-Currency.
  05 LINE 11 COL 3 VALUE "Cancel this item - it will never post? (Y/N): ".
  05 LINE 11 COL + 1 PIC A USING WS-Fwd-Confirm
    REVERSE-VIDEO.

*> Forward-Dated Items - one page of the waiting items.
01 SC-Fwd-List
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 1 COL 3 VALUE "Waiting forward-dated items, by value date".
  05 LINE 2 COL 3 VALUE "Run            Seq   Key        Value-Dt          Amount Cur Feed".
  05 LINE 3 COL 3 PIC X(70) FROM WS-Fwd-Line(1).
  05 LINE 4 COL 3 PIC X(70) FROM WS-Fwd-Line(2).
  05 LINE 5 COL 3 PIC X(70) FROM WS-Fwd-Line(3).
  05 LINE 6 COL 3 PIC X(70) FROM WS-Fwd-Line(4).
  05 LINE 7 COL 3 PIC X(70) FROM WS-Fwd-Line(5).
  05 LINE 8 COL 3 PIC X(70) FROM WS-Fwd-Line(6).
  05 LINE 9 COL 3 PIC X(70) FROM WS-Fwd-Line(7).
  05 LINE 10 COL 3 PIC X(70) FROM WS-Fwd-Line(8).
  05 LINE 11 COL 3 PIC X(70) FROM WS-Fwd-Line(9).
  05 LINE 12 COL 3 PIC X(70) FROM WS-Fwd-Line(10).
  05 LINE 13 COL 3 PIC X(70) FROM WS-Fwd-Line(11).
  05 LINE 14 COL 3 PIC X(70) FROM WS-Fwd-Line(12).
  05 LINE 15 COL 3 PIC X(70) FROM WS-Fwd-Line(13).
  05 LINE 16 COL 3 PIC X(70) FROM WS-Fwd-Line(14).
  05 LINE 17 COL 3 PIC X(70) FROM WS-Fwd-Line(15).
  05 LINE 19 COL 3 VALUE "More? (Enter=continue, N=stop): ".
  05 LINE 19 COL + 1 PIC A USING WS-Fwd-Stop.

*> Forward-Dated Items - outcome of the action just taken.
01 SC-Fwd-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Forward-Dated Items".
  05 LINE 4 COL 3 VALUE "-------------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-Fwd-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".
