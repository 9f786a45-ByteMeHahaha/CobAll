*> Internal Transfers - the extract waiting for the night, and what
*> to do next.
01 SC-Xfer-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Internal Transfers".
  05 LINE 4 COL 3 VALUE "------------------".
  05 LINE 5 COL 3 VALUE "Transfer extract:      ".
  05 LINE 5 COL + 1 PIC X(40) FROM WS-Xfer-Extract-Path.
  05 LINE 6 COL 3 VALUE "Pairs waiting for the night: ".
  05 LINE 6 COL + 1 PIC ZZ,ZZ9 FROM WS-Xfer-Waiting-Pairs.
  05 LINE 8 COL 3 VALUE "1. Key a transfer".
  05 LINE 9 COL 3 VALUE "2. Prove the transfer register".
  05 LINE 10 COL 3 VALUE "3. Back to the Main Menu".
  05 LINE 12 COL 3 VALUE "Your choice: ".
  05 LINE 12 COL + 1 PIC 9 USING WS-Xfer-Action
    REVERSE-VIDEO
    REQUIRED.

*> Internal Transfers - the two keys, the amount and when it takes
*> effect.
01 SC-Xfer-Entry
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Internal Transfers - Key a Transfer".
  05 LINE 4 COL 3 VALUE "-----------------------------------".
  05 LINE 6 COL 3 VALUE "From key (debited):  ".
  05 LINE 6 COL + 1 PIC X(10) USING WS-Xfer-From-Key
    REVERSE-VIDEO.
  05 LINE 7 COL 3 VALUE "To key (credited):   ".
  05 LINE 7 COL + 1 PIC X(10) USING WS-Xfer-To-Key
    REVERSE-VIDEO.
  05 LINE 8 COL 3 VALUE "Amount:              ".
  05 LINE 8 COL + 1 PIC 9(9)V99 USING WS-Xfer-Amount
    REVERSE-VIDEO.
  05 LINE 9 COL 3 VALUE "Currency (blank = the from key's): ".
  05 LINE 9 COL + 1 PIC X(3) USING WS-Xfer-Currency
    REVERSE-VIDEO.
  05 LINE 10 COL 3 VALUE "Value date (blank = today):        ".
  05 LINE 10 COL + 1 PIC X(8) USING WS-Xfer-Value-Date
    REVERSE-VIDEO.
  05 LINE 12 COL 3 VALUE "Both keys must be on the account reference and".
  05 LINE 13 COL 3 VALUE "neither may be on hold.".
  05 LINE 15 COL 3 VALUE "Check this transfer? (Y/N): ".
  05 LINE 15 COL + 1 PIC A USING WS-Xfer-Check
    REVERSE-VIDEO
    REQUIRED.

*> Internal Transfers - the pair as it will be written, and the
*> approval.
01 SC-Xfer-Confirm
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Internal Transfers - Confirm the Pair".
  05 LINE 4 COL 3 VALUE "------------------------------------".
  05 LINE 6 COL 3 VALUE "Debit:  ".
  05 LINE 6 COL + 1 PIC X(10) FROM WS-Xfer-From-Key.
  05 LINE 6 COL + 2 PIC X(30) FROM WS-Xfer-From-Name.
  05 LINE 7 COL 12 PIC -(9)9.99 FROM WS-Xfer-Debit-Amount.
  05 LINE 7 COL + 2 PIC X(3) FROM WS-Xfer-Currency.
  05 LINE 9 COL 3 VALUE "Credit: ".
  05 LINE 9 COL + 1 PIC X(10) FROM WS-Xfer-To-Key.
  05 LINE 9 COL + 2 PIC X(30) FROM WS-Xfer-To-Name.
  05 LINE 10 COL 12 PIC -(9)9.99 FROM WS-Xfer-Credit-Amount.
  05 LINE 10 COL + 2 PIC X(3) FROM WS-Xfer-To-Currency.
  05 LINE 12 COL 3 VALUE "Value date: ".
  05 LINE 12 COL + 1 PIC X(8) FROM WS-Xfer-Value-Date.
  05 LINE 13 COL 3 PIC X(70) FROM WS-Xfer-Rate-Label.
  05 LINE 15 COL 3 VALUE "Write this pair to the transfer extract? (Y/N): ".
  05 LINE 15 COL + 1 PIC A USING WS-Xfer-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Internal Transfers - outcome of a request.
01 SC-Xfer-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Internal Transfers".
  05 LINE 4 COL 3 VALUE "------------------".
  05 LINE 6 COL 3 PIC X(70) FROM WS-Xfer-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".
