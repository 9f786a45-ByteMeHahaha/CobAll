*> Product Catalogue - action and product code prompt.
01 SC-Prod-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Product Catalogue".
  05 LINE 4 COL 3 VALUE "-----------------".
  05 LINE 6 COL 3 VALUE "1. Add a product".
  05 LINE 7 COL 3 VALUE "2. Amend a product".
  05 LINE 8 COL 3 VALUE "3. Delete a product".
  05 LINE 9 COL 3 VALUE "4. Back to the Main Menu".
  05 LINE 10 COL 3 VALUE "5. Product holdings report".
  05 LINE 12 COL 3 VALUE "Your choice: ".
  05 LINE 12 COL + 1 PIC 9 USING WS-Maint-Action
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 14 COL 3 VALUE "Product code (4 chars): ".
  05 LINE 14 COL + 1 PIC X(4) USING WS-Maint-Code
    REVERSE-VIDEO.

*> Product Catalogue - field entry for Add/Amend. On Amend the
*> fields arrive pre-filled with the stored values.
01 SC-Prod-Fields
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Product Catalogue".
  05 LINE 4 COL 3 VALUE "-----------------".
  05 LINE 5 COL 3 PIC X(20) FROM WS-Maint-Action-Label.
  05 LINE 6 COL 3 VALUE "Product code: ".
  05 LINE 6 COL + 1 PIC X(4) FROM WS-Maint-Code.
  05 LINE 8 COL 3 VALUE "Name:                          ".
  05 LINE 8 COL + 1 PIC X(30) USING WS-Maint-Name
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 9 COL 3 VALUE "Daily accrual % (99.999999):   ".
  05 LINE 9 COL + 1 PIC 99V9(6) USING WS-Maint-Rate
    REVERSE-VIDEO.
  05 LINE 9 COL + 2 VALUE "0 = branch/status rate".
  05 LINE 10 COL 3 VALUE "Statement cycle day (00-31):   ".
  05 LINE 10 COL + 1 PIC 99 USING WS-Maint-Cycle-Day
    REVERSE-VIDEO.
  05 LINE 10 COL + 2 VALUE "00 = no default".
  05 LINE 11 COL 3 VALUE "GL account:                    ".
  05 LINE 11 COL + 1 PIC X(8) USING WS-Maint-GL-Account
    REVERSE-VIDEO.
  05 LINE 11 COL + 2 VALUE "blank = branch mapping".
  05 LINE 12 COL 3 VALUE "GL reversals account:          ".
  05 LINE 12 COL + 1 PIC X(8) USING WS-Maint-GL-Reversal
    REVERSE-VIDEO.
  05 LINE 12 COL + 2 VALUE "blank = as GL account".
  05 LINE 13 COL 3 VALUE "Permitted currencies:          ".
  05 LINE 13 COL + 1 PIC X(3) USING WS-Maint-Currency(1)
    REVERSE-VIDEO.
  05 LINE 13 COL + 2 PIC X(3) USING WS-Maint-Currency(2)
    REVERSE-VIDEO.
  05 LINE 13 COL + 2 PIC X(3) USING WS-Maint-Currency(3)
    REVERSE-VIDEO.
  05 LINE 13 COL + 2 PIC X(3) USING WS-Maint-Currency(4)
    REVERSE-VIDEO.
  05 LINE 14 COL 3 VALUE "                               ".
  05 LINE 14 COL + 1 PIC X(3) USING WS-Maint-Currency(5)
    REVERSE-VIDEO.
  05 LINE 14 COL + 2 PIC X(3) USING WS-Maint-Currency(6)
    REVERSE-VIDEO.
  05 LINE 14 COL + 2 PIC X(3) USING WS-Maint-Currency(7)
    REVERSE-VIDEO.
  05 LINE 14 COL + 2 PIC X(3) USING WS-Maint-Currency(8)
    REVERSE-VIDEO.
  05 LINE 15 COL 3 VALUE "(all blank = any currency)".
  05 LINE 16 COL 3 VALUE "State (A=active, W=withdrawn): ".
  05 LINE 16 COL + 1 PIC X USING WS-Maint-State
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 18 COL 3 VALUE "A withdrawn product stays on its accounts but cannot be".
  05 LINE 19 COL 3 VALUE "given to another one.".

*> Product Catalogue - delete confirmation.
01 SC-Prod-Confirm
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Product Catalogue - Delete".
  05 LINE 4 COL 3 VALUE "--------------------------".
  05 LINE 6 COL 3 VALUE "Product code: ".
  05 LINE 6 COL + 1 PIC X(4) FROM WS-Maint-Code.
  05 LINE 7 COL 3 VALUE "Name:         ".
  05 LINE 7 COL + 1 PIC X(30) FROM WS-Maint-Name.
  05 LINE 8 COL 3 VALUE "State:        ".
  05 LINE 8 COL + 1 PIC X FROM WS-Maint-State.
  05 LINE 10 COL 3 VALUE "Delete this product? (Y/N): ".
  05 LINE 10 COL + 1 PIC A USING WS-Maint-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Product Catalogue - outcome of the action just taken.
01 SC-Prod-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Product Catalogue".
  05 LINE 4 COL 3 VALUE "-----------------".
  05 LINE 6 COL 3 PIC X(76) FROM WS-Maint-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".
