*> Fees and Charges - front screen.
01 SC-Fee-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Fees and Charges".
  05 LINE 4 COL 3 VALUE "----------------".
  05 LINE 6 COL 3 VALUE "1. Maintain the fee tariff (supervisor)".
  05 LINE 7 COL 3 VALUE "2. Run today's charging".
  05 LINE 8 COL 3 VALUE "3. Back to the Main Menu".
  05 LINE 10 COL 3 VALUE "Your choice: ".
  05 LINE 10 COL + 1 PIC 9 USING WS-Fee-Action
    REVERSE-VIDEO
    REQUIRED.

*> Fee Tariff Maintenance - action and tariff ID prompt.
01 SC-Tariff-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Fee Tariff Maintenance".
  05 LINE 4 COL 3 VALUE "----------------------".
  05 LINE 6 COL 3 VALUE "1. Add a charge".
  05 LINE 7 COL 3 VALUE "2. Amend a charge".
  05 LINE 8 COL 3 VALUE "3. Delete a charge".
  05 LINE 9 COL 3 VALUE "4. Back".
  05 LINE 11 COL 3 VALUE "Your choice: ".
  05 LINE 11 COL + 1 PIC 9 USING WS-Maint-Action
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 13 COL 3 VALUE "Tariff ID (3 chars): ".
  05 LINE 13 COL + 1 PIC X(3) USING WS-Maint-Id
    REVERSE-VIDEO.

*> Fee Tariff Maintenance - selectors, basis and caps for
*> Add/Amend. Blank selectors match anything; the basis is F (flat
*> amount), P (percentage of the balance) or I (amount per item on
*> the day's extract); a zero cap is no cap.
01 SC-Tariff-Fields
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Fee Tariff Maintenance".
  05 LINE 4 COL 3 VALUE "----------------------".
  05 LINE 5 COL 3 PIC X(20) FROM WS-Maint-Action-Label.
  05 LINE 6 COL 3 VALUE "Tariff ID: ".
  05 LINE 6 COL + 1 PIC X(3) FROM WS-Maint-Id.
  05 LINE 8 COL 3 VALUE "Description:                  ".
  05 LINE 8 COL + 1 PIC X(20) USING WS-Maint-Desc
    REVERSE-VIDEO.
  05 LINE 9 COL 3 VALUE "Branch (blank = any):         ".
  05 LINE 9 COL + 1 PIC X(4) USING WS-Maint-Branch
    REVERSE-VIDEO.
  05 LINE 10 COL 3 VALUE "Status (blank = any):         ".
  05 LINE 10 COL + 1 PIC X USING WS-Maint-Status
    REVERSE-VIDEO.
  05 LINE 11 COL 3 VALUE "Currency (blank = any):       ".
  05 LINE 11 COL + 1 PIC X(3) USING WS-Maint-Currency
    REVERSE-VIDEO.
  05 LINE 12 COL 3 VALUE "Basis (F=flat P=pct I=item):  ".
  05 LINE 12 COL + 1 PIC X USING WS-Maint-Basis
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 13 COL 3 VALUE "Amount (flat/per item):       ".
  05 LINE 13 COL + 1 PIC 9(7)V99 USING WS-Maint-Amount
    REVERSE-VIDEO.
  05 LINE 14 COL 3 VALUE "Percentage (99.9999):         ".
  05 LINE 14 COL + 1 PIC 9(2)V9(4) USING WS-Maint-Pct
    REVERSE-VIDEO.
  05 LINE 15 COL 3 VALUE "Minimum charge (0 = none):    ".
  05 LINE 15 COL + 1 PIC 9(7)V99 USING WS-Maint-Min
    REVERSE-VIDEO.
  05 LINE 16 COL 3 VALUE "Maximum charge (0 = none):    ".
  05 LINE 16 COL + 1 PIC 9(7)V99 USING WS-Maint-Max
    REVERSE-VIDEO.
  05 LINE 17 COL 3 VALUE "Frequency (D/M/Q/A):          ".
  05 LINE 17 COL + 1 PIC X USING WS-Maint-Frequency
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 18 COL 3 VALUE "Due day of month (M/Q/A):     ".
  05 LINE 18 COL + 1 PIC 99 USING WS-Maint-Due-Day
    REVERSE-VIDEO.
  05 LINE 19 COL 3 VALUE "Last charged:                 ".
  05 LINE 19 COL + 1 PIC X(8) FROM WS-Maint-Last-Charged.

*> Fee Tariff Maintenance - delete confirmation.
01 SC-Tariff-Confirm
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Fee Tariff Maintenance - Delete".
  05 LINE 4 COL 3 VALUE "-------------------------------".
  05 LINE 6 COL 3 VALUE "Tariff ID: ".
  05 LINE 6 COL + 1 PIC X(3) FROM WS-Maint-Id.
  05 LINE 6 COL + 2 PIC X(20) FROM WS-Maint-Desc.
  05 LINE 7 COL 3 VALUE "Selectors: ".
  05 LINE 7 COL + 1 PIC X(4) FROM WS-Maint-Branch.
  05 LINE 7 COL + 2 PIC X FROM WS-Maint-Status.
  05 LINE 7 COL + 2 PIC X(3) FROM WS-Maint-Currency.
  05 LINE 8 COL 3 VALUE "Basis/Amount: ".
  05 LINE 8 COL + 1 PIC X FROM WS-Maint-Basis.
  05 LINE 8 COL + 2 PIC Z,ZZZ,ZZ9.99 FROM WS-Maint-Amount.
  05 LINE 9 COL 3 VALUE "Frequency/Due: ".
  05 LINE 9 COL + 1 PIC X FROM WS-Maint-Frequency.
  05 LINE 9 COL + 2 PIC Z9 FROM WS-Maint-Due-Day.
  05 LINE 10 COL 3 VALUE "Delete this charge? (Y/N): ".
  05 LINE 10 COL + 1 PIC A USING WS-Maint-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Fees and Charges - outcome of the action just taken.
01 SC-Tariff-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Fees and Charges".
  05 LINE 4 COL 3 VALUE "----------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-Maint-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".

*> Fees and Charges - charging run complete.
01 SC-Fee-Done
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Fees and Charges - Complete".
  05 LINE 4 COL 3 VALUE "---------------------------".
  05 LINE 6 COL 3 VALUE "Balances Read:   ".
  05 LINE 6 COL + 1 PIC ZZZ,ZZ9 FROM WS-Records-Read.
  05 LINE 7 COL 3 VALUE "Keys Charged:    ".
  05 LINE 7 COL + 1 PIC ZZZ,ZZ9 FROM WS-Keys-Charged.
  05 LINE 8 COL 3 VALUE "Charges Written: ".
  05 LINE 8 COL + 1 PIC ZZZ,ZZ9 FROM WS-Charges-Written.
  05 LINE 9 COL 3 VALUE "Charge Total:    ".
  05 LINE 9 COL + 1 PIC Z,ZZZ,ZZZ,ZZ9.99- FROM WS-Charge-Total.
  05 LINE 10 COL 3 VALUE "Extract File: ".
  05 LINE 10 COL + 1 PIC X(40) FROM WS-Fee-Extract-Path.
  05 LINE 11 COL 3 VALUE "Listing:      ".
  05 LINE 11 COL + 1 PIC X(40) FROM WS-Fee-Listing-Path.
  05 LINE 13 COL 3 VALUE "Press Enter to continue.".

*> Fees and Charges - nothing to do.
01 SC-Fee-None
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Fees and Charges".
  05 LINE 4 COL 3 VALUE "----------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-None-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".
