*> Term Deposits - action and deposit key prompt.
01 SC-Dep-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Term Deposits".
  05 LINE 4 COL 3 VALUE "-------------".
  05 LINE 6 COL 3 VALUE "1. Place a deposit".
  05 LINE 7 COL 3 VALUE "2. Amend a deposit".
  05 LINE 8 COL 3 VALUE "3. Delete a deposit".
  05 LINE 9 COL 3 VALUE "4. Back to the Main Menu".
  05 LINE 10 COL 3 VALUE "5. Run today's maturities now".
  05 LINE 11 COL 3 VALUE "6. Maturity ladder report".
  05 LINE 13 COL 3 VALUE "Your choice: ".
  05 LINE 13 COL + 1 PIC 9 USING WS-Maint-Action
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 15 COL 3 VALUE "Deposit account key (10 chars): ".
  05 LINE 15 COL + 1 PIC X(10) USING WS-Maint-Key
    REVERSE-VIDEO.

*> Term Deposits - field entry for Add/Amend. On Amend the fields
*> arrive pre-filled with the stored values; once the deposit has
*> matured the principal, start date and currency are fixed.
01 SC-Dep-Fields
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Term Deposits".
  05 LINE 4 COL 3 VALUE "-------------".
  05 LINE 5 COL 3 PIC X(20) FROM WS-Maint-Action-Label.
  05 LINE 6 COL 3 VALUE "Deposit key: ".
  05 LINE 6 COL + 1 PIC X(10) FROM WS-Maint-Key.
  05 LINE 8 COL 3 VALUE "Principal (9(9).99):           ".
  05 LINE 8 COL + 1 PIC 9(9)V99 USING WS-Maint-Principal
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 9 COL 3 VALUE "Annual rate % (99.9999):       ".
  05 LINE 9 COL + 1 PIC 99V9999 USING WS-Maint-Rate
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 10 COL 3 VALUE "Start (YYYYMMDD):              ".
  05 LINE 10 COL + 1 PIC X(8) USING WS-Maint-Start-Date
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 11 COL 3 VALUE "Maturity (YYYYMMDD):           ".
  05 LINE 11 COL + 1 PIC X(8) USING WS-Maint-Maturity-Date
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 12 COL 3 VALUE "At maturity (P/R/I):           ".
  05 LINE 12 COL + 1 PIC X USING WS-Maint-Instruction
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 12 COL + 2 VALUE "P=pay all out R=roll principal I=roll all".
  05 LINE 13 COL 3 VALUE "Currency / interest status:    ".
  05 LINE 13 COL + 1 PIC X(3) USING WS-Maint-Currency
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 13 COL + 2 PIC X USING WS-Maint-Int-Status
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 14 COL 3 VALUE "Pay to name:                   ".
  05 LINE 14 COL + 1 PIC X(35) USING WS-Maint-Bene-Name
    REVERSE-VIDEO.
  05 LINE 15 COL 3 VALUE "Sort code / account:           ".
  05 LINE 15 COL + 1 PIC X(6) USING WS-Maint-Bene-Sort-Code
    REVERSE-VIDEO.
  05 LINE 15 COL + 2 PIC X(8) USING WS-Maint-Bene-Account
    REVERSE-VIDEO.
  05 LINE 16 COL 3 VALUE "Their reference:               ".
  05 LINE 16 COL + 1 PIC X(18) USING WS-Maint-Bene-Reference
    REVERSE-VIDEO.
  05 LINE 17 COL 3 VALUE "State (A=active, S=suspended): ".
  05 LINE 17 COL + 1 PIC X USING WS-Maint-State
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 19 COL 3 VALUE "Maturities: ".
  05 LINE 19 COL + 1 PIC ZZ9 FROM WS-Maint-Maturities.
  05 LINE 19 COL + 2 VALUE "last ".
  05 LINE 19 COL + 1 PIC X(8) FROM WS-Maint-Last-Maturity.
  05 LINE 20 COL 3 VALUE "Interest to date: ".
  05 LINE 20 COL + 1 PIC ZZ,ZZZ,ZZZ,ZZ9.99 FROM WS-Maint-Interest-Total.

*> Term Deposits - delete confirmation.
01 SC-Dep-Confirm
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Term Deposits - Delete".
  05 LINE 4 COL 3 VALUE "----------------------".
  05 LINE 6 COL 3 VALUE "Deposit key: ".
  05 LINE 6 COL + 1 PIC X(10) FROM WS-Maint-Key.
  05 LINE 7 COL 3 VALUE "Principal:   ".
  05 LINE 7 COL + 1 PIC Z,ZZZ,ZZZ,ZZ9.99 FROM WS-Maint-Principal.
  05 LINE 8 COL 3 VALUE "Matures:     ".
  05 LINE 8 COL + 1 PIC X(8) FROM WS-Maint-Maturity-Date.
  05 LINE 9 COL 3 VALUE "State:       ".
  05 LINE 9 COL + 1 PIC X FROM WS-Maint-State.
  05 LINE 11 COL 3 VALUE "Delete this deposit? (Y/N): ".
  05 LINE 11 COL + 1 PIC A USING WS-Maint-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Term Deposits - outcome of the action just taken.
01 SC-Dep-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Term Deposits".
  05 LINE 4 COL 3 VALUE "-------------".
  05 LINE 6 COL 3 PIC X(76) FROM WS-Maint-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".

*> Term Deposits - maturity run completion screen.
01 SC-Dep-Mat-Done
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Term Deposits - Maturity Run Complete".
  05 LINE 4 COL 3 VALUE "-------------------------------------".
  05 LINE 6 COL 3 VALUE "Deposits Due:        ".
  05 LINE 6 COL + 1 PIC ZZ,ZZ9 FROM WS-Mat-Due-Count.
  05 LINE 7 COL 3 VALUE "Paid Out and Closed: ".
  05 LINE 7 COL + 1 PIC ZZ,ZZ9 FROM WS-Mat-Paid-Count.
  05 LINE 8 COL 3 VALUE "Rolled Over:         ".
  05 LINE 8 COL + 1 PIC ZZ,ZZ9 FROM WS-Mat-Rolled-Count.
  05 LINE 9 COL 3 VALUE "Held:                ".
  05 LINE 9 COL + 1 PIC ZZ,ZZ9 FROM WS-Mat-Held-Count.
  05 LINE 10 COL 3 VALUE "Payments Raised:     ".
  05 LINE 10 COL + 1 PIC ZZ,ZZ9 FROM WS-Mat-Payments-Count.
  05 LINE 11 COL 3 VALUE "Rolled off Holidays: ".
  05 LINE 11 COL + 1 PIC ZZ,ZZ9 FROM WS-Mat-Holiday-Count.
  05 LINE 12 COL 3 VALUE "Interest Credited:   ".
  05 LINE 12 COL + 1 PIC ZZ,ZZZ,ZZZ,ZZ9.99 FROM WS-Mat-Interest-Total.
  05 LINE 13 COL 3 VALUE "Extract File: ".
  05 LINE 13 COL + 1 PIC X(40) FROM WS-Dep-Extract-Path.
  05 LINE 14 COL 3 VALUE "Advices: ".
  05 LINE 14 COL + 1 PIC X(40) FROM WS-Advice-Path.
  05 LINE 15 COL 3 VALUE "Ladder: ".
  05 LINE 15 COL + 1 PIC X(40) FROM WS-Ladder-Path.
  05 LINE 17 COL 3 VALUE "Press Enter to continue.".
