  05 LINE 7 COL 3 VALUE "2. Amend a rate".
  05 LINE 8 COL 3 VALUE "3. Delete a currency".
  05 LINE 9 COL 3 VALUE "4. Back to the Main Menu".
  05 LINE 10 COL 3 VALUE "5. Confirm a held rate".
  05 LINE 11 COL 3 VALUE "6. Reject a held rate".
  05 LINE 13 COL 3 VALUE "Your choice: ".
  05 LINE 13 COL + 1 PIC 9 USING WS-Maint-Action
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 14 COL 3 VALUE "Currency code (3 chars): ".
  05 LINE 14 COL + 1 PIC X(3) USING WS-Maint-Currency
    REVERSE-VIDEO.
  05 LINE 16 COL 3 PIC X(60) FROM WS-Held-Label.
  05 LINE 17 COL 3
    VALUE "Ccy  Effective   Previous         New     Move%    Tol%".
  05 LINE 18 COL 3 PIC X(60) FROM WS-Held-Line(1).
  05 LINE 19 COL 3 PIC X(60) FROM WS-Held-Line(2).
  05 LINE 20 COL 3 PIC X(60) FROM WS-Held-Line(3).
  05 LINE 21 COL 3 PIC X(60) FROM WS-Held-Line(4).
  05 LINE 22 COL 3 PIC X(60) FROM WS-Held-Line(5).

*> Exchange Rate Maintenance - rate entry for Add/Amend. On Amend
*> the field arrives pre-filled with the stored value. The rate is
  05 LINE 11 COL 3 VALUE "Effective (YYYYMMDD, blank = today): ".
  05 LINE 11 COL + 1 PIC X(8) USING WS-Maint-Eff-Date
    REVERSE-VIDEO.
  05 LINE 13 COL 3 VALUE "Rate feed tolerance (% move, 0 = none): ".
  05 LINE 13 COL + 1 PIC 9(3).99 USING WS-Maint-Tol-Pct
    REVERSE-VIDEO.

*> Exchange Rate Maintenance - delete confirmation.
01 SC-Rate-Maint-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Exchange Rate Maintenance - confirm or reject a rate the rate
*> feed load held.
01 SC-Rate-Held-Confirm
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Exchange Rate Maintenance - Held Rate".
  05 LINE 4 COL 3 VALUE "-------------------------------------".
  05 LINE 5 COL 3 PIC X(20) FROM WS-Maint-Action-Label.
  05 LINE 7 COL 3 VALUE "Currency code:   ".
  05 LINE 7 COL + 1 PIC X(3) FROM RP-Currency.
  05 LINE 8 COL 3 VALUE "Effective:       ".
  05 LINE 8 COL + 1 PIC X(8) FROM RP-Eff-Date.
  05 LINE 9 COL 3 VALUE "Previous rate:   ".
  05 LINE 9 COL + 1 PIC ZZ9.9(6) FROM RP-Prev-Rate.
  05 LINE 10 COL 3 VALUE "Feed rate:       ".
  05 LINE 10 COL + 1 PIC ZZ9.9(6) FROM RP-Rate.
  05 LINE 11 COL 3 VALUE "Move (%):        ".
  05 LINE 11 COL + 1 PIC ZZZZ9.99 FROM RP-Move-Pct.
  05 LINE 12 COL 3 VALUE "Tolerance (%):   ".
  05 LINE 12 COL + 1 PIC ZZ9.99 FROM RP-Tol-Pct.
  05 LINE 13 COL 3 VALUE "(a previous rate of zero is a currency new to the file)".
  05 LINE 15 COL 3 VALUE "Go ahead? (Y/N): ".
  05 LINE 15 COL + 1 PIC A USING WS-Maint-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Exchange Rate Maintenance - outcome of the action just taken.
01 SC-Rate-Maint-Result
  BACKGROUND-COLOUR 7
