*> Outbound Payments - payments awaiting approval or the run, and
*> what to do.
01 SC-Pay-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 1 COL 3 VALUE "Outbound Payments".
  05 LINE 2 COL 3
    VALUE "Ref      Key                Amount Cur Value dt St  Raised by".
  05 LINE 3 COL 3 PIC X(76) FROM WS-Pay-Line(1).
  05 LINE 4 COL 3 PIC X(76) FROM WS-Pay-Line(2).
  05 LINE 5 COL 3 PIC X(76) FROM WS-Pay-Line(3).
  05 LINE 6 COL 3 PIC X(76) FROM WS-Pay-Line(4).
  05 LINE 7 COL 3 PIC X(76) FROM WS-Pay-Line(5).
  05 LINE 8 COL 3 PIC X(76) FROM WS-Pay-Line(6).
  05 LINE 9 COL 3 PIC X(76) FROM WS-Pay-Line(7).
  05 LINE 10 COL 3 PIC X(76) FROM WS-Pay-Line(8).
  05 LINE 11 COL 3 PIC X(76) FROM WS-Pay-Line(9).
  05 LINE 12 COL 3 PIC X(76) FROM WS-Pay-Line(10).
  05 LINE 13 COL 3 PIC X(76) FROM WS-Pay-List-Label.
  05 LINE 15 COL 3 VALUE "1. Raise a payment     2. Approve     3. Cancel".
  05 LINE 16 COL 3 VALUE "4. Back to the Main Menu".
  05 LINE 17 COL 3 VALUE "5. Payment run now     6. Process returned payments".
  05 LINE 19 COL 3 VALUE "Payment ref (Approve/Cancel): ".
  05 LINE 19 COL + 1 PIC 9(8) USING WS-Pay-Ref
    REVERSE-VIDEO.
  05 LINE 20 COL 3 VALUE "Your choice:                  ".
  05 LINE 20 COL + 1 PIC 9 USING WS-Pay-Action
    REVERSE-VIDEO
    REQUIRED.

*> Outbound Payments - raising a payment.
01 SC-Pay-Fields
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Outbound Payments - Raise a Payment".
  05 LINE 4 COL 3 VALUE "-----------------------------------".
  05 LINE 6 COL 3 VALUE "Pay out of key:                 ".
  05 LINE 6 COL + 1 PIC X(10) USING PF-Key
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 7 COL 3 VALUE "Reason (C=close R=refund D=dispute): ".
  05 LINE 7 COL + 1 PIC X USING PF-Reason
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 8 COL 3 VALUE "Source reference (dispute ref):  ".
  05 LINE 8 COL + 1 PIC X(12) USING PF-Source-Ref
    REVERSE-VIDEO.
  05 LINE 10 COL 3 VALUE "Beneficiary name:               ".
  05 LINE 10 COL + 1 PIC X(35) USING PF-Bene-Name
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 11 COL 3 VALUE "Sort code (6 digits):           ".
  05 LINE 11 COL + 1 PIC X(6) USING PF-Bene-Sort-Code
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 12 COL 3 VALUE "Account number (8 digits):      ".
  05 LINE 12 COL + 1 PIC X(8) USING PF-Bene-Account
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 13 COL 3 VALUE "Payment reference:              ".
  05 LINE 13 COL + 1 PIC X(18) USING PF-Bene-Reference
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 15 COL 3 VALUE "Amount (9(9).99):               ".
  05 LINE 15 COL + 1 PIC 9(9)V99 USING PF-Amount
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 16 COL 3 VALUE "Currency (3 chars):             ".
  05 LINE 16 COL + 1 PIC X(3) USING PF-Currency
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 17 COL 3 VALUE "Value date (YYYYMMDD):          ".
  05 LINE 17 COL + 1 PIC X(8) USING PF-Value-Date
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 19 COL 3 VALUE "Raise this payment? (Y/N): ".
  05 LINE 19 COL + 1 PIC A USING WS-Pay-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Outbound Payments - confirm an approval or a cancellation.
01 SC-Pay-Confirm
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 PIC X(40) FROM WS-Pay-Confirm-Title.
  05 LINE 5 COL 3 VALUE "Payment ref:  ".
  05 LINE 5 COL + 1 PIC 9(8) FROM PY-Ref.
  05 LINE 6 COL 3 VALUE "Out of key:   ".
  05 LINE 6 COL + 1 PIC X(10) FROM PY-Key.
  05 LINE 7 COL 3 VALUE "Beneficiary:  ".
  05 LINE 7 COL + 1 PIC X(35) FROM PY-Bene-Name.
  05 LINE 8 COL 3 VALUE "Sort/account: ".
  05 LINE 8 COL + 1 PIC X(6) FROM PY-Bene-Sort-Code.
  05 LINE 8 COL + 2 PIC X(8) FROM PY-Bene-Account.
  05 LINE 9 COL 3 VALUE "Amount:       ".
  05 LINE 9 COL + 1 PIC Z,ZZZ,ZZZ,ZZ9.99 FROM PY-Amount.
  05 LINE 9 COL + 2 PIC X(3) FROM PY-Currency.
  05 LINE 10 COL 3 VALUE "Value date:   ".
  05 LINE 10 COL + 1 PIC X(8) FROM PY-Value-Date.
  05 LINE 11 COL 3 VALUE "Raised by:    ".
  05 LINE 11 COL + 1 PIC X(8) FROM PY-Raised-By.
  05 LINE 13 COL 3 VALUE "Go ahead? (Y/N): ".
  05 LINE 13 COL + 1 PIC A USING WS-Pay-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Outbound Payments - outcome of a request.
01 SC-Pay-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Outbound Payments".
  05 LINE 4 COL 3 VALUE "-----------------".
  05 LINE 6 COL 3 PIC X(76) FROM WS-Pay-Result-Label.
  05 LINE 7 COL 3 PIC X(76) FROM WS-Pay-Result-Label-2.
  05 LINE 9 COL 3 VALUE "Press Enter to continue.".
