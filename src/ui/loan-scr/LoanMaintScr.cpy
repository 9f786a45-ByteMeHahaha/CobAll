*> Instalment Loans - action and loan key prompt.
01 SC-Loan-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Instalment Loans".
  05 LINE 4 COL 3 VALUE "----------------".
  05 LINE 6 COL 3 VALUE "1. Add a loan".
  05 LINE 7 COL 3 VALUE "2. Amend a loan".
  05 LINE 8 COL 3 VALUE "3. Delete a loan".
  05 LINE 9 COL 3 VALUE "4. Back to the Main Menu".
  05 LINE 10 COL 3 VALUE "5. Generate today's due repayments now".
  05 LINE 11 COL 3 VALUE "6. View a loan's amortisation schedule".
  05 LINE 12 COL 3 VALUE "7. Print a loan's amortisation schedule".
  05 LINE 13 COL 3 VALUE "8. Arrears report".
  05 LINE 15 COL 3 VALUE "Your choice: ".
  05 LINE 15 COL + 1 PIC 9 USING WS-Maint-Action
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 17 COL 3 VALUE "Loan account key (10 chars): ".
  05 LINE 17 COL + 1 PIC X(10) USING WS-Maint-Key
    REVERSE-VIDEO.

*> Instalment Loans - field entry for Add/Amend. On Amend the fields
*> arrive pre-filled with the stored values; once a repayment has
*> been collected only the repayment account, the statuses and the
*> state may change.
01 SC-Loan-Fields
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Instalment Loans".
  05 LINE 4 COL 3 VALUE "----------------".
  05 LINE 5 COL 3 PIC X(20) FROM WS-Maint-Action-Label.
  05 LINE 6 COL 3 VALUE "Loan key: ".
  05 LINE 6 COL + 1 PIC X(10) FROM WS-Maint-Key.
  05 LINE 8 COL 3 VALUE "Repaid from key:               ".
  05 LINE 8 COL + 1 PIC X(10) USING WS-Maint-Repay-Key
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 9 COL 3 VALUE "Principal (9(9).99):           ".
  05 LINE 9 COL + 1 PIC 9(9)V99 USING WS-Maint-Principal
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 10 COL 3 VALUE "Annual rate % (99.9999):       ".
  05 LINE 10 COL + 1 PIC 99V9999 USING WS-Maint-Rate
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 11 COL 3 VALUE "Term (instalments, 1-360):     ".
  05 LINE 11 COL + 1 PIC 999 USING WS-Maint-Term
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 12 COL 3 VALUE "First due (YYYYMMDD):          ".
  05 LINE 12 COL + 1 PIC X(8) USING WS-Maint-Start-Date
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 13 COL 3 VALUE "Frequency (W/M/Q):             ".
  05 LINE 13 COL + 1 PIC X USING WS-Maint-Frequency
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 14 COL 3 VALUE "Currency (3 chars):            ".
  05 LINE 14 COL + 1 PIC X(3) USING WS-Maint-Currency
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 15 COL 3 VALUE "Principal/interest status:     ".
  05 LINE 15 COL + 1 PIC X USING WS-Maint-Prin-Status
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 15 COL + 2 PIC X USING WS-Maint-Int-Status
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 16 COL 3 VALUE "State (A=active, S=suspended): ".
  05 LINE 16 COL + 1 PIC X USING WS-Maint-State
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 18 COL 3 VALUE "Instalment: ".
  05 LINE 18 COL + 1 PIC Z,ZZZ,ZZZ,ZZ9.99 FROM WS-Maint-Instalment.
  05 LINE 18 COL + 2 VALUE "Next: ".
  05 LINE 18 COL + 1 PIC ZZ9 FROM WS-Maint-Next-Inst.
  05 LINE 18 COL + 2 PIC X(8) FROM WS-Maint-Next-Due.
  05 LINE 19 COL 3 VALUE "Arrears:    ".
  05 LINE 19 COL + 1 PIC Z,ZZZ,ZZZ,ZZ9.99 FROM WS-Maint-Arrears.
  05 LINE 19 COL + 2 VALUE "since ".
  05 LINE 19 COL + 1 PIC X(8) FROM WS-Maint-Arr-Since.

*> Instalment Loans - delete confirmation.
01 SC-Loan-Confirm
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Instalment Loans - Delete".
  05 LINE 4 COL 3 VALUE "-------------------------".
  05 LINE 6 COL 3 VALUE "Loan key:   ".
  05 LINE 6 COL + 1 PIC X(10) FROM WS-Maint-Key.
  05 LINE 7 COL 3 VALUE "Principal:  ".
  05 LINE 7 COL + 1 PIC Z,ZZZ,ZZZ,ZZ9.99 FROM WS-Maint-Principal.
  05 LINE 8 COL 3 VALUE "State:      ".
  05 LINE 8 COL + 1 PIC X FROM WS-Maint-State.
  05 LINE 10 COL 3 VALUE "Delete this loan? (Y/N): ".
  05 LINE 10 COL + 1 PIC A USING WS-Maint-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Instalment Loans - one page of a loan's amortisation schedule.
01 SC-Loan-Sched
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 1 COL 3 VALUE "Amortisation Schedule - ".
  05 LINE 1 COL + 1 PIC X(10) FROM WS-Maint-Key.
  05 LINE 2 COL 3 PIC X(76) FROM WS-Sched-Title.
  05 LINE 4 COL 3 PIC X(76) FROM WS-Sched-Heading.
  05 LINE 5 COL 3 PIC X(76) FROM WS-Sched-Show-Line(1).
  05 LINE 6 COL 3 PIC X(76) FROM WS-Sched-Show-Line(2).
  05 LINE 7 COL 3 PIC X(76) FROM WS-Sched-Show-Line(3).
  05 LINE 8 COL 3 PIC X(76) FROM WS-Sched-Show-Line(4).
  05 LINE 9 COL 3 PIC X(76) FROM WS-Sched-Show-Line(5).
  05 LINE 10 COL 3 PIC X(76) FROM WS-Sched-Show-Line(6).
  05 LINE 11 COL 3 PIC X(76) FROM WS-Sched-Show-Line(7).
  05 LINE 12 COL 3 PIC X(76) FROM WS-Sched-Show-Line(8).
  05 LINE 13 COL 3 PIC X(76) FROM WS-Sched-Show-Line(9).
  05 LINE 14 COL 3 PIC X(76) FROM WS-Sched-Show-Line(10).
  05 LINE 15 COL 3 PIC X(76) FROM WS-Sched-Show-Line(11).
  05 LINE 16 COL 3 PIC X(76) FROM WS-Sched-Show-Line(12).
  05 LINE 18 COL 3 PIC X(76) FROM WS-Sched-Page-Label.
  05 LINE 20 COL 3 VALUE "N = next page, P = previous page, X = done: ".
  05 LINE 20 COL + 1 PIC X USING WS-Sched-Nav
    REVERSE-VIDEO.

*> Instalment Loans - outcome of the action just taken.
01 SC-Loan-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Instalment Loans".
  05 LINE 4 COL 3 VALUE "----------------".
  05 LINE 6 COL 3 PIC X(76) FROM WS-Maint-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".

*> Instalment Loans - repayment run completion screen.
01 SC-Loan-Gen-Done
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Instalment Loans - Repayment Run Complete".
  05 LINE 4 COL 3 VALUE "-----------------------------------------".
  05 LINE 6 COL 3 VALUE "Instalments Due:     ".
  05 LINE 6 COL + 1 PIC ZZ,ZZ9 FROM WS-Gen-Due-Count.
  05 LINE 7 COL 3 VALUE "Collected in Full:   ".
  05 LINE 7 COL + 1 PIC ZZ,ZZ9 FROM WS-Gen-Full-Count.
  05 LINE 8 COL 3 VALUE "Short:               ".
  05 LINE 8 COL + 1 PIC ZZ,ZZ9 FROM WS-Gen-Short-Count.
  05 LINE 9 COL 3 VALUE "Missed:              ".
  05 LINE 9 COL + 1 PIC ZZ,ZZ9 FROM WS-Gen-Missed-Count.
  05 LINE 10 COL 3 VALUE "Rolled off Holidays: ".
  05 LINE 10 COL + 1 PIC ZZ,ZZ9 FROM WS-Gen-Rolled-Count.
  05 LINE 11 COL 3 VALUE "Extract File: ".
  05 LINE 11 COL + 1 PIC X(40) FROM WS-Loan-Extract-Path.
  05 LINE 12 COL 3 VALUE "Arrears Report: ".
  05 LINE 12 COL + 1 PIC X(40) FROM WS-Arrears-Path.
  05 LINE 14 COL 3 VALUE "Press Enter to continue.".
