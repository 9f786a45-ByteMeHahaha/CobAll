*> Budget versus Actual - front screen. Branch and month key the
*> single budget line that Add, Amend and Delete work on.
01 SC-Budget-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Budget versus Actual".
  05 LINE 4 COL 3 VALUE "--------------------".
  05 LINE 6 COL 3 VALUE "1. Load the plan (BudgetIn.dat)".
  05 LINE 7 COL 3 VALUE "2. Add a budget line".
  05 LINE 8 COL 3 VALUE "3. Amend a budget line".
  05 LINE 9 COL 3 VALUE "4. Delete a budget line".
  05 LINE 10 COL 3 VALUE "5. Run the report".
  05 LINE 11 COL 3 VALUE "6. Back to the Main Menu".
  05 LINE 13 COL 3 VALUE "Your choice: ".
  05 LINE 13 COL + 1 PIC 9 USING WS-Bud-Action
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 15 COL 3 VALUE "Branch (2-4):        ".
  05 LINE 15 COL + 1 PIC X(4) USING WS-Bud-Branch
    REVERSE-VIDEO.
  05 LINE 16 COL 3 VALUE "Month YYYYMM (2-4):  ".
  05 LINE 16 COL + 1 PIC X(6) USING WS-Bud-Period
    REVERSE-VIDEO.

*> Budget versus Actual - amount entry for Add/Amend.
01 SC-Budget-Fields
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Budget versus Actual".
  05 LINE 4 COL 3 VALUE "--------------------".
  05 LINE 5 COL 3 PIC X(20) FROM WS-Bud-Action-Label.
  05 LINE 7 COL 3 VALUE "Branch: ".
  05 LINE 7 COL + 1 PIC X(4) FROM WS-Bud-Branch.
  05 LINE 8 COL 3 VALUE "Month:  ".
  05 LINE 8 COL + 1 PIC X(6) FROM WS-Bud-Period.
  05 LINE 10 COL 3 VALUE "Budgeted movement: ".
  05 LINE 10 COL + 1 PIC S9(11)V99 USING WS-Bud-Amount
    REVERSE-VIDEO
    REQUIRED.

*> Budget versus Actual - delete confirmation.
01 SC-Budget-Confirm
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Budget versus Actual - Delete".
  05 LINE 4 COL 3 VALUE "-----------------------------".
  05 LINE 6 COL 3 VALUE "Branch: ".
  05 LINE 6 COL + 1 PIC X(4) FROM WS-Bud-Branch.
  05 LINE 7 COL 3 VALUE "Month:  ".
  05 LINE 7 COL + 1 PIC X(6) FROM WS-Bud-Period.
  05 LINE 8 COL 3 VALUE "Budget: ".
  05 LINE 8 COL + 1 PIC -,---,---,---,--9.99 FROM WS-Bud-Amount.
  05 LINE 10 COL 3 VALUE "Delete this budget line? (Y/N): ".
  05 LINE 10 COL + 1 PIC A USING WS-Bud-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Budget versus Actual - the report's month and tolerance.
01 SC-Budget-Ask
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Budget versus Actual - Report".
  05 LINE 4 COL 3 VALUE "-----------------------------".
  05 LINE 6 COL 3 VALUE "Report month (YYYYMM):     ".
  05 LINE 6 COL + 1 PIC X(6) USING WS-Rpt-Period
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 7 COL 3 VALUE "Tolerance (% of budget):   ".
  05 LINE 7 COL + 1 PIC 9(3)V9 USING WS-Rpt-Tolerance
    REVERSE-VIDEO.
  05 LINE 9 COL 3 VALUE "The year to date runs from January of the report".
  05 LINE 10 COL 3 VALUE "month's year, off the month-end close archives.".

*> Budget versus Actual - outcome of the action just taken.
01 SC-Budget-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Budget versus Actual".
  05 LINE 4 COL 3 VALUE "--------------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-Bud-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".

*> Budget versus Actual - report complete.
01 SC-Budget-Done
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Budget versus Actual - Complete".
  05 LINE 4 COL 3 VALUE "-------------------------------".
  05 LINE 6 COL 3 VALUE "Month:                ".
  05 LINE 6 COL + 1 PIC X(6) FROM WS-Rpt-Period.
  05 LINE 7 COL 3 VALUE "Branches Reported:    ".
  05 LINE 7 COL + 1 PIC ZZZ,ZZ9 FROM WS-Branches-Reported.
  05 LINE 8 COL 3 VALUE "Beyond Tolerance:     ".
  05 LINE 8 COL + 1 PIC ZZZ,ZZ9 FROM WS-Branches-Flagged.
  05 LINE 9 COL 3 VALUE "Months Missing (YTD): ".
  05 LINE 9 COL + 1 PIC Z9 FROM WS-Months-Missing.
  05 LINE 10 COL 3 VALUE "Report: ".
  05 LINE 10 COL + 1 PIC X(40) FROM WS-Budget-Report-Path.
  05 LINE 12 COL 3 VALUE "Press Enter to continue.".

*> Budget versus Actual - nothing to report.
01 SC-Budget-None
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Budget versus Actual".
  05 LINE 4 COL 3 VALUE "--------------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-None-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".
