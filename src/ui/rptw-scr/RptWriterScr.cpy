*> Report Writer - the saved definitions, and what to do with one.
01 SC-Rptw-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 1 COL 3 VALUE "Report Writer".
  05 LINE 2 COL 3 VALUE "Name      Title".
  05 LINE 3 COL 3 PIC X(60) FROM WS-Rptw-Line(1).
  05 LINE 4 COL 3 PIC X(60) FROM WS-Rptw-Line(2).
  05 LINE 5 COL 3 PIC X(60) FROM WS-Rptw-Line(3).
  05 LINE 6 COL 3 PIC X(60) FROM WS-Rptw-Line(4).
  05 LINE 7 COL 3 PIC X(60) FROM WS-Rptw-Line(5).
  05 LINE 8 COL 3 PIC X(60) FROM WS-Rptw-Line(6).
  05 LINE 9 COL 3 PIC X(60) FROM WS-Rptw-Line(7).
  05 LINE 10 COL 3 PIC X(60) FROM WS-Rptw-Line(8).
  05 LINE 11 COL 3 PIC X(60) FROM WS-Rptw-Line(9).
  05 LINE 12 COL 3 PIC X(60) FROM WS-Rptw-Line(10).
  05 LINE 13 COL 3 PIC X(60) FROM WS-Rptw-List-Label.
  05 LINE 15 COL 3 VALUE "1. Define or amend  2. Delete  3. Run  4. Back".
  05 LINE 16 COL 3 VALUE "Report name (blank = next page): ".
  05 LINE 16 COL + 1 PIC X(8) USING WS-Rptw-Name
    REVERSE-VIDEO.
  05 LINE 17 COL 3 VALUE "Your choice:                     ".
  05 LINE 17 COL + 1 PIC 9 USING WS-Rptw-Choice
    REVERSE-VIDEO
    REQUIRED.

*> Report Writer - one definition: columns, selection, order, break
*> and totals.
01 SC-Rptw-Define
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 1 COL 3 VALUE "Report Writer - Define ".
  05 LINE 1 COL + 1 PIC X(8) FROM RE-Name.
  05 LINE 2 COL 3 VALUE "Title: ".
  05 LINE 2 COL + 1 PIC X(40) USING RE-Title
    REVERSE-VIDEO.
  05 LINE 4 COL 3 VALUE "Columns (Y/N):".
  05 LINE 5 COL 5 VALUE "Key          ".
  05 LINE 5 COL + 1 PIC X USING RE-Show-Key REVERSE-VIDEO.
  05 LINE 5 COL 30 VALUE "Branch name    ".
  05 LINE 5 COL + 1 PIC X USING RE-Show-Branch REVERSE-VIDEO.
  05 LINE 6 COL 5 VALUE "Account name ".
  05 LINE 6 COL + 1 PIC X USING RE-Show-Acct REVERSE-VIDEO.
  05 LINE 6 COL 30 VALUE "Status desc    ".
  05 LINE 6 COL + 1 PIC X USING RE-Show-Status REVERSE-VIDEO.
  05 LINE 7 COL 5 VALUE "Currency     ".
  05 LINE 7 COL + 1 PIC X USING RE-Show-Currency REVERSE-VIDEO.
  05 LINE 7 COL 30 VALUE "Amount         ".
  05 LINE 7 COL + 1 PIC X USING RE-Show-Amount REVERSE-VIDEO.
  05 LINE 8 COL 5 VALUE "Converted amt".
  05 LINE 8 COL + 1 PIC X USING RE-Show-Converted REVERSE-VIDEO.
  05 LINE 8 COL 30 VALUE "Value date     ".
  05 LINE 8 COL + 1 PIC X USING RE-Show-Value-Date REVERSE-VIDEO.
  05 LINE 10 COL 3 VALUE "Selection (blank bounds select everything):".
  05 LINE 11 COL 5 VALUE "Key from:  ".
  05 LINE 11 COL + 1 PIC X(10) USING RE-Key-Lo REVERSE-VIDEO.
  05 LINE 11 COL + 2 VALUE "to: ".
  05 LINE 11 COL + 1 PIC X(10) USING RE-Key-Hi REVERSE-VIDEO.
  05 LINE 12 COL 5 VALUE "Date from: ".
  05 LINE 12 COL + 1 PIC X(8) USING RE-Date-Lo REVERSE-VIDEO.
  05 LINE 12 COL + 4 VALUE "to: ".
  05 LINE 12 COL + 1 PIC X(8) USING RE-Date-Hi REVERSE-VIDEO.
  05 LINE 13 COL 5 VALUE "Statuses:  ".
  05 LINE 13 COL + 1 PIC X(10) USING RE-Statuses REVERSE-VIDEO.
  05 LINE 15 COL 3
    VALUE "Sort by (1=key 2=value date 3=amount 4=status 5=currency): ".
  05 LINE 15 COL + 1 PIC 9 USING RE-Sort-By REVERSE-VIDEO.
  05 LINE 16 COL 3 VALUE "Descending (Y/N):                ".
  05 LINE 16 COL + 1 PIC X USING RE-Sort-Desc REVERSE-VIDEO.
  05 LINE 17 COL 3
    VALUE "Break on (0=none 1=branch 2=status 3=currency 4=value date): ".
  05 LINE 17 COL + 1 PIC 9 USING RE-Break-On REVERSE-VIDEO.
  05 LINE 18 COL 3 VALUE "Totals (Y/N):                    ".
  05 LINE 18 COL + 1 PIC X USING RE-Totals REVERSE-VIDEO.
  05 LINE 20 COL 3 VALUE "Save this definition? (Y/N): ".
  05 LINE 20 COL + 1 PIC A USING WS-Rptw-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Report Writer - confirm a deletion.
01 SC-Rptw-Delete
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Report Writer - Delete a Definition".
  05 LINE 4 COL 3 VALUE "-----------------------------------".
  05 LINE 6 COL 3 PIC X(8) FROM RD-Name.
  05 LINE 6 COL + 2 PIC X(40) FROM RD-Title.
  05 LINE 8 COL 3 VALUE "Delete this definition? (Y/N): ".
  05 LINE 8 COL + 1 PIC A USING WS-Rptw-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Report Writer - outcome of a request.
01 SC-Rptw-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Report Writer".
  05 LINE 4 COL 3 VALUE "-------------".
  05 LINE 6 COL 3 PIC X(70) FROM WS-Rptw-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".
