*> Account Re-key - the re-key awaiting a second supervisor, and what
*> to do next.
01 SC-Rekey-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Account Re-key / Branch Transfer".
  05 LINE 4 COL 3 VALUE "--------------------------------".
  05 LINE 5 COL 3 VALUE "Awaiting commit: ".
  05 LINE 5 COL + 1 PIC X(60) FROM WS-Rekey-Pending-Label.
  05 LINE 7 COL 3 VALUE "1. Request and preview a re-key".
  05 LINE 8 COL 3 VALUE "2. Review and commit the waiting re-key".
  05 LINE 9 COL 3 VALUE "3. Decline the waiting re-key".
  05 LINE 10 COL 3 VALUE "4. Back to the Main Menu".
  05 LINE 12 COL 3 VALUE "Your choice: ".
  05 LINE 12 COL + 1 PIC 9 USING WS-Rekey-Choice
    REVERSE-VIDEO
    REQUIRED.

*> Account Re-key - the key to move, where to, and for how long the
*> nightly run keeps redirecting postings to the old key.
01 SC-Rekey-Request
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Account Re-key - Request".
  05 LINE 4 COL 3 VALUE "------------------------".
  05 LINE 5 COL 3
    VALUE "Branch = the first four characters of the key.".
  05 LINE 7 COL 3 VALUE "Old key:              ".
  05 LINE 7 COL + 1 PIC X(10) USING WS-Rekey-Old-Key
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 8 COL 3 VALUE "New key:              ".
  05 LINE 8 COL + 1 PIC X(10) USING WS-Rekey-New-Key
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 9 COL 3 VALUE "Grace period (days):  ".
  05 LINE 9 COL + 1 PIC 9(3) USING WS-Rekey-Grace-Days
    REVERSE-VIDEO.
  05 LINE 10 COL 3 VALUE "Reason:               ".
  05 LINE 10 COL + 1 PIC X(30) USING WS-Rekey-Reason
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 12 COL 3 VALUE "Preview this re-key? (Y/N): ".
  05 LINE 12 COL + 1 PIC A USING WS-Rekey-Check
    REVERSE-VIDEO
    REQUIRED.

*> Account Re-key - the rows the move would carry, file by file, and
*> the decision on it.
01 SC-Rekey-Preview
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 2 COL 3 PIC X(60) FROM WS-Rekey-Preview-Title.
  05 LINE 3 COL 3 PIC X(70) FROM WS-Rekey-Action-Label.
  05 LINE 5 COL 3 VALUE "Transaction masters:    ".
  05 LINE 5 COL + 1 PIC ZZ,ZZ9 FROM WS-Rekey-Count(1).
  05 LINE 5 COL 40 VALUE "Collections:            ".
  05 LINE 5 COL + 1 PIC ZZ,ZZ9 FROM WS-Rekey-Count(8).
  05 LINE 6 COL 3 VALUE "Account reference:      ".
  05 LINE 6 COL + 1 PIC ZZ,ZZ9 FROM WS-Rekey-Count(2).
  05 LINE 6 COL 40 VALUE "Loans (incl. repaying): ".
  05 LINE 6 COL + 1 PIC ZZ,ZZ9 FROM WS-Rekey-Count(9).
  05 LINE 7 COL 3 VALUE "Statement cycle:        ".
  05 LINE 7 COL + 1 PIC ZZ,ZZ9 FROM WS-Rekey-Count(3).
  05 LINE 7 COL 40 VALUE "Open payments:          ".
  05 LINE 7 COL + 1 PIC ZZ,ZZ9 FROM WS-Rekey-Count(10).
  05 LINE 8 COL 3 VALUE "Standing instructions:  ".
  05 LINE 8 COL + 1 PIC ZZ,ZZ9 FROM WS-Rekey-Count(4).
  05 LINE 8 COL 40 VALUE "Open disputes:          ".
  05 LINE 8 COL + 1 PIC ZZ,ZZ9 FROM WS-Rekey-Count(11).
  05 LINE 9 COL 3 VALUE "Hold register:          ".
  05 LINE 9 COL + 1 PIC ZZ,ZZ9 FROM WS-Rekey-Count(5).
  05 LINE 9 COL 40 VALUE "Warehoused forwards:    ".
  05 LINE 9 COL + 1 PIC ZZ,ZZ9 FROM WS-Rekey-Count(12).
  05 LINE 10 COL 3 VALUE "Customer links:         ".
  05 LINE 10 COL + 1 PIC ZZ,ZZ9 FROM WS-Rekey-Count(6).
  05 LINE 10 COL 40 VALUE "Term deposits:          ".
  05 LINE 10 COL + 1 PIC ZZ,ZZ9 FROM WS-Rekey-Count(13).
  05 LINE 11 COL 3 VALUE "Dormant register:       ".
  05 LINE 11 COL + 1 PIC ZZ,ZZ9 FROM WS-Rekey-Count(7).
  05 LINE 12 COL 3 VALUE "Retention register:     ".
  05 LINE 12 COL + 1 PIC ZZ,ZZ9 FROM WS-Rekey-Count(14).
  05 LINE 11 COL 40 VALUE "Rows in all:            ".
  05 LINE 11 COL + 1 PIC Z,ZZZ,ZZ9 FROM WS-Rekey-Total.
  05 LINE 13 COL 3 PIC X(76) FROM WS-Rekey-Preview-Note.
  05 LINE 14 COL 3
    VALUE "History (statements, journal, archives) stays under the old key.".
  05 LINE 16 COL 3 PIC X(50) FROM WS-Rekey-Confirm-Prompt.
  05 LINE 16 COL + 1 PIC A USING WS-Rekey-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Account Re-key - outcome of a request.
01 SC-Rekey-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Account Re-key / Branch Transfer".
  05 LINE 4 COL 3 VALUE "--------------------------------".
  05 LINE 6 COL 3 PIC X(76) FROM WS-Rekey-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".
