*> Data Retention - record a relationship's end, or run the
*> anonymisation.
01 SC-Pdr-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 1 COL 3 VALUE "Data Retention".
  05 LINE 2 COL 3 VALUE "Retention period (Retention.dat PDYEARS): ".
  05 LINE 2 COL + 1 PIC Z9 FROM WS-Pdr-Years.
  05 LINE 2 COL + 1 VALUE "years (0 = anonymisation off)".
  05 LINE 4 COL 3 VALUE "Key:                          ".
  05 LINE 4 COL + 1 PIC X(10) USING WS-Pdr-Key
    REVERSE-VIDEO.
  05 LINE 5 COL 3 VALUE "Relationship ended (YYYYMMDD): ".
  05 LINE 5 COL + 1 PIC X(8) USING WS-Pdr-Ended
    REVERSE-VIDEO.
  05 LINE 6 COL 3 VALUE "Reason code:                  ".
  05 LINE 6 COL + 1 PIC X(4) USING WS-Pdr-Reason
    REVERSE-VIDEO.
  05 LINE 8 COL 3 PIC X(76) FROM WS-Pdr-Show-Line-1.
  05 LINE 9 COL 3 PIC X(76) FROM WS-Pdr-Show-Line-2.
  05 LINE 11 COL 3 VALUE "1. Record relationship end    2. Withdraw".
  05 LINE 12 COL 3 VALUE "3. Show key                   4. Run anonymisation".
  05 LINE 13 COL 3 VALUE "5. Back".
  05 LINE 15 COL 3 VALUE "Your choice: ".
  05 LINE 15 COL + 1 PIC 9 USING WS-Pdr-Choice
    REVERSE-VIDEO
    REQUIRED.

*> Data Retention - confirm the anonymisation run.
01 SC-Pdr-Confirm
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Data Retention - Anonymisation Run".
  05 LINE 4 COL 3 VALUE "----------------------------------".
  05 LINE 6 COL 3 VALUE "Relationships ended on or before: ".
  05 LINE 6 COL + 1 PIC X(8) FROM WS-Pdr-Cutoff.
  05 LINE 7 COL 3 VALUE "Keys due now:                     ".
  05 LINE 7 COL + 1 PIC ZZZZ9 FROM WS-Pdr-Due-Count.
  05 LINE 9 COL 3
    VALUE "Names and contacts on AcctRef.dat and in the statement".
  05 LINE 10 COL 3
    VALUE "archive are replaced by a token. This cannot be undone.".
  05 LINE 11 COL 3
    VALUE "Keys under a hold or an open dispute are refused.".
  05 LINE 13 COL 3 VALUE "Run the anonymisation? (Y/N): ".
  05 LINE 13 COL + 1 PIC A USING WS-Pdr-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Data Retention - outcome of a request.
01 SC-Pdr-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Data Retention".
  05 LINE 4 COL 3 VALUE "--------------".
  05 LINE 6 COL 3 PIC X(76) FROM WS-Pdr-Result-Label.
  05 LINE 7 COL 3 PIC X(76) FROM WS-Pdr-Result-Detail.
  05 LINE 9 COL 3 VALUE "Press Enter to continue.".
