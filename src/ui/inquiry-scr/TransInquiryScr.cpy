*> mode 2 browses forward (READ NEXT) from the key, so a partial key
*> padded with spaces finds the first key at or after it; mode 3
*> browses a date range on the master's alternate date key - no
*> full-file scan; mode 4 pages the key's posted lines off the
*> posting history over the same date range.
01 SC-Trans-Inquiry-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 LINE 8 COL 3 VALUE "1. Exact key lookup".
  05 LINE 9 COL 3 VALUE "2. Browse forward from key (partial key OK)".
  05 LINE 10 COL 3 VALUE "3. Browse a date range".
  05 LINE 11 COL 3 VALUE "4. Posting history for the key over a date range".
  05 LINE 13 COL 3 VALUE "Your choice: ".
  05 LINE 13 COL + 1 PIC 9 USING WS-Inquiry-Mode
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 15 COL 3 VALUE "Date from (YYYYMMDD, modes 3-4): ".
  05 LINE 15 COL + 1 PIC X(8) USING WS-Inquiry-Date-Lo
    REVERSE-VIDEO.
  05 LINE 16 COL 3 VALUE "Date to (YYYYMMDD, modes 3-4):   ".
  05 LINE 16 COL + 1 PIC X(8) USING WS-Inquiry-Date-Hi
    REVERSE-VIDEO.

*> Transaction Inquiry - single-record result of an exact lookup.
  05 LINE 18 COL 3 VALUE "More? (Enter=continue, N=stop): ".
  05 LINE 18 COL + 1 PIC A USING WS-Browse-Stop.

*> Transaction Inquiry - a key's posting history, a page at a time,
*> same More?/paging idiom as the browse.
01 SC-Trans-Inquiry-History
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Transaction Inquiry - Posting History".
  05 LINE 4 COL 3 VALUE "-------------------------------------".
  05 LINE 5 COL 3 VALUE "Key: ".
  05 LINE 5 COL + 1 PIC X(10) FROM WS-Inquiry-Key.
  05 LINE 5 COL + 2 PIC X(30) FROM WS-Inquiry-Acct-Name.
  05 LINE 6 COL 3 VALUE "Key        Date       Value Date Amount            St Feed     Gen".

  05 LINE 7 COL 3 PIC X(70) FROM WS-Hist-Line(1).
  05 LINE 8 COL 3 PIC X(70) FROM WS-Hist-Line(2).
  05 LINE 9 COL 3 PIC X(70) FROM WS-Hist-Line(3).
  05 LINE 10 COL 3 PIC X(70) FROM WS-Hist-Line(4).
  05 LINE 11 COL 3 PIC X(70) FROM WS-Hist-Line(5).
  05 LINE 12 COL 3 PIC X(70) FROM WS-Hist-Line(6).
  05 LINE 13 COL 3 PIC X(70) FROM WS-Hist-Line(7).
  05 LINE 14 COL 3 PIC X(70) FROM WS-Hist-Line(8).
  05 LINE 15 COL 3 PIC X(70) FROM WS-Hist-Line(9).
  05 LINE 16 COL 3 PIC X(70) FROM WS-Hist-Line(10).

  05 LINE 18 COL 3 VALUE "More? (Enter=continue, N=stop): ".
  05 LINE 18 COL + 1 PIC A USING WS-Browse-Stop.

*> Transaction Inquiry - shown when the master file isn't there to
*> inquire against.
01 SC-Trans-Inquiry-No-Master
