*> Customer Position - which customer.
01 SC-Cust-Pos-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Customer Position".
  05 LINE 4 COL 3 VALUE "-----------------".
  05 LINE 6 COL 3 VALUE "Customer number (blank = back): ".
  05 LINE 6 COL + 1 PIC X(8) USING WS-Cust-No
    REVERSE-VIDEO.

*> Customer Position - the customer's keys, a page at a time, with
*> more to follow.
01 SC-Cust-Pos-Screen
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Customer Position".
  05 LINE 3 COL + 2 PIC X(8) FROM WS-Cust-No.
  05 LINE 3 COL + 2 PIC X(30) FROM WS-Cust-Name.
  05 LINE 3 COL + 2 PIC X(4) FROM WS-Cust-Segment.
  05 LINE 4 COL 3 VALUE "Key               Balance Cur        In GBP  St".
  05 LINE 5 COL 3 PIC X(70) FROM WS-Page-Line(1).
  05 LINE 6 COL 3 PIC X(70) FROM WS-Page-Line(2).
  05 LINE 7 COL 3 PIC X(70) FROM WS-Page-Line(3).
  05 LINE 8 COL 3 PIC X(70) FROM WS-Page-Line(4).
  05 LINE 9 COL 3 PIC X(70) FROM WS-Page-Line(5).
  05 LINE 10 COL 3 PIC X(70) FROM WS-Page-Line(6).
  05 LINE 11 COL 3 PIC X(70) FROM WS-Page-Line(7).
  05 LINE 12 COL 3 PIC X(70) FROM WS-Page-Line(8).
  05 LINE 13 COL 3 PIC X(70) FROM WS-Page-Line(9).
  05 LINE 14 COL 3 PIC X(70) FROM WS-Page-Line(10).
  05 LINE 15 COL 3 PIC X(70) FROM WS-Page-Line(11).
  05 LINE 16 COL 3 PIC X(70) FROM WS-Page-Line(12).
  05 LINE 18 COL 3 VALUE "Total in GBP: ".
  05 LINE 18 COL + 1 PIC ZZZ,ZZZ,ZZZ,ZZ9.99- FROM WS-Cust-Total-GBP.
  05 LINE 18 COL + 2 VALUE "Keys:".
  05 LINE 18 COL + 1 PIC ZZ9 FROM WS-Key-Used.
  05 LINE 20 COL 3 VALUE "More keys follow - continue? (Y/N): ".
  05 LINE 20 COL + 1 PIC A USING WS-Page-Stop
    REVERSE-VIDEO.

*> Customer Position - the last (or only) page of keys.
01 SC-Cust-Pos-Last
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Customer Position".
  05 LINE 3 COL + 2 PIC X(8) FROM WS-Cust-No.
  05 LINE 3 COL + 2 PIC X(30) FROM WS-Cust-Name.
  05 LINE 3 COL + 2 PIC X(4) FROM WS-Cust-Segment.
  05 LINE 4 COL 3 VALUE "Key               Balance Cur        In GBP  St".
  05 LINE 5 COL 3 PIC X(70) FROM WS-Page-Line(1).
  05 LINE 6 COL 3 PIC X(70) FROM WS-Page-Line(2).
  05 LINE 7 COL 3 PIC X(70) FROM WS-Page-Line(3).
  05 LINE 8 COL 3 PIC X(70) FROM WS-Page-Line(4).
  05 LINE 9 COL 3 PIC X(70) FROM WS-Page-Line(5).
  05 LINE 10 COL 3 PIC X(70) FROM WS-Page-Line(6).
  05 LINE 11 COL 3 PIC X(70) FROM WS-Page-Line(7).
  05 LINE 12 COL 3 PIC X(70) FROM WS-Page-Line(8).
  05 LINE 13 COL 3 PIC X(70) FROM WS-Page-Line(9).
  05 LINE 14 COL 3 PIC X(70) FROM WS-Page-Line(10).
  05 LINE 15 COL 3 PIC X(70) FROM WS-Page-Line(11).
  05 LINE 16 COL 3 PIC X(70) FROM WS-Page-Line(12).
  05 LINE 18 COL 3 VALUE "Total in GBP: ".
  05 LINE 18 COL + 1 PIC ZZZ,ZZZ,ZZZ,ZZ9.99- FROM WS-Cust-Total-GBP.
  05 LINE 18 COL + 2 VALUE "Keys:".
  05 LINE 18 COL + 1 PIC ZZ9 FROM WS-Key-Used.
  05 LINE 19 COL 3 VALUE "Held:".
  05 LINE 19 COL + 1 PIC ZZ9 FROM WS-Keys-Held.
  05 LINE 19 COL + 2 VALUE "Unconverted (no rate):".
  05 LINE 19 COL + 1 PIC ZZ9 FROM WS-Keys-Unconverted.
  05 LINE 21 COL 3 VALUE "Another customer? (Y/N): ".
  05 LINE 21 COL + 1 PIC A USING WS-Cust-Again
    REVERSE-VIDEO
    REQUIRED.

*> Customer Position - why there is nothing to show.
01 SC-Cust-Pos-Msg
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Customer Position".
  05 LINE 4 COL 3 VALUE "-----------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-Cust-Msg.
  05 LINE 8 COL 3 VALUE "Another customer? (Y/N): ".
  05 LINE 8 COL + 1 PIC A USING WS-Cust-Again
    REVERSE-VIDEO
    REQUIRED.
