  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 1 COL 3 VALUE "Run History - most recent first".
  05 LINE 2 COL 3
    VALUE "Run ID          Function  Read    Written  Elapsed  Stat  Cfg Ver".
  05 LINE 3 COL 3 PIC X(70) FROM WS-Hist-Line(1).
  05 LINE 4 COL 3 PIC X(70) FROM WS-Hist-Line(2).
  05 LINE 5 COL 3 PIC X(70) FROM WS-Hist-Line(3).
  05 LINE 6 COL 3 PIC X(70) FROM WS-Hist-Line(4).
  05 LINE 7 COL 3 PIC X(70) FROM WS-Hist-Line(5).
  05 LINE 8 COL 3 PIC X(70) FROM WS-Hist-Line(6).
  05 LINE 9 COL 3 PIC X(70) FROM WS-Hist-Line(7).
  05 LINE 10 COL 3 PIC X(70) FROM WS-Hist-Line(8).
  05 LINE 11 COL 3 PIC X(70) FROM WS-Hist-Line(9).
  05 LINE 12 COL 3 PIC X(70) FROM WS-Hist-Line(10).
  05 LINE 13 COL 3 PIC X(70) FROM WS-Hist-Line(11).
  05 LINE 14 COL 3 PIC X(70) FROM WS-Hist-Line(12).
  05 LINE 15 COL 3 PIC X(70) FROM WS-Hist-Line(13).
  05 LINE 16 COL 3 PIC X(70) FROM WS-Hist-Line(14).
  05 LINE 17 COL 3 PIC X(70) FROM WS-Hist-Line(15).
  05 LINE 19 COL 3 PIC X(70) FROM WS-Hist-Trend-Label-1.
  05 LINE 20 COL 3 PIC X(70) FROM WS-Hist-Trend-Label-2.
  05 LINE 21 COL 3 PIC X(70) FROM WS-Hist-Trend-Label-3.
  05 LINE 22 COL 3 VALUE "Continue to the next (older) page? (Y/N): ".
  05 LINE 22 COL + 1 PIC A USING WS-Hist-Stop
    REVERSE-VIDEO.
