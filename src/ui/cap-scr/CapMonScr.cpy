*> Data File Capacity - action, and the file and start date for a
*> trend.
01 SC-Cap-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Data File Capacity".
  05 LINE 4 COL 3 VALUE "------------------".
  05 LINE 6 COL 3 VALUE "1. Measure the data files now".
  05 LINE 7 COL 3 VALUE "2. Growth trend for one file".
  05 LINE 8 COL 3 VALUE "3. Back to the Main Menu".
  05 LINE 10 COL 3 VALUE "Your choice: ".
  05 LINE 10 COL + 1 PIC 9 USING WS-Cap-Action
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 12 COL 3 VALUE "File name (for 2):              ".
  05 LINE 12 COL + 1 PIC X(24) USING WS-Cap-File
    REVERSE-VIDEO.
  05 LINE 13 COL 3 VALUE "From date (YYYYMMDD, blank =    ".
  05 LINE 14 COL 3 VALUE "  the growth window):           ".
  05 LINE 14 COL + 1 PIC X(8) USING WS-Cap-From-Date
    REVERSE-VIDEO.
  05 LINE 16 COL 3 PIC X(76) FROM WS-Cap-Limits-Label.
  05 LINE 17 COL 3 VALUE "The all-files total is kept under the name (all files).".

*> Data File Capacity - a page of files, or of one file's samples.
01 SC-Cap-List
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 1 COL 3 PIC X(60) FROM WS-Cap-List-Title.
  05 LINE 2 COL 3 PIC X(76) FROM WS-Cap-List-Header.
  05 LINE 3 COL 3 PIC X(76) FROM WS-Cap-Line(1).
  05 LINE 4 COL 3 PIC X(76) FROM WS-Cap-Line(2).
  05 LINE 5 COL 3 PIC X(76) FROM WS-Cap-Line(3).
  05 LINE 6 COL 3 PIC X(76) FROM WS-Cap-Line(4).
  05 LINE 7 COL 3 PIC X(76) FROM WS-Cap-Line(5).
  05 LINE 8 COL 3 PIC X(76) FROM WS-Cap-Line(6).
  05 LINE 9 COL 3 PIC X(76) FROM WS-Cap-Line(7).
  05 LINE 10 COL 3 PIC X(76) FROM WS-Cap-Line(8).
  05 LINE 11 COL 3 PIC X(76) FROM WS-Cap-Line(9).
  05 LINE 12 COL 3 PIC X(76) FROM WS-Cap-Line(10).
  05 LINE 13 COL 3 PIC X(76) FROM WS-Cap-Line(11).
  05 LINE 14 COL 3 PIC X(76) FROM WS-Cap-Line(12).
  05 LINE 15 COL 3 PIC X(76) FROM WS-Cap-Line(13).
  05 LINE 16 COL 3 PIC X(76) FROM WS-Cap-Line(14).
  05 LINE 17 COL 3 PIC X(76) FROM WS-Cap-Line(15).
  05 LINE 19 COL 3 PIC X(76) FROM WS-Cap-List-Footer.
  05 LINE 21 COL 3 VALUE "Continue to the next page? (Y/N): ".
  05 LINE 21 COL + 1 PIC A USING WS-Cap-More
    REVERSE-VIDEO.

*> Data File Capacity - outcome of the action.
01 SC-Cap-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Data File Capacity".
  05 LINE 4 COL 3 VALUE "------------------".
  05 LINE 6 COL 3 PIC X(76) FROM WS-Cap-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".
