*> Interest Tax Certificates - pick the tax year and run.
01 SC-Tax-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Interest Tax Certificates".
  05 LINE 4 COL 3 VALUE "-------------------------".
  05 LINE 6 COL 3 VALUE "Interest feeds:     ".
  05 LINE 6 COL + 1 PIC X(50) FROM WS-Tax-Feed-Label.
  05 LINE 7 COL 3 VALUE "Tax withheld (%):   ".
  05 LINE 7 COL + 1 PIC Z9.99 FROM WS-Cfg-Tax-Withhold-Pct.
  05 LINE 7 COL + 2 VALUE "(TAXRATE in settings; 0 = paid gross)".
  05 LINE 9 COL 3 VALUE "Tax year (YYYY):    ".
  05 LINE 9 COL + 1 PIC X(4) USING WS-Tax-Year
    REVERSE-VIDEO.
  05 LINE 11 COL 3
    VALUE "Certificates are spooled and archived with the statements;".
  05 LINE 12 COL 3
    VALUE "the return file is registered for transmission.".
  05 LINE 14 COL 3 VALUE "Produce the certificates? (Y/N): ".
  05 LINE 14 COL + 1 PIC A USING WS-Tax-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Interest Tax Certificates - outcome of the run.
01 SC-Tax-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Interest Tax Certificates".
  05 LINE 4 COL 3 VALUE "-------------------------".
  05 LINE 6 COL 3 PIC X(76) FROM WS-Tax-Result-Label.
  05 LINE 7 COL 3 PIC X(76) FROM WS-Tax-Result-Detail.
  05 LINE 9 COL 3 VALUE "Press Enter to continue.".
