*> Audit Sampling - the latest sample, and what to do next.
01 SC-Sample-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Audit Sampling".
  05 LINE 4 COL 3 VALUE "--------------".
  05 LINE 5 COL 3 VALUE "Latest sample: ".
  05 LINE 5 COL + 1 PIC X(60) FROM WS-Sample-Latest-Label.
  05 LINE 7 COL 3 VALUE "1. Draw a new sample".
  05 LINE 8 COL 3 VALUE "2. Review a sample's items".
  05 LINE 9 COL 3 VALUE "3. Sign off a reviewed sample".
  05 LINE 10 COL 3 VALUE "4. Print a sample's register".
  05 LINE 11 COL 3 VALUE "5. Back to the Main Menu".
  05 LINE 13 COL 3 VALUE "Your choice: ".
  05 LINE 13 COL + 1 PIC 9 USING WS-Sample-Choice
    REVERSE-VIDEO
    REQUIRED.

*> Audit Sampling - the population, the method and the seed.
01 SC-Sample-Draw
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Audit Sampling - Draw a Sample".
  05 LINE 4 COL 3 VALUE "------------------------------".
  05 LINE 6 COL 3 VALUE "Population (T = master keys, J = journal entries,".
  05 LINE 7 COL 3 VALUE "            M = manually keyed transactions): ".
  05 LINE 7 COL + 1 PIC X USING WS-Sample-Population
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 8 COL 3 VALUE "Period from (YYYYMMDD, blank = all):      ".
  05 LINE 8 COL + 1 PIC X(8) USING WS-Sample-Period-From
    REVERSE-VIDEO.
  05 LINE 9 COL 3 VALUE "Period to   (YYYYMMDD, blank = from date): ".
  05 LINE 9 COL + 1 PIC X(8) USING WS-Sample-Period-To
    REVERSE-VIDEO.
  05 LINE 10 COL 3 VALUE "Method (R = random, M = monetary-unit):    ".
  05 LINE 10 COL + 1 PIC X USING WS-Sample-Method
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 11 COL 3 VALUE "Sample size (1-2000):                      ".
  05 LINE 11 COL + 1 PIC 9(4) USING WS-Sample-Size
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 12 COL 3 VALUE "Seed (0 = take one from the clock):        ".
  05 LINE 12 COL + 1 PIC 9(9) USING WS-Sample-Seed
    REVERSE-VIDEO.
  05 LINE 14 COL 3
    VALUE "The same population, period, method, size and seed draw the same".
  05 LINE 15 COL 3
    VALUE "sample again - the seed is recorded on the sample and the worksheet.".
  05 LINE 17 COL 3 VALUE "Draw this sample? (Y/N): ".
  05 LINE 17 COL + 1 PIC A USING WS-Sample-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Audit Sampling - which sample to review, sign off or print.
01 SC-Sample-Pick
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 PIC X(60) FROM WS-Sample-Pick-Title.
  05 LINE 6 COL 3 VALUE "Sample ID:                  ".
  05 LINE 6 COL + 1 PIC X(14) USING WS-Sample-Pick-Id
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 7 COL 3 PIC X(28) FROM WS-Sample-Pick-Item-Prompt.
  05 LINE 7 COL + 1 PIC 9(4) USING WS-Sample-Pick-Item
    REVERSE-VIDEO.

*> Audit Sampling - one drawn item and the reviewer's verdict on it.
01 SC-Sample-Item
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 PIC X(60) FROM WS-Sample-Item-Title.
  05 LINE 5 COL 3 VALUE "Reference:    ".
  05 LINE 5 COL + 1 PIC X(30) FROM SM-Ref.
  05 LINE 6 COL 3 VALUE "Key:          ".
  05 LINE 6 COL + 1 PIC X(10) FROM SM-Key.
  05 LINE 7 COL 3 VALUE "Date:         ".
  05 LINE 7 COL + 1 PIC X(8) FROM SM-Date.
  05 LINE 8 COL 3 VALUE "Amount:       ".
  05 LINE 8 COL + 1 PIC -ZZZ,ZZZ,ZZ9.99 FROM SM-Amount.
  05 LINE 9 COL 3 VALUE "Sample hits:  ".
  05 LINE 9 COL + 1 PIC ZZ9 FROM SM-Hits.
  05 LINE 10 COL 3 PIC X(70) FROM WS-Sample-Item-Reviewed.
  05 LINE 12 COL 3 VALUE "Result (P = pass, F = fail):  ".
  05 LINE 12 COL + 1 PIC X USING WS-Sample-Result
    REVERSE-VIDEO.
  05 LINE 13 COL 3 VALUE "Comment: ".
  05 LINE 13 COL + 1 PIC X(40) USING WS-Sample-Comment
    REVERSE-VIDEO.
  05 LINE 15 COL 3 VALUE "Next item (0 = finish):       ".
  05 LINE 15 COL + 1 PIC 9(4) USING WS-Sample-Next-Item
    REVERSE-VIDEO.

*> Audit Sampling - outcome of a request.
01 SC-Sample-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Audit Sampling".
  05 LINE 4 COL 3 VALUE "--------------".
  05 LINE 6 COL 3 PIC X(76) FROM WS-Sample-Result-Label.
  05 LINE 7 COL 3 PIC X(76) FROM WS-Sample-Result-Detail.
  05 LINE 9 COL 3 VALUE "Press Enter to continue.".
