*> Feed Recall - which feed generation to back out.
01 SC-Recall-Key
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Feed Recall".
  05 LINE 4 COL 3 VALUE "-----------".
  05 LINE 6 COL 3 VALUE "Feed name (blank = back): ".
  05 LINE 6 COL + 1 PIC X(8) USING WS-Recall-Feed
    REVERSE-VIDEO.
  05 LINE 7 COL 3 VALUE "Generation:                ".
  05 LINE 7 COL + 1 PIC 9(4) USING WS-Recall-Gen
    REVERSE-VIDEO.
  05 LINE 9 COL 3 VALUE "DEFAULT = the unnamed feed.".
  05 LINE 10 COL 3 VALUE "Every posting the generation carried is listed".
  05 LINE 11 COL 3 VALUE "before anything is generated.".

*> Feed Recall - one page of the generation's postings.
01 SC-Recall-List
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 1 COL 3 VALUE "Postings carried by".
  05 LINE 1 COL + 1 PIC X(8) FROM WS-Recall-Feed.
  05 LINE 1 COL + 1 VALUE "generation".
  05 LINE 1 COL + 1 PIC X(4) FROM WS-Recall-Gen-X.
  05 LINE 2 COL 3 VALUE "Key        Date     Value             Amount Cur State".
  05 LINE 3 COL 3 PIC X(70) FROM WS-Recall-Line(1).
  05 LINE 4 COL 3 PIC X(70) FROM WS-Recall-Line(2).
  05 LINE 5 COL 3 PIC X(70) FROM WS-Recall-Line(3).
  05 LINE 6 COL 3 PIC X(70) FROM WS-Recall-Line(4).
  05 LINE 7 COL 3 PIC X(70) FROM WS-Recall-Line(5).
  05 LINE 8 COL 3 PIC X(70) FROM WS-Recall-Line(6).
  05 LINE 9 COL 3 PIC X(70) FROM WS-Recall-Line(7).
  05 LINE 10 COL 3 PIC X(70) FROM WS-Recall-Line(8).
  05 LINE 11 COL 3 PIC X(70) FROM WS-Recall-Line(9).
  05 LINE 12 COL 3 PIC X(70) FROM WS-Recall-Line(10).
  05 LINE 13 COL 3 PIC X(70) FROM WS-Recall-Line(11).
  05 LINE 14 COL 3 PIC X(70) FROM WS-Recall-Line(12).
  05 LINE 15 COL 3 PIC X(70) FROM WS-Recall-Line(13).
  05 LINE 16 COL 3 PIC X(70) FROM WS-Recall-Line(14).
  05 LINE 17 COL 3 PIC X(70) FROM WS-Recall-Line(15).
  05 LINE 19 COL 3 VALUE "More? (Enter=continue, N=stop): ".
  05 LINE 19 COL + 1 PIC A USING WS-Recall-Stop.

*> Feed Recall - what the recall will do, and the approval.
01 SC-Recall-Confirm
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Feed Recall - Approve".
  05 LINE 4 COL 3 VALUE "---------------------".
  05 LINE 6 COL 3 VALUE "Feed:                 ".
  05 LINE 6 COL + 1 PIC X(8) FROM WS-Recall-Feed.
  05 LINE 7 COL 3 VALUE "Generation:           ".
  05 LINE 7 COL + 1 PIC X(4) FROM WS-Recall-Gen-X.
  05 LINE 8 COL 3 VALUE "Postings carried:     ".
  05 LINE 8 COL + 1 PIC ZZZ,ZZ9 FROM WS-Recall-Postings.
  05 LINE 9 COL 3 VALUE "Already posted:       ".
  05 LINE 9 COL + 1 PIC ZZZ,ZZ9 FROM WS-Recall-Posted.
  05 LINE 10 COL 3 VALUE "Still warehoused:     ".
  05 LINE 10 COL + 1 PIC ZZZ,ZZ9 FROM WS-Recall-Waiting.
  05 LINE 11 COL 3 VALUE "Net amount carried:   ".
  05 LINE 11 COL + 1 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99 FROM WS-Recall-Net.
  05 LINE 13 COL 3 VALUE "Posted items get a contra on the adjustment extract;".
  05 LINE 14 COL 3 VALUE "warehoused items are cancelled before they post.".
  05 LINE 15 COL 3 VALUE "The generation can never be posted again.".
  05 LINE 17 COL 3 VALUE "Recall this generation? (Y/N): ".
  05 LINE 17 COL + 1 PIC A USING WS-Recall-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Feed Recall - outcome of the selection or the recall.
01 SC-Recall-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Feed Recall".
  05 LINE 4 COL 3 VALUE "-----------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-Recall-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".

*> Feed Recall - recall complete.
01 SC-Recall-Done
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Feed Recall - Complete".
  05 LINE 4 COL 3 VALUE "----------------------".
  05 LINE 6 COL 3 VALUE "Postings Recalled:  ".
  05 LINE 6 COL + 1 PIC ZZZ,ZZ9 FROM WS-Recall-Postings.
  05 LINE 7 COL 3 VALUE "Contras Raised:     ".
  05 LINE 7 COL + 1 PIC ZZZ,ZZ9 FROM WS-Recall-Reversed.
  05 LINE 8 COL 3 VALUE "Items Cancelled:    ".
  05 LINE 8 COL + 1 PIC ZZZ,ZZ9 FROM WS-Recall-Cancelled.
  05 LINE 9 COL 3 VALUE "FAILED (by hand):   ".
  05 LINE 9 COL + 1 PIC ZZZ,ZZ9 FROM WS-Recall-Failed.
  05 LINE 10 COL 3 VALUE "Report: ".
  05 LINE 10 COL + 1 PIC X(40) FROM WS-Recall-Report-Path.
  05 LINE 12 COL 3 PIC X(60) FROM WS-Recall-Result-Label.
  05 LINE 14 COL 3 VALUE "Press Enter to continue.".
