*> Collections - front screen.
01 SC-Coll-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Collections".
  05 LINE 4 COL 3 VALUE "-----------".
  05 LINE 6 COL 3 VALUE "1. Run collections (raise dunning letters)".
  05 LINE 7 COL 3 VALUE "2. Record a promise-to-pay".
  05 LINE 8 COL 3 VALUE "3. List keys in collections".
  05 LINE 9 COL 3 VALUE "4. Back to the Main Menu".
  05 LINE 11 COL 3 VALUE "Your choice: ".
  05 LINE 11 COL + 1 PIC 9 USING WS-Coll-Action
    REVERSE-VIDEO
    REQUIRED.

*> Collections - which key the promise is for.
01 SC-Coll-Promise-Key
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Collections - Promise-to-Pay".
  05 LINE 4 COL 3 VALUE "----------------------------".
  05 LINE 6 COL 3 VALUE "Key (blank = back): ".
  05 LINE 6 COL + 1 PIC X(10) USING WS-Promise-Key
    REVERSE-VIDEO.

*> Collections - the register row, the promised date and the
*> confirmation.
01 SC-Coll-Promise
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Collections - Promise-to-Pay".
  05 LINE 4 COL 3 VALUE "----------------------------".
  05 LINE 6 COL 3 VALUE "Key:             ".
  05 LINE 6 COL + 1 PIC X(10) FROM CR-Key.
  05 LINE 7 COL 3 VALUE "Stage:           ".
  05 LINE 7 COL + 1 PIC 9 FROM CR-Stage.
  05 LINE 8 COL 3 VALUE "Overdrawn since: ".
  05 LINE 8 COL + 1 PIC X(8) FROM CR-Overdrawn-Since.
  05 LINE 9 COL 3 VALUE "Days overdrawn:  ".
  05 LINE 9 COL + 1 PIC ZZZZ9 FROM CR-Days-Overdrawn.
  05 LINE 10 COL 3 VALUE "Balance:         ".
  05 LINE 10 COL + 1 PIC -ZZZ,ZZZ,ZZ9.99 FROM CR-Balance.
  05 LINE 10 COL + 2 PIC X(3) FROM CR-Currency.
  05 LINE 12 COL 3 VALUE "Promised by (YYYYMMDD): ".
  05 LINE 12 COL + 1 PIC X(8) USING WS-Promise-Date
    REVERSE-VIDEO.
  05 LINE 13 COL 3 VALUE "A blank date withdraws the promise.".
  05 LINE 15 COL 3 VALUE "Record this? (Y/N): ".
  05 LINE 15 COL + 1 PIC A USING WS-Promise-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Collections - one page of the register.
01 SC-Coll-List
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 1 COL 3 VALUE "Keys in collections, by key".
  05 LINE 2 COL 3 VALUE "Key        Stage Since     Days         Balance Cur Promise".
  05 LINE 3 COL 3 PIC X(70) FROM WS-Coll-Line(1).
  05 LINE 4 COL 3 PIC X(70) FROM WS-Coll-Line(2).
  05 LINE 5 COL 3 PIC X(70) FROM WS-Coll-Line(3).
  05 LINE 6 COL 3 PIC X(70) FROM WS-Coll-Line(4).
  05 LINE 7 COL 3 PIC X(70) FROM WS-Coll-Line(5).
  05 LINE 8 COL 3 PIC X(70) FROM WS-Coll-Line(6).
  05 LINE 9 COL 3 PIC X(70) FROM WS-Coll-Line(7).
  05 LINE 10 COL 3 PIC X(70) FROM WS-Coll-Line(8).
  05 LINE 11 COL 3 PIC X(70) FROM WS-Coll-Line(9).
  05 LINE 12 COL 3 PIC X(70) FROM WS-Coll-Line(10).
  05 LINE 13 COL 3 PIC X(70) FROM WS-Coll-Line(11).
  05 LINE 14 COL 3 PIC X(70) FROM WS-Coll-Line(12).
  05 LINE 15 COL 3 PIC X(70) FROM WS-Coll-Line(13).
  05 LINE 16 COL 3 PIC X(70) FROM WS-Coll-Line(14).
  05 LINE 17 COL 3 PIC X(70) FROM WS-Coll-Line(15).
  05 LINE 19 COL 3 VALUE "More? (Enter=continue, N=stop): ".
  05 LINE 19 COL + 1 PIC A USING WS-Coll-Stop.

*> Collections - outcome of the action just taken.
01 SC-Coll-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Collections".
  05 LINE 4 COL 3 VALUE "-----------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-Coll-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".

*> Collections - run complete.
01 SC-Coll-Done
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Collections - Complete".
  05 LINE 4 COL 3 VALUE "----------------------".
  05 LINE 6 COL 3 VALUE "Keys Judged:       ".
  05 LINE 6 COL + 1 PIC ZZZ,ZZ9 FROM WS-Keys-Examined.
  05 LINE 7 COL 3 VALUE "In Collections:    ".
  05 LINE 7 COL + 1 PIC ZZZ,ZZ9 FROM WS-Keys-In-Coll.
  05 LINE 8 COL 3 VALUE "Letters Raised:    ".
  05 LINE 8 COL + 1 PIC ZZZ,ZZ9 FROM WS-Letters-Raised.
  05 LINE 9 COL 3 VALUE "Promise Paused:    ".
  05 LINE 9 COL + 1 PIC ZZZ,ZZ9 FROM WS-Keys-Promised.
  05 LINE 10 COL 3 VALUE "Cleared (credit):  ".
  05 LINE 10 COL + 1 PIC ZZZ,ZZ9 FROM WS-Keys-Cleared.
  05 LINE 11 COL 3 VALUE "Skipped (on hold): ".
  05 LINE 11 COL + 1 PIC ZZZ,ZZ9 FROM WS-Keys-Held.
  05 LINE 12 COL 3 VALUE "Report: ".
  05 LINE 12 COL + 1 PIC X(40) FROM WS-Coll-Report-Path.
  05 LINE 13 COL 3 VALUE "Letters: ".
  05 LINE 13 COL + 1 PIC X(40) FROM WS-Coll-Letter-Path.
  05 LINE 14 COL 3 PIC X(60) FROM WS-Spool-Label.
  05 LINE 16 COL 3 VALUE "Press Enter to continue.".

*> Collections - nothing to judge.
01 SC-Coll-None
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Collections".
  05 LINE 4 COL 3 VALUE "-----------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-None-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".
