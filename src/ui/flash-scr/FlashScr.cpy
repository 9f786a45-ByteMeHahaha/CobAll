*> Operations Flash - the one page the early shift asks for: last
*> night's runs, severity totals, open alerts and suspense, the
*> forward-dated warehouse, the released balancing position and
*> the day's security exceptions, with a single verdict line on top.
01 SC-Flash-Screen
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 LINE 14 COL 3 PIC X(64) FROM WS-Flash-Run-Line(10).
  05 LINE 15 COL 3 PIC X(64) FROM WS-Flash-Run-Line(11).
  05 LINE 16 COL 3 PIC X(64) FROM WS-Flash-Run-Line(12).
  05 LINE 17 COL 3 VALUE "Security - failed logins: ".
  05 LINE 17 COL + 1 PIC X(5) FROM WS-Sec-Failed-Disp.
  05 LINE 17 COL + 2 VALUE "lockouts: ".
  05 LINE 17 COL + 1 PIC X(5) FROM WS-Sec-Lockouts-Disp.
  05 LINE 17 COL + 2 VALUE "own-profile: ".
  05 LINE 17 COL + 1 PIC X(5) FROM WS-Sec-Own-Disp.
  05 LINE 18 COL 3 VALUE "Severities today - WARN: ".
  05 LINE 18 COL + 1 PIC ZZ,ZZ9 FROM WS-Warn-Count.
  05 LINE 18 COL + 2 VALUE "ERR: ".
  05 LINE 20 COL + 1 PIC Z,ZZZ,ZZZ,ZZ9.99- FROM WS-Susp-Value.
  05 LINE 21 COL 3 VALUE "Released grand total: ".
  05 LINE 21 COL + 1 PIC Z,ZZZ,ZZZ,ZZ9.99- FROM WS-Bal-Total.
  05 LINE 22 COL 3 VALUE "Forward-dated waiting: ".
  05 LINE 22 COL + 1 PIC ZZ,ZZ9 FROM WS-Fwd-Count.
  05 LINE 22 COL + 2 VALUE "value: ".
  05 LINE 22 COL + 1 PIC Z,ZZZ,ZZZ,ZZ9.99- FROM WS-Fwd-Value.
  05 LINE 23 COL 3 VALUE "Press Enter to return to the Main Menu.".
