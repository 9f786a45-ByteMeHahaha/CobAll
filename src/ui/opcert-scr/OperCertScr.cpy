*> Operator Recertification - listing or dormant-ID check.
01 SC-Cert-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Operator Recertification".
  05 LINE 4 COL 3 VALUE "------------------------".
  05 LINE 6 COL 3 VALUE "1. Quarterly recertification listing".
  05 LINE 7 COL 3 VALUE "2. Lock dormant operator IDs now".
  05 LINE 8 COL 3 VALUE "3. Back to the Main Menu".
  05 LINE 10 COL 3 VALUE "Your choice: ".
  05 LINE 10 COL + 1 PIC 9 USING WS-Cert-Action
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 12 COL 3 VALUE "IDs idle for (OPIDLEDAYS):".
  05 LINE 12 COL + 1 PIC ZZ9 FROM WS-Cfg-Oper-Idle-Days.
  05 LINE 12 COL + 1 VALUE "day(s) are locked - 0 = off.".
  05 LINE 13 COL 3 VALUE "The overnight run does the same check unattended.".

*> Operator Recertification - why nothing was run.
01 SC-Cert-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Operator Recertification".
  05 LINE 4 COL 3 VALUE "------------------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-Cert-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".

*> Operator Recertification - listing written.
01 SC-Cert-Listed
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Recertification Listing - Complete".
  05 LINE 4 COL 3 VALUE "----------------------------------".
  05 LINE 6 COL 3 VALUE "Quarter:                ".
  05 LINE 6 COL + 1 PIC X(7) FROM WS-Cert-Quarter.
  05 LINE 7 COL 3 VALUE "Profiles Listed:        ".
  05 LINE 7 COL + 1 PIC ZZ,ZZ9 FROM WS-Cert-Listed.
  05 LINE 8 COL 3 VALUE "  Locked:               ".
  05 LINE 8 COL + 1 PIC ZZ,ZZ9 FROM WS-Cert-Locked-Listed.
  05 LINE 9 COL 3 VALUE "  Never Logged In:      ".
  05 LINE 9 COL + 1 PIC ZZ,ZZ9 FROM WS-Cert-Never.
  05 LINE 10 COL 3 VALUE "  Idle Past the Limit:  ".
  05 LINE 10 COL + 1 PIC ZZ,ZZ9 FROM WS-Cert-Overdue.
  05 LINE 11 COL 3 VALUE "Listing: ".
  05 LINE 11 COL + 1 PIC X(40) FROM WS-Cert-Report-Path.
  05 LINE 12 COL 3 PIC X(60) FROM WS-Spool-Label.
  05 LINE 14 COL 3 VALUE "Press Enter to continue.".

*> Operator Recertification - dormant-ID check complete.
01 SC-Cert-Locked
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Dormant Operator IDs - Complete".
  05 LINE 4 COL 3 VALUE "-------------------------------".
  05 LINE 6 COL 3 VALUE "Active Profiles Checked:".
  05 LINE 6 COL + 1 PIC ZZ,ZZ9 FROM WS-Idle-Checked.
  05 LINE 7 COL 3 VALUE "Locked as Dormant:      ".
  05 LINE 7 COL + 1 PIC ZZ,ZZ9 FROM WS-Idle-Locked.
  05 LINE 8 COL 3 VALUE "Left Active (last sup): ".
  05 LINE 8 COL + 1 PIC ZZ,ZZ9 FROM WS-Idle-Kept.
  05 LINE 9 COL 3 VALUE "Idle Clock Started:     ".
  05 LINE 9 COL + 1 PIC ZZ,ZZ9 FROM WS-Idle-Started.
  05 LINE 11 COL 3 VALUE "Each lock is on the audit trail and the alert queue.".
  05 LINE 13 COL 3 VALUE "Press Enter to continue.".
