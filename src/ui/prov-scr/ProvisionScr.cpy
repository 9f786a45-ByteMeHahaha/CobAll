*> Bad Debt Provisioning - front screen.
01 SC-Prov-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Bad Debt Provisioning".
  05 LINE 4 COL 3 VALUE "---------------------".
  05 LINE 6 COL 3 VALUE "1. Run the month's provisioning".
  05 LINE 7 COL 3 VALUE "2. Write off an aged key (supervisor)".
  05 LINE 8 COL 3 VALUE "3. Record a recovery (supervisor)".
  05 LINE 9 COL 3 VALUE "4. List the write-off register".
  05 LINE 10 COL 3 VALUE "5. Back to the Main Menu".
  05 LINE 12 COL 3 VALUE "Your choice: ".
  05 LINE 12 COL + 1 PIC 9 USING WS-Prov-Action
    REVERSE-VIDEO
    REQUIRED.

*> Bad Debt Provisioning - which key to write off.
01 SC-Prov-WO-Key
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Bad Debt Provisioning - Write Off".
  05 LINE 4 COL 3 VALUE "---------------------------------".
  05 LINE 6 COL 3 VALUE "Key (blank = back): ".
  05 LINE 6 COL + 1 PIC X(10) USING WS-WO-Entry-Key
    REVERSE-VIDEO.

*> Bad Debt Provisioning - the aged balance, the reason and the
*> confirmation.
01 SC-Prov-WO-Confirm
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Bad Debt Provisioning - Write Off".
  05 LINE 4 COL 3 VALUE "---------------------------------".
  05 LINE 6 COL 3 VALUE "Key:         ".
  05 LINE 6 COL + 1 PIC X(10) FROM TM-Key.
  05 LINE 7 COL 3 VALUE "Balance:     ".
  05 LINE 7 COL + 1 PIC Z,ZZZ,ZZZ,ZZ9.99- FROM TM-Amount.
  05 LINE 7 COL + 2 PIC X(3) FROM TM-Currency.
  05 LINE 8 COL 3 VALUE "Aged (days): ".
  05 LINE 8 COL + 1 PIC ZZZZ9 FROM WS-Age-Days.
  05 LINE 10 COL 3 VALUE "Reason (audited): ".
  05 LINE 10 COL + 1 PIC X(30) USING WS-WO-Entry-Reason
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 12 COL 3 VALUE "Write this balance off? (Y/N): ".
  05 LINE 12 COL + 1 PIC A USING WS-WO-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Bad Debt Provisioning - which written-off key, and how much has
*> come back.
01 SC-Prov-Recover-Key
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Bad Debt Provisioning - Recovery".
  05 LINE 4 COL 3 VALUE "--------------------------------".
  05 LINE 6 COL 3 VALUE "Key (blank = back):      ".
  05 LINE 6 COL + 1 PIC X(10) USING WS-WO-Entry-Key
    REVERSE-VIDEO.
  05 LINE 7 COL 3 VALUE "Amount recovered (9(9).99): ".
  05 LINE 7 COL + 1 PIC 9(9)V99 USING WS-Recovery-Amount
    REVERSE-VIDEO.

*> Bad Debt Provisioning - the write-off the recovery goes against,
*> and the confirmation.
01 SC-Prov-Recover-Confirm
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Bad Debt Provisioning - Recovery".
  05 LINE 4 COL 3 VALUE "--------------------------------".
  05 LINE 6 COL 3 VALUE "Key:                ".
  05 LINE 6 COL + 1 PIC X(10) FROM WO-Key.
  05 LINE 7 COL 3 VALUE "Written off on:     ".
  05 LINE 7 COL + 1 PIC X(8) FROM WO-Stamp.
  05 LINE 8 COL 3 VALUE "Written off:        ".
  05 LINE 8 COL + 1 PIC Z,ZZZ,ZZZ,ZZ9.99 FROM WS-Written-Off-Abs.
  05 LINE 9 COL 3 VALUE "Recovered so far:   ".
  05 LINE 9 COL + 1 PIC Z,ZZZ,ZZZ,ZZ9.99 FROM WO-Recovered.
  05 LINE 10 COL 3 VALUE "This recovery:      ".
  05 LINE 10 COL + 1 PIC Z,ZZZ,ZZZ,ZZ9.99 FROM WS-Recovery-Amount.
  05 LINE 12 COL 3 VALUE "Record this recovery? (Y/N): ".
  05 LINE 12 COL + 1 PIC A USING WS-WO-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Bad Debt Provisioning - outcome of the action just taken.
01 SC-Prov-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Bad Debt Provisioning".
  05 LINE 4 COL 3 VALUE "---------------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-Prov-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".

*> Bad Debt Provisioning - month's run complete.
01 SC-Prov-Done
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Bad Debt Provisioning - Complete".
  05 LINE 4 COL 3 VALUE "--------------------------------".
  05 LINE 6 COL 3 VALUE "Master Records:     ".
  05 LINE 6 COL + 1 PIC ZZZ,ZZ9 FROM WS-Records-Read.
  05 LINE 7 COL 3 VALUE "Keys Owing:         ".
  05 LINE 7 COL + 1 PIC ZZZ,ZZ9 FROM WS-Keys-Exposed.
  05 LINE 8 COL 3 VALUE "Branches Posted:    ".
  05 LINE 8 COL + 1 PIC ZZ,ZZ9 FROM WS-Pots-Posted.
  05 LINE 9 COL 3 VALUE "Provision Required: ".
  05 LINE 9 COL + 1 PIC ZZZ,ZZZ,ZZZ,ZZ9.99- FROM WS-Total-Required.
  05 LINE 10 COL 3 VALUE "Movement Posted:    ".
  05 LINE 10 COL + 1 PIC ZZZ,ZZZ,ZZZ,ZZ9.99- FROM WS-Total-Movement.
  05 LINE 11 COL 3 VALUE "GL Feed: ".
  05 LINE 11 COL + 1 PIC X(40) FROM WS-GL-Prov-Path.
  05 LINE 12 COL 3 VALUE "Report:  ".
  05 LINE 12 COL + 1 PIC X(40) FROM WS-Prov-Report-Path.
  05 LINE 14 COL 3 VALUE "Press Enter to continue.".

*> Bad Debt Provisioning - nothing to provide.
01 SC-Prov-None
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Bad Debt Provisioning".
  05 LINE 4 COL 3 VALUE "---------------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-None-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".
