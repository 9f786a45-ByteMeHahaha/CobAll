*> Suspense Repair Rules - action and rule key prompt.
01 SC-Repair-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Suspense Repair Rules".
  05 LINE 4 COL 3 VALUE "---------------------".
  05 LINE 6 COL 3 VALUE "1. Add a rule".
  05 LINE 7 COL 3 VALUE "2. Amend a rule".
  05 LINE 8 COL 3 VALUE "3. Delete a rule".
  05 LINE 9 COL 3 VALUE "4. Run the repair pass now (every feed)".
  05 LINE 10 COL 3 VALUE "5. Back to the Main Menu".
  05 LINE 12 COL 3 VALUE "Your choice: ".
  05 LINE 12 COL + 1 PIC 9 USING WS-Maint-Action
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 14 COL 3 VALUE "Reason code (01-13, not 04):  ".
  05 LINE 14 COL + 1 PIC X(2) USING WS-Maint-Reason
    REVERSE-VIDEO.
  05 LINE 15 COL 3 VALUE "Source feed (DEFAULT or ALL): ".
  05 LINE 15 COL + 1 PIC X(8) USING WS-Maint-Source
    REVERSE-VIDEO.
  05 LINE 16 COL 3 VALUE "Sequence (00-99):             ".
  05 LINE 16 COL + 1 PIC 99 USING WS-Maint-Seq
    REVERSE-VIDEO.
  05 LINE 18 COL 3 VALUE "Rules on file: ".
  05 LINE 18 COL + 1 PIC ZZ9 FROM WS-Rules-On-File.

*> Suspense Repair Rules - the correction for Add/Amend. Field is
*> K (key), S (status) or C (currency); action U upper-cases it,
*> F fills it when blank, V replaces the From value and P replaces
*> the From prefix of the key.
01 SC-Repair-Fields
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Suspense Repair Rules".
  05 LINE 4 COL 3 VALUE "---------------------".
  05 LINE 5 COL 3 PIC X(20) FROM WS-Maint-Action-Label.
  05 LINE 6 COL 3 VALUE "Rule: ".
  05 LINE 6 COL + 1 PIC X(2) FROM WS-Maint-Reason.
  05 LINE 6 COL + 1 VALUE "/".
  05 LINE 6 COL + 1 PIC X(8) FROM WS-Maint-Source.
  05 LINE 6 COL + 1 VALUE "/".
  05 LINE 6 COL + 1 PIC 99 FROM WS-Maint-Seq.
  05 LINE 8 COL 3 VALUE "Description:                 ".
  05 LINE 8 COL + 1 PIC X(30) USING WS-Maint-Desc
    REVERSE-VIDEO.
  05 LINE 9 COL 3 VALUE "Edit rule (05 only, blank=any):".
  05 LINE 9 COL + 1 PIC X(3) USING WS-Maint-Edit-Rule
    REVERSE-VIDEO.
  05 LINE 10 COL 3 VALUE "Field (K=key S=status C=ccy):".
  05 LINE 10 COL + 1 PIC X USING WS-Maint-Field
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 11 COL 3 VALUE "Action (U/F/V/P):            ".
  05 LINE 11 COL + 1 PIC X USING WS-Maint-Rule-Action
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 12 COL 3 VALUE "From value / prefix:         ".
  05 LINE 12 COL + 1 PIC X(10) USING WS-Maint-From
    REVERSE-VIDEO.
  05 LINE 13 COL 3 VALUE "To value / prefix:           ".
  05 LINE 13 COL + 1 PIC X(10) USING WS-Maint-To
    REVERSE-VIDEO.
  05 LINE 14 COL 3 VALUE "Active (Y/N):                ".
  05 LINE 14 COL + 1 PIC X USING WS-Maint-Active
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 16 COL 3 VALUE "U = upper-case   F = fill when blank".
  05 LINE 17 COL 3 VALUE "V = From value becomes To value".
  05 LINE 18 COL 3 VALUE "P = key starting From gets the To prefix".

*> Suspense Repair Rules - delete confirmation.
01 SC-Repair-Confirm
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Suspense Repair Rules - Delete".
  05 LINE 4 COL 3 VALUE "------------------------------".
  05 LINE 6 COL 3 VALUE "Rule: ".
  05 LINE 6 COL + 1 PIC X(2) FROM WS-Maint-Reason.
  05 LINE 6 COL + 1 VALUE "/".
  05 LINE 6 COL + 1 PIC X(8) FROM WS-Maint-Source.
  05 LINE 6 COL + 1 VALUE "/".
  05 LINE 6 COL + 1 PIC 99 FROM WS-Maint-Seq.
  05 LINE 7 COL 3 PIC X(30) FROM WS-Maint-Desc.
  05 LINE 8 COL 3 VALUE "Field/Action: ".
  05 LINE 8 COL + 1 PIC X FROM WS-Maint-Field.
  05 LINE 8 COL + 2 PIC X FROM WS-Maint-Rule-Action.
  05 LINE 8 COL + 2 PIC X(10) FROM WS-Maint-From.
  05 LINE 8 COL + 1 VALUE "->".
  05 LINE 8 COL + 1 PIC X(10) FROM WS-Maint-To.
  05 LINE 10 COL 3 VALUE "Delete this rule? (Y/N): ".
  05 LINE 10 COL + 1 PIC A USING WS-Maint-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Suspense Repair Rules - outcome of the action just taken.
01 SC-Repair-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Suspense Repair Rules".
  05 LINE 4 COL 3 VALUE "---------------------".
  05 LINE 6 COL 3 PIC X(76) FROM WS-Maint-Result-Label.
  05 LINE 7 COL 3 PIC X(76) FROM WS-Maint-Result-Detail.
  05 LINE 9 COL 3 VALUE "Press Enter to continue.".
