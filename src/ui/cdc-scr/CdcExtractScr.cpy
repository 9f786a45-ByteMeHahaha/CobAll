*> Warehouse Delta Feed - where the last extraction got to, and the
*> go-ahead for the next.
01 SC-Cdc-Confirm
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Warehouse Delta Feed".
  05 LINE 4 COL 3 VALUE "--------------------".
  05 LINE 6 COL 3 VALUE "Journal entries extracted: ".
  05 LINE 6 COL + 1 PIC ZZZ,ZZZ,ZZ9 FROM CX-Last-Seq.
  05 LINE 7 COL 3 VALUE "Last entry stamp:          ".
  05 LINE 7 COL + 1 PIC X(14) FROM CX-Last-Stamp.
  05 LINE 8 COL 3 VALUE "Last extracted by run:     ".
  05 LINE 8 COL + 1 PIC X(14) FROM CX-Run-ID.
  05 LINE 9 COL 3 VALUE "Last delta file:           ".
  05 LINE 9 COL + 1 PIC X(40) FROM CX-Last-File.
  05 LINE 11 COL 3 VALUE "Journal entries on file:   ".
  05 LINE 11 COL + 1 PIC ZZZ,ZZZ,ZZ9 FROM WS-Cdc-Journal-Count.
  05 LINE 13 COL 3 VALUE "Extract the new entries now? (Y/N): ".
  05 LINE 13 COL + 1 PIC A USING WS-Cdc-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Warehouse Delta Feed - outcome of the extraction.
01 SC-Cdc-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Warehouse Delta Feed".
  05 LINE 4 COL 3 VALUE "--------------------".
  05 LINE 6 COL 3 PIC X(70) FROM WS-Cdc-Result-Label.
  05 LINE 8 COL 3 VALUE "Inserts:               ".
  05 LINE 8 COL + 1 PIC ZZZ,ZZ9 FROM WS-Cdc-Insert-Count.
  05 LINE 9 COL 3 VALUE "Updates:               ".
  05 LINE 9 COL + 1 PIC ZZZ,ZZ9 FROM WS-Cdc-Update-Count.
  05 LINE 10 COL 3 VALUE "Deletes:               ".
  05 LINE 10 COL + 1 PIC ZZZ,ZZ9 FROM WS-Cdc-Delete-Count.
  05 LINE 11 COL 3 VALUE "Rebuild resets:        ".
  05 LINE 11 COL + 1 PIC ZZZ,ZZ9 FROM WS-Cdc-Reset-Count.
  05 LINE 12 COL 3 VALUE "Other entries passed:  ".
  05 LINE 12 COL + 1 PIC ZZZ,ZZ9 FROM WS-Cdc-Other-Count.
  05 LINE 14 COL 3 VALUE "Press Enter to return to the Main Menu.".
