*> Backup and DR Restore - the sets on file, and what to do with one.
01 SC-Bkp-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 1 COL 3 VALUE "Backup and DR Restore".
  05 LINE 2 COL 3
    VALUE "Set ID         Kind Files Absent Ctl Operator Note".
  05 LINE 3 COL 3 PIC X(76) FROM WS-Bkp-List-Line(1).
  05 LINE 4 COL 3 PIC X(76) FROM WS-Bkp-List-Line(2).
  05 LINE 5 COL 3 PIC X(76) FROM WS-Bkp-List-Line(3).
  05 LINE 6 COL 3 PIC X(76) FROM WS-Bkp-List-Line(4).
  05 LINE 7 COL 3 PIC X(76) FROM WS-Bkp-List-Line(5).
  05 LINE 8 COL 3 PIC X(76) FROM WS-Bkp-List-Line(6).
  05 LINE 9 COL 3 PIC X(76) FROM WS-Bkp-List-Line(7).
  05 LINE 10 COL 3 PIC X(76) FROM WS-Bkp-List-Line(8).
  05 LINE 11 COL 3 PIC X(76) FROM WS-Bkp-List-Line(9).
  05 LINE 12 COL 3 PIC X(76) FROM WS-Bkp-List-Line(10).
  05 LINE 13 COL 3 PIC X(60) FROM WS-Bkp-List-Label.
  05 LINE 15 COL 3
    VALUE "1. Take backup  2. Verify set  3. Restore set".
  05 LINE 16 COL 3
    VALUE "4. Write DR file for set  5. Load DR file  6. Back".
  05 LINE 17 COL 3 VALUE "Set ID:       ".
  05 LINE 17 COL + 1 PIC X(14) USING WS-Bkp-Set-Request
    REVERSE-VIDEO.
  05 LINE 18 COL 3 VALUE "DR file:      ".
  05 LINE 18 COL + 1 PIC X(56) USING WS-Bkp-DR-Request
    REVERSE-VIDEO.
  05 LINE 20 COL 3 VALUE "Your choice:  ".
  05 LINE 20 COL + 1 PIC 9 USING WS-Bkp-Choice
    REVERSE-VIDEO
    REQUIRED.

*> Backup and DR Restore - confirm a restore of every data file.
01 SC-Bkp-Confirm
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Backup and DR Restore - Restore a Set".
  05 LINE 4 COL 3 VALUE "-------------------------------------".
  05 LINE 6 COL 3 VALUE "Set:            ".
  05 LINE 6 COL + 1 PIC X(14) FROM WS-Bkp-Set-ID.
  05 LINE 7 COL 3 VALUE "Taken by:       ".
  05 LINE 7 COL + 1 PIC X(8) FROM BX-Operator.
  05 LINE 8 COL 3 VALUE "Files / absent: ".
  05 LINE 8 COL + 1 PIC ZZ9 FROM WS-Bkp-Verify-Files.
  05 LINE 8 COL + 2 PIC ZZ9 FROM WS-Bkp-Verify-Absent.
  05 LINE 10 COL 3
    VALUE "Every copy in the set has checked against its manifest.".
  05 LINE 11 COL 3
    VALUE "ALL data files will be replaced by the set - the current".
  05 LINE 12 COL 3
    VALUE "files are first taken as a safety set.".
  05 LINE 14 COL 3 VALUE "Restore this set? (Y/N): ".
  05 LINE 14 COL + 1 PIC A USING WS-Bkp-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Backup and DR Restore - outcome of a request.
01 SC-Bkp-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Backup and DR Restore".
  05 LINE 4 COL 3 VALUE "---------------------".
  05 LINE 6 COL 3 PIC X(76) FROM WS-Bkp-Result-Label.
  05 LINE 7 COL 3 PIC X(76) FROM WS-Bkp-Result-Detail.
  05 LINE 9 COL 3 VALUE "Press Enter to continue.".
