IDENTIFICATION DIVISION.
  PROGRAM-ID. Dispute.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> The dispute case file - one row per customer dispute, keyed
      *> by case number, with the disputed key as an alternate so a
      *> key's other cases can be found when one closes.
      SELECT Dispute-Case-File ASSIGN TO WS-Dispute-Case-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS DC-Case-No
      ALTERNATE RECORD KEY IS DC-Key WITH DUPLICATES
      FILE STATUS WS-Dispute-Case-Status.

      *> The running notes log - case number and note number, so a
      *> case's notes read back in the order they were written.
      SELECT Dispute-Note-File ASSIGN TO WS-Dispute-Note-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS DN-Note-Key
      FILE STATUS WS-Dispute-Note-Status.

      *> Last case number issued - each new case takes last-plus-one,
      *> the same counter discipline as the adjustment feed's
      *> generation file.
      SELECT Dispute-Control-File ASSIGN TO WS-Dispute-Control-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Dispute-Control-Status.

      *> The hold register HoldMaint maintains - a case places and
      *> releases its key's hold here.
      SELECT Hold-Reg-File ASSIGN TO WS-Hold-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS HD-Key
      FILE STATUS WS-Hold-Reg-Status.

      *> The master, read to check the disputed key, to journal the
      *> hold and release, and to feed the reversal path on an
      *> upheld case.
      SELECT Trans-Master-File ASSIGN TO WS-Trans-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS TM-Key
      ALTERNATE RECORD KEY IS TM-Date WITH DUPLICATES
      FILE STATUS WS-Trans-Master-Status.

      *> The case aging report - open cases against the target.
      SELECT Disp-Report-File ASSIGN TO WS-Disp-Report-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Disp-Report-Status.

DATA DIVISION.
  FILE SECTION.
    FD Dispute-Case-File.
      COPY "DisputeRecord.cpy" REPLACING ==:PREFIX:== BY ==DC==.

    FD Dispute-Note-File.
      COPY "DisputeNoteRecord.cpy" REPLACING ==:PREFIX:== BY ==DN==.

    FD Dispute-Control-File.
      01 DK-Line.
        05 DK-Last-Case-No PIC 9(6).

    FD Hold-Reg-File.
      COPY "HoldRecord.cpy" REPLACING ==:PREFIX:== BY ==HD==.

    FD Trans-Master-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==TM==.

    FD Disp-Report-File.
      01 DP-Line PIC X(132).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode - a
    *> batch run produces the case aging report, no screens.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    *> The shared settings block - this program reads the DISPDAYS
    *> target resolution time from it.
    COPY "SettingsRec.cpy" REPLACING ==:PREFIX:== BY ==WS-Cfg==.
    01 WS-Settings-Error PIC X(70) VALUE SPACES.

    01 WS-Dispute-Case-Path PIC X(80) VALUE "DisputeCase.dat".
    01 WS-Dispute-Case-Status PIC XX.
      88 Dispute-Case-Opened-OK VALUE "00".
      88 Dispute-Case-Not-Found VALUE "35".
    01 WS-Case-At-End-Flag PIC A VALUE "N".
      88 Cases-At-End VALUE "Y".

    01 WS-Dispute-Note-Path PIC X(80) VALUE "DisputeNotes.dat".
    01 WS-Dispute-Note-Status PIC XX.
      88 Dispute-Note-Opened-OK VALUE "00".
      88 Dispute-Note-Not-Found VALUE "35".
    01 WS-Note-At-End-Flag PIC A VALUE "N".
      88 Notes-At-End VALUE "Y".

    01 WS-Dispute-Control-Path PIC X(80) VALUE "DisputeControl.dat".
    01 WS-Dispute-Control-Status PIC XX.
      88 Dispute-Control-Not-Found VALUE "35".

    01 WS-Hold-Reg-Path PIC X(80) VALUE "HoldReg.dat".
    01 WS-Hold-Reg-Status PIC XX.
      88 Hold-Reg-Opened-OK VALUE "00".
      88 Hold-Reg-Not-Found VALUE "35".

    01 WS-Trans-Master-Path PIC X(80) VALUE "TransMaster.dat".
    01 WS-Trans-Master-Status PIC XX.
      88 Trans-Master-Opened-OK VALUE "00".
      88 Trans-Master-Not-Found VALUE "35".
    01 WS-Master-Rec-Found-Flag PIC A VALUE "N".
      88 Master-Record-Found VALUE "Y".

    01 WS-Disp-Report-Path PIC X(80) VALUE "DisputeAging.txt".
    01 WS-Disp-Report-Status PIC XX.

    *> Operator's request off SC-Disp-Menu.
    01 WS-Disp-Action PIC 9 VALUE 0.
      88 Disp-Open VALUE 1.
      88 Disp-Add-Note VALUE 2.
      88 Disp-Investigate VALUE 3.
      88 Disp-Close VALUE 4.
      88 Disp-View VALUE 5.
      88 Disp-Aging VALUE 6.
      88 Disp-Back VALUE 7.
    01 WS-Disp-Case-No PIC 9(6) VALUE 0.
    01 WS-Disp-Result-Label PIC X(60) VALUE SPACES.
    01 WS-None-Label PIC X(60) VALUE SPACES.

    *> Open-a-case screen fields.
    01 WS-Open-Key PIC X(10) VALUE SPACES.
    01 WS-Open-Amount PIC S9(9)V99 VALUE 0.
    01 WS-Open-Date PIC X(8) VALUE SPACES.
    01 WS-Key-Held-Flag PIC A VALUE "N".
      88 Key-Already-Held VALUE "Y".

    *> BranchAccess's verdict on a key against the operator's data
    *> scope - opening or touching a case on another branch's key is
    *> refused and audited; the aging report leaves such cases out,
    *> counted and audited once for the run.
    01 WS-Access-Point PIC X(20) VALUE "Dispute Cases".
    01 WS-Access-Silent PIC X(20) VALUE SPACES.
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".
    01 WS-Rows-Withheld PIC 9(7) VALUE 0.

    *> Note, investigate and close screen fields.
    01 WS-Note-Title PIC X(40) VALUE SPACES.
    01 WS-Note-Text PIC X(55) VALUE SPACES.
    01 WS-Close-Outcome PIC A VALUE SPACES.
      88 Close-Upheld VALUE "U" "u".
      88 Close-Rejected VALUE "R" "r".
    01 WS-Close-Confirm PIC A VALUE SPACES.
      88 Close-Confirmed VALUE "Y" "y".
    01 WS-Status-Label PIC X(13) VALUE SPACES.

    *> Calendar-date validation work fields.
    01 WS-Edit-Date-X PIC X(8).
    01 WS-Edit-Date-Num REDEFINES WS-Edit-Date-X.
      05 WS-Edit-Year PIC 9(4).
      05 WS-Edit-Month PIC 9(2).
      05 WS-Edit-Day PIC 9(2).
    01 WS-Edit-Days-In-Month PIC 99 VALUE 0.
    01 WS-Edit-Leap-Rem PIC 9(4) VALUE 0.
    01 WS-Edit-Date-OK-Flag PIC A VALUE "N".
      88 Edit-Date-OK VALUE "Y".

    *> The case being closed, kept aside while the key's other
    *> cases are looked through for one to carry the hold on.
    01 WS-Case-Save PIC X(100) VALUE SPACES.
    01 WS-Saved-Case-No PIC 9(6) VALUE 0.
    01 WS-Saved-Key PIC X(10) VALUE SPACES.
    01 WS-Other-Case-Flag PIC A VALUE "N".
      88 Other-Case-Found VALUE "Y".
    01 WS-Other-Case-No PIC 9(6) VALUE 0.
    01 WS-Hold-Outcome PIC X(40) VALUE SPACES.

    *> The image handed to the reversal path - the master record
    *> with the disputed amount in place of the posted one, so the
    *> contra undoes only what the customer disputed.
    COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==DRV==.
    01 WS-Reversal-Result PIC X(1) VALUE SPACE.

    *> Journal images - holds and releases are journalled like any
    *> other master action, the image unchanged either side.
    01 WS-Journal-Action PIC X(2) VALUE SPACES.
    01 WS-Journal-Before PIC X(41) VALUE SPACES.
    01 WS-Journal-After PIC X(41) VALUE SPACES.
    01 WS-Journal-Master PIC X(40) VALUE "TransMaster.dat".

    *> The case view - header fields plus up to 12 notes a page.
    01 WS-View-Lines.
      05 WS-View-Line OCCURS 12 TIMES PIC X(78).
    01 WS-View-Detail.
      05 VWD-Date PIC X(8).
      05 FILLER PIC X(1) VALUE SPACES.
      05 VWD-Time PIC X(4).
      05 FILLER PIC X(1) VALUE SPACES.
      05 VWD-Operator PIC X(8).
      05 FILLER PIC X(1) VALUE SPACES.
      05 VWD-Text PIC X(55).
    01 WS-View-Idx PIC 99 VALUE 0.
    01 WS-View-Stop PIC A VALUE SPACES.

    *> Case aging arithmetic off the day each case opened.
    01 WS-Run-Date PIC X(8) VALUE SPACES.
    01 WS-Run-Day-Int PIC 9(7) VALUE 0.
    01 WS-Open-Day-Int PIC 9(7) VALUE 0.
    01 WS-Age-Days PIC S9(5) VALUE 0.
    01 WS-Oldest-Days PIC S9(5) VALUE 0.
    01 WS-Cases-Read PIC 9(7) VALUE 0.
    01 WS-Cases-Open PIC 9(7) VALUE 0.
    01 WS-Cases-Overdue PIC 9(7) VALUE 0.
    01 WS-Open-Total PIC S9(11)V99 VALUE 0.

    01 WS-Report-Title.
      05 FILLER PIC X(32) VALUE "Dispute Case Aging - run date ".
      05 DPT-Date PIC X(8).
      05 FILLER PIC X(10) VALUE ", target ".
      05 DPT-Days PIC ZZ9.
      05 FILLER PIC X(7) VALUE " day(s)".
    01 WS-Report-Heading.
      05 FILLER PIC X(8) VALUE "Case".
      05 FILLER PIC X(12) VALUE "Key".
      05 FILLER PIC X(15) VALUE "Status".
      05 FILLER PIC X(10) VALUE "Opened".
      05 FILLER PIC X(7) VALUE "Age".
      05 FILLER PIC X(19) VALUE "Disputed".
      05 FILLER PIC X(5) VALUE "Cur".
      05 FILLER PIC X(8) VALUE "Target".
    01 WS-Report-Detail.
      05 DPD-Case-No PIC 9(6).
      05 FILLER PIC X(2) VALUE SPACES.
      05 DPD-Key PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 DPD-Status PIC X(13).
      05 FILLER PIC X(2) VALUE SPACES.
      05 DPD-Opened PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 DPD-Age PIC ZZZZ9.
      05 FILLER PIC X(2) VALUE SPACES.
      05 DPD-Amount PIC Z,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(2) VALUE SPACES.
      05 DPD-Currency PIC X(3).
      05 FILLER PIC X(2) VALUE SPACES.
      05 DPD-Flag PIC X(7).
    01 WS-Report-Total.
      05 FILLER PIC X(8) VALUE SPACES.
      05 DPS-Label PIC X(30).
      05 DPS-Count PIC ZZZ,ZZ9.
    01 WS-Report-Amount-Total.
      05 FILLER PIC X(8) VALUE SPACES.
      05 DPA-Label PIC X(30).
      05 DPA-Amount PIC Z,ZZZ,ZZZ,ZZ9.99-.

    *> Elapsed/run-history row.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "DISPAGE".
    01 WS-RH-Unmatched PIC 9(7) VALUE 0.
    01 WS-RH-End-Status PIC X(4) VALUE SPACES.

    01 WS-Audit-Amount PIC -(9)9.99.
    01 WS-Audit-Message PIC X(80).

    01 WS-Log-Level PIC A(4).
    01 WS-Log-Message PIC X(80).
    01 WS-Log-Write-Status PIC XX.

  *> Subroutine Parameters
  LINKAGE SECTION.
    01 LK-Run-ID PIC X(14).
    01 LK-Terminal-ID PIC X(8).
    01 LK-Operator-ID PIC X(8).

  SCREEN SECTION.
    COPY "DisputeScr.cpy". *> Dispute Cases screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  DisputeMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Dispute Cases selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> Re-defaulted every invocation, then qualified - a dispute is
    *> about one company's book, and its hold must land on THAT
    *> book's register.
    MOVE "DisputeCase.dat" TO WS-Dispute-Case-Path.
    MOVE "DisputeNotes.dat" TO WS-Dispute-Note-Path.
    MOVE "DisputeControl.dat" TO WS-Dispute-Control-Path.
    MOVE "HoldReg.dat" TO WS-Hold-Reg-Path.
    MOVE "TransMaster.dat" TO WS-Trans-Master-Path.
    MOVE "DisputeAging.txt" TO WS-Disp-Report-Path.
    CALL "ResolveDataPath" USING WS-Dispute-Case-Path.
    CALL "ResolveDataPath" USING WS-Dispute-Note-Path.
    CALL "ResolveDataPath" USING WS-Dispute-Control-Path.
    CALL "ResolveDataPath" USING WS-Hold-Reg-Path.
    CALL "ResolveDataPath" USING WS-Trans-Master-Path.
    CALL "ResolveDataPath" USING WS-Disp-Report-Path.
    MOVE WS-Trans-Master-Path(1:40) TO WS-Journal-Master.

    PERFORM LoadConfig.

    *> Unattended, there is only the aging report to produce.
    IF Batch-Mode-Active THEN
      OPEN INPUT Dispute-Case-File
      IF NOT Dispute-Case-Opened-OK THEN
        MOVE "(no dispute cases on file - nothing to age)"
          TO WS-None-Label
        PERFORM Report-Nothing-To-Do
        GOBACK
      END-IF
      PERFORM Run-Case-Aging
      CLOSE Dispute-Case-File
      GOBACK
    END-IF.

    *> OPEN I-O fails with "35" when a file doesn't exist yet -
    *> create it empty then.
    OPEN I-O Dispute-Case-File.
    IF Dispute-Case-Not-Found THEN
      OPEN OUTPUT Dispute-Case-File
      CLOSE Dispute-Case-File
      OPEN I-O Dispute-Case-File
    END-IF.
    OPEN I-O Dispute-Note-File.
    IF Dispute-Note-Not-Found THEN
      OPEN OUTPUT Dispute-Note-File
      CLOSE Dispute-Note-File
      OPEN I-O Dispute-Note-File
    END-IF.
    OPEN I-O Hold-Reg-File.
    IF Hold-Reg-Not-Found THEN
      OPEN OUTPUT Hold-Reg-File
      CLOSE Hold-Reg-File
      OPEN I-O Hold-Reg-File
    END-IF.

    MOVE 0 TO WS-Disp-Action.
    PERFORM Disp-Loop UNTIL Disp-Back.

    CLOSE Dispute-Case-File.
    CLOSE Dispute-Note-File.
    CLOSE Hold-Reg-File.

    GOBACK.

  *> One action off the menu.
  Disp-Loop.
    MOVE 0 TO WS-Disp-Action.
    MOVE 0 TO WS-Disp-Case-No.
    DISPLAY SC-Disp-Menu.
    ACCEPT SC-Disp-Menu.

    MOVE SPACES TO WS-Disp-Result-Label.
    EVALUATE TRUE
      WHEN Disp-Open
        PERFORM Open-Case
      WHEN Disp-Add-Note
        PERFORM Add-Case-Note
      WHEN Disp-Investigate
        PERFORM Mark-Investigating
      WHEN Disp-Close
        PERFORM Close-Case
      WHEN Disp-View
        PERFORM View-Case
      WHEN Disp-Aging
        PERFORM Run-Case-Aging
      WHEN Disp-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-7." TO WS-Disp-Result-Label
    END-EVALUATE.

    IF NOT Disp-Back AND WS-Disp-Result-Label NOT = SPACES THEN
      DISPLAY SC-Disp-Result
      ACCEPT OMITTED
    END-IF.

  *> A new case: the key must be on the master. The disputed amount
  *> and date default to the posting's own, and the first note says
  *> what the customer disputes. The key is held as the case opens
  *> - unless it is held already, in which case that hold stands
  *> and stays its owner's to release.
  Open-Case.
    MOVE SPACES TO WS-Open-Key.
    MOVE 0 TO WS-Open-Amount.
    MOVE SPACES TO WS-Open-Date.
    MOVE SPACES TO WS-Note-Text.
    DISPLAY SC-Disp-Open.
    ACCEPT SC-Disp-Open.
    IF WS-Open-Key = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    CALL "BranchAccess" USING WS-Open-Key WS-Access-Point
      LK-Run-ID LK-Operator-ID WS-Access-Result.
    IF NOT Access-Permitted THEN
      MOVE "Refused - that account is outside your permitted branches."
        TO WS-Disp-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Open-Key TO TM-Key.
    PERFORM Fetch-Master-Record.
    IF NOT Master-Record-Found THEN
      MOVE "No record on the master for that key."
        TO WS-Disp-Result-Label
      EXIT PARAGRAPH
    END-IF.

    IF WS-Open-Amount = 0 THEN
      MOVE TM-Amount TO WS-Open-Amount
    END-IF.
    IF WS-Open-Date = SPACES THEN
      MOVE TM-Date TO WS-Open-Date
    ELSE
      MOVE WS-Open-Date TO WS-Edit-Date-X
      PERFORM Validate-Calendar-Date
      IF NOT Edit-Date-OK THEN
        MOVE "Rejected: disputed date is not a real date."
          TO WS-Disp-Result-Label
        EXIT PARAGRAPH
      END-IF
    END-IF.
    IF WS-Note-Text = SPACES THEN
      MOVE "Rejected: a note saying what is disputed is required."
        TO WS-Disp-Result-Label
      EXIT PARAGRAPH
    END-IF.

    *> The hold first - a case that could not stop the posting is
    *> not opened.
    MOVE SPACES TO WS-Hold-Outcome.
    MOVE "N" TO WS-Key-Held-Flag.
    MOVE WS-Open-Key TO HD-Key.
    READ Hold-Reg-File
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE "Y" TO WS-Key-Held-Flag
        STRING
          "Key already held (reason " DELIMITED BY SIZE
          FUNCTION TRIM(HD-Reason) DELIMITED BY SIZE
          ") - hold left as it was" DELIMITED BY SIZE
          INTO WS-Hold-Outcome
        END-STRING
    END-READ.
    IF Key-Already-Held THEN
      MOVE "N" TO DC-Hold-Placed
    ELSE
      PERFORM Place-Case-Hold
      IF WS-Disp-Result-Label NOT = SPACES THEN
        EXIT PARAGRAPH
      END-IF
      MOVE "Y" TO DC-Hold-Placed
      MOVE "Hold placed on the key (reason DSP)" TO WS-Hold-Outcome
    END-IF.

    PERFORM Next-Case-Number.
    MOVE WS-Open-Key TO DC-Key.
    MOVE WS-Open-Amount TO DC-Amount.
    MOVE WS-Open-Date TO DC-Disputed-Date.
    IF TM-Currency = SPACES THEN
      MOVE "GBP" TO DC-Currency
    ELSE
      MOVE TM-Currency TO DC-Currency
    END-IF.
    MOVE "O" TO DC-Status.
    MOVE "N" TO DC-Reversed.
    MOVE LK-Operator-ID TO DC-Opened-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO DC-Opened-Stamp.
    MOVE SPACES TO DC-Closed-By.
    MOVE SPACES TO DC-Closed-Stamp.
    MOVE 0 TO DC-Note-Count.
    WRITE DC-Record
      INVALID KEY
        MOVE "Case not opened - write rejected by the file."
          TO WS-Disp-Result-Label
        EXIT PARAGRAPH
    END-WRITE.

    PERFORM Write-Case-Note.
    MOVE WS-Hold-Outcome TO WS-Note-Text.
    PERFORM Write-Case-Note.

    MOVE DC-Amount TO WS-Audit-Amount.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Dispute case " DELIMITED BY SIZE
      DC-Case-No DELIMITED BY SIZE
      " opened by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " key=" DELIMITED BY SIZE
      DC-Key DELIMITED BY SIZE
      " amount=" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Amount) DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE SPACES TO WS-Disp-Result-Label.
    STRING
      "Case " DELIMITED BY SIZE
      DC-Case-No DELIMITED BY SIZE
      " opened - " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Hold-Outcome) DELIMITED BY SIZE
      "." DELIMITED BY SIZE
      INTO WS-Disp-Result-Label
    END-STRING.

  *> Places the case's hold, journalled and audited as HoldMaint
  *> does, reason DSP so the register shows why the key stopped.
  Place-Case-Hold.
    MOVE WS-Open-Key TO HD-Key.
    MOVE "DSP" TO HD-Reason.
    MOVE LK-Operator-ID TO HD-Placed-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO HD-Stamp.
    WRITE HD-Record
      INVALID KEY
        MOVE "Case not opened - the hold could not be placed."
          TO WS-Disp-Result-Label
      NOT INVALID KEY
        MOVE "HD" TO WS-Journal-Action
        CALL "WriteTMJournal" USING WS-Journal-Action
          WS-Journal-Before WS-Journal-After WS-Journal-Master
          LK-Run-ID LK-Operator-ID
        MOVE SPACES TO WS-Audit-Message
        STRING
          "TM HOLD placed by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " key=" DELIMITED BY SIZE
          WS-Open-Key DELIMITED BY SIZE
          " reason=DSP (dispute)" DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-WRITE.

  *> Last-plus-one off the control file into DC-Case-No, and the
  *> control file moved on.
  Next-Case-Number.
    MOVE 0 TO DC-Case-No.
    OPEN INPUT Dispute-Control-File.
    IF NOT Dispute-Control-Not-Found THEN
      READ Dispute-Control-File
        AT END
          CONTINUE
        NOT AT END
          IF DK-Last-Case-No NUMERIC THEN
            MOVE DK-Last-Case-No TO DC-Case-No
          END-IF
      END-READ
      CLOSE Dispute-Control-File
    END-IF.
    ADD 1 TO DC-Case-No.

    OPEN OUTPUT Dispute-Control-File.
    MOVE DC-Case-No TO DK-Last-Case-No.
    WRITE DK-Line.
    CLOSE Dispute-Control-File.

  *> Appends WS-Note-Text to the current case's log under the next
  *> note number, and keeps the case's note count in step.
  Write-Case-Note.
    IF WS-Note-Text = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    ADD 1 TO DC-Note-Count.
    MOVE DC-Case-No TO DN-Case-No.
    MOVE DC-Note-Count TO DN-Seq.
    MOVE LK-Operator-ID TO DN-Operator.
    MOVE FUNCTION CURRENT-DATE(1:14) TO DN-Stamp.
    MOVE WS-Note-Text TO DN-Text.
    WRITE DN-Record
      INVALID KEY
        SUBTRACT 1 FROM DC-Note-Count
        EXIT PARAGRAPH
    END-WRITE.
    REWRITE DC-Record
      INVALID KEY
        CONTINUE
    END-REWRITE.

  *> Reads the case keyed on the menu - a case on another branch's
  *> key is refused as though it were the key itself keyed.
  Fetch-Case.
    MOVE WS-Disp-Case-No TO DC-Case-No.
    READ Dispute-Case-File KEY IS DC-Case-No
      INVALID KEY
        MOVE "No dispute case with that number."
          TO WS-Disp-Result-Label
        EXIT PARAGRAPH
    END-READ.
    CALL "BranchAccess" USING DC-Key WS-Access-Point
      LK-Run-ID LK-Operator-ID WS-Access-Result.
    IF NOT Access-Permitted THEN
      MOVE "Refused - that case's account is outside your branches."
        TO WS-Disp-Result-Label
    END-IF.

  *> As Fetch-Case, but only a case still open or under
  *> investigation will do.
  Fetch-Open-Case.
    PERFORM Fetch-Case.
    IF WS-Disp-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    IF DC-Status NOT = "O" AND DC-Status NOT = "I" THEN
      MOVE "That case is closed." TO WS-Disp-Result-Label
    END-IF.

  *> A note on any case, open or closed.
  Add-Case-Note.
    PERFORM Fetch-Case.
    IF WS-Disp-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    PERFORM Set-Status-Label.
    MOVE "Dispute Case - Add a Note" TO WS-Note-Title.
    MOVE SPACES TO WS-Note-Text.
    DISPLAY SC-Disp-Note.
    ACCEPT SC-Disp-Note.
    IF WS-Note-Text = SPACES THEN
      MOVE "No note entered - nothing changed."
        TO WS-Disp-Result-Label
      EXIT PARAGRAPH
    END-IF.
    PERFORM Write-Case-Note.
    MOVE "Note added to the case." TO WS-Disp-Result-Label.

  *> Open -> investigating, with an optional note to go with it.
  Mark-Investigating.
    PERFORM Fetch-Open-Case.
    IF WS-Disp-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    IF DC-Status = "I" THEN
      MOVE "That case is already under investigation."
        TO WS-Disp-Result-Label
      EXIT PARAGRAPH
    END-IF.
    PERFORM Set-Status-Label.
    MOVE "Dispute Case - Investigate" TO WS-Note-Title.
    MOVE SPACES TO WS-Note-Text.
    DISPLAY SC-Disp-Note.
    ACCEPT SC-Disp-Note.

    MOVE "I" TO DC-Status.
    REWRITE DC-Record
      INVALID KEY
        MOVE "Update failed - rewrite rejected by the file."
          TO WS-Disp-Result-Label
        EXIT PARAGRAPH
    END-REWRITE.
    PERFORM Write-Case-Note.
    MOVE "Status: open -> investigating" TO WS-Note-Text.
    PERFORM Write-Case-Note.

    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Dispute case " DELIMITED BY SIZE
      DC-Case-No DELIMITED BY SIZE
      " under investigation - " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " key=" DELIMITED BY SIZE
      DC-Key DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.
    MOVE "Case marked as under investigation."
      TO WS-Disp-Result-Label.

  *> Closes a case upheld or rejected. Upheld sends a contra for
  *> the disputed amount down the reversal path first - if that
  *> fails the case stays open. Either way the case's own hold is
  *> then released, or handed to another of the key's open cases.
  Close-Case.
    PERFORM Fetch-Open-Case.
    IF WS-Disp-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    PERFORM Set-Status-Label.
    MOVE SPACES TO WS-Close-Outcome.
    MOVE SPACES TO WS-Note-Text.
    MOVE SPACES TO WS-Close-Confirm.
    DISPLAY SC-Disp-Close.
    ACCEPT SC-Disp-Close.

    IF NOT Close-Confirmed THEN
      MOVE "Nothing changed - case stays open." TO WS-Disp-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF NOT Close-Upheld AND NOT Close-Rejected THEN
      MOVE "Rejected: outcome must be U (upheld) or R (rejected)."
        TO WS-Disp-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF WS-Note-Text = SPACES THEN
      MOVE "Rejected: a note giving the finding is required."
        TO WS-Disp-Result-Label
      EXIT PARAGRAPH
    END-IF.

    IF Close-Upheld THEN
      MOVE DC-Key TO TM-Key
      PERFORM Fetch-Master-Record
      IF NOT Master-Record-Found THEN
        MOVE "Key no longer on the master - case stays open."
          TO WS-Disp-Result-Label
        EXIT PARAGRAPH
      END-IF
      MOVE TM-Record TO DRV-Record
      MOVE DC-Amount TO DRV-Amount
      CALL "WriteReversal" USING DRV-Record LK-Run-ID LK-Terminal-ID
        LK-Operator-ID WS-Reversal-Result
      IF WS-Reversal-Result NOT = "Y" THEN
        MOVE "Reversal FAILED - case stays open."
          TO WS-Disp-Result-Label
        EXIT PARAGRAPH
      END-IF
      MOVE "Y" TO DC-Reversed
      MOVE "U" TO DC-Status
    ELSE
      MOVE "R" TO DC-Status
    END-IF.

    MOVE LK-Operator-ID TO DC-Closed-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO DC-Closed-Stamp.
    REWRITE DC-Record
      INVALID KEY
        MOVE "Close failed - rewrite rejected by the file."
          TO WS-Disp-Result-Label
        EXIT PARAGRAPH
    END-REWRITE.
    PERFORM Write-Case-Note.

    MOVE SPACES TO WS-Hold-Outcome.
    IF DC-Hold-Placed = "Y" THEN
      PERFORM Release-Case-Hold
    ELSE
      MOVE "hold not the case's own - left in place"
        TO WS-Hold-Outcome
    END-IF.

    PERFORM Set-Status-Label.
    MOVE SPACES TO WS-Note-Text.
    IF DC-Reversed = "Y" THEN
      STRING
        "Closed UPHELD, contra raised; " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Hold-Outcome) DELIMITED BY SIZE
        INTO WS-Note-Text
      END-STRING
    ELSE
      STRING
        "Closed REJECTED; " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Hold-Outcome) DELIMITED BY SIZE
        INTO WS-Note-Text
      END-STRING
    END-IF.
    PERFORM Write-Case-Note.

    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Dispute case " DELIMITED BY SIZE
      DC-Case-No DELIMITED BY SIZE
      " closed " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Status-Label) DELIMITED BY SIZE
      " by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " key=" DELIMITED BY SIZE
      DC-Key DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE SPACES TO WS-Disp-Result-Label.
    STRING
      "Case closed " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Status-Label) DELIMITED BY SIZE
      " - " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Hold-Outcome) DELIMITED BY SIZE
      "." DELIMITED BY SIZE
      INTO WS-Disp-Result-Label
    END-STRING.

  *> The closing case owns the key's hold. Another open case on the
  *> same key takes it over; otherwise it is released, journalled
  *> and audited as HoldMaint does.
  Release-Case-Hold.
    MOVE DC-Record TO WS-Case-Save.
    MOVE DC-Case-No TO WS-Saved-Case-No.
    MOVE DC-Key TO WS-Saved-Key.
    MOVE "N" TO WS-Other-Case-Flag.
    START Dispute-Case-File KEY IS = DC-Key
      INVALID KEY
        MOVE "Y" TO WS-Case-At-End-Flag
      NOT INVALID KEY
        MOVE "N" TO WS-Case-At-End-Flag
    END-START.
    PERFORM UNTIL Cases-At-End OR Other-Case-Found
      READ Dispute-Case-File NEXT
        AT END
          MOVE "Y" TO WS-Case-At-End-Flag
        NOT AT END
          IF DC-Key NOT = WS-Saved-Key THEN
            MOVE "Y" TO WS-Case-At-End-Flag
          ELSE
            IF DC-Case-No NOT = WS-Saved-Case-No
              AND (DC-Status = "O" OR DC-Status = "I") THEN
              MOVE "Y" TO WS-Other-Case-Flag
            END-IF
          END-IF
      END-READ
    END-PERFORM.

    IF Other-Case-Found THEN
      MOVE DC-Case-No TO WS-Other-Case-No
      MOVE "Y" TO DC-Hold-Placed
      REWRITE DC-Record
        INVALID KEY
          CONTINUE
      END-REWRITE
      MOVE SPACES TO WS-Note-Text
      STRING
        "Hold taken over from closed case " DELIMITED BY SIZE
        WS-Saved-Case-No DELIMITED BY SIZE
        INTO WS-Note-Text
      END-STRING
      PERFORM Write-Case-Note
      MOVE WS-Case-Save TO DC-Record
      STRING
        "hold passed to open case " DELIMITED BY SIZE
        WS-Other-Case-No DELIMITED BY SIZE
        INTO WS-Hold-Outcome
      END-STRING
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Case-Save TO DC-Record.
    MOVE DC-Key TO TM-Key.
    PERFORM Fetch-Master-Record.
    MOVE DC-Key TO HD-Key.
    DELETE Hold-Reg-File
      INVALID KEY
        MOVE "hold already gone from the register"
          TO WS-Hold-Outcome
      NOT INVALID KEY
        MOVE "hold released" TO WS-Hold-Outcome
        MOVE "RL" TO WS-Journal-Action
        CALL "WriteTMJournal" USING WS-Journal-Action
          WS-Journal-Before WS-Journal-After WS-Journal-Master
          LK-Run-ID LK-Operator-ID
        MOVE SPACES TO WS-Audit-Message
        STRING
          "TM HOLD released by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " key=" DELIMITED BY SIZE
          DC-Key DELIMITED BY SIZE
          " dispute case " DELIMITED BY SIZE
          DC-Case-No DELIMITED BY SIZE
          " closed" DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-DELETE.

  *> The master record for TM-Key, for the journal images and the
  *> reversal.
  Fetch-Master-Record.
    MOVE "N" TO WS-Master-Rec-Found-Flag.
    MOVE SPACES TO WS-Journal-Before.
    MOVE SPACES TO WS-Journal-After.
    OPEN INPUT Trans-Master-File.
    IF NOT Trans-Master-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    READ Trans-Master-File
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE "Y" TO WS-Master-Rec-Found-Flag
        MOVE TM-Record TO WS-Journal-Before
        MOVE TM-Record TO WS-Journal-After
    END-READ.
    CLOSE Trans-Master-File.

  *> The case's status in words, for screens, notes and the audit.
  Set-Status-Label.
    EVALUATE DC-Status
      WHEN "O"
        MOVE "OPEN" TO WS-Status-Label
      WHEN "I"
        MOVE "INVESTIGATING" TO WS-Status-Label
      WHEN "U"
        MOVE "UPHELD" TO WS-Status-Label
      WHEN "R"
        MOVE "REJECTED" TO WS-Status-Label
      WHEN OTHER
        MOVE DC-Status TO WS-Status-Label
    END-EVALUATE.

  *> The case header with its notes log, a page at a time.
  View-Case.
    PERFORM Fetch-Case.
    IF WS-Disp-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    PERFORM Set-Status-Label.

    MOVE SPACES TO WS-View-Stop.
    MOVE DC-Case-No TO DN-Case-No.
    MOVE 0 TO DN-Seq.
    START Dispute-Note-File KEY IS > DN-Note-Key
      INVALID KEY
        MOVE "Y" TO WS-Note-At-End-Flag
      NOT INVALID KEY
        MOVE "N" TO WS-Note-At-End-Flag
    END-START.

    PERFORM Load-Note-Page.
    DISPLAY SC-Disp-View.
    IF Notes-At-End THEN
      ACCEPT OMITTED
    ELSE
      ACCEPT SC-Disp-View
    END-IF.
    PERFORM UNTIL Notes-At-End
      OR WS-View-Stop = "N" OR WS-View-Stop = "n"
      PERFORM Load-Note-Page
      IF WS-View-Idx = 0 THEN
        EXIT PERFORM
      END-IF
      DISPLAY SC-Disp-View
      IF Notes-At-End THEN
        ACCEPT OMITTED
      ELSE
        ACCEPT SC-Disp-View
      END-IF
    END-PERFORM.

  *> Up to a page of the case's notes.
  Load-Note-Page.
    MOVE SPACES TO WS-View-Lines.
    MOVE 0 TO WS-View-Idx.
    PERFORM UNTIL Notes-At-End OR WS-View-Idx >= 12
      READ Dispute-Note-File NEXT
        AT END
          MOVE "Y" TO WS-Note-At-End-Flag
        NOT AT END
          IF DN-Case-No NOT = DC-Case-No THEN
            MOVE "Y" TO WS-Note-At-End-Flag
          ELSE
            ADD 1 TO WS-View-Idx
            MOVE DN-Stamp(1:8) TO VWD-Date
            MOVE DN-Stamp(9:4) TO VWD-Time
            MOVE DN-Operator TO VWD-Operator
            MOVE DN-Text TO VWD-Text
            MOVE WS-View-Detail TO WS-View-Line(WS-View-Idx)
          END-IF
      END-READ
    END-PERFORM.

  *> The case aging report: every case still open or under
  *> investigation, its age from the day it opened, flagged when it
  *> has run past the DISPDAYS target. Ends WARN when any has.
  Run-Case-Aging.
    *> The session loop re-CALLs this program in one run unit, so
    *> the VALUE clauses only ever ran once - reset the tallies.
    MOVE 0 TO WS-Cases-Read.
    MOVE 0 TO WS-Cases-Open.
    MOVE 0 TO WS-Cases-Overdue.
    MOVE 0 TO WS-Oldest-Days.
    MOVE 0 TO WS-Open-Total.
    MOVE 0 TO WS-Rows-Withheld.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date.
    COMPUTE WS-Run-Day-Int =
      FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Run-Date)).

    OPEN OUTPUT Disp-Report-File.
    MOVE WS-Run-Date TO DPT-Date.
    MOVE WS-Cfg-Disp-Target-Days TO DPT-Days.
    MOVE WS-Report-Title TO DP-Line.
    WRITE DP-Line.
    MOVE SPACES TO DP-Line.
    WRITE DP-Line.
    MOVE WS-Report-Heading TO DP-Line.
    WRITE DP-Line.

    MOVE 0 TO DC-Case-No.
    START Dispute-Case-File KEY IS > DC-Case-No
      INVALID KEY
        MOVE "Y" TO WS-Case-At-End-Flag
      NOT INVALID KEY
        MOVE "N" TO WS-Case-At-End-Flag
    END-START.
    PERFORM UNTIL Cases-At-End
      READ Dispute-Case-File NEXT
        AT END
          MOVE "Y" TO WS-Case-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Cases-Read
          IF DC-Status = "O" OR DC-Status = "I" THEN
            CALL "BranchAccess" USING DC-Key WS-Access-Silent
              LK-Run-ID LK-Operator-ID WS-Access-Result
            IF Access-Permitted THEN
              PERFORM Age-One-Case
            ELSE
              ADD 1 TO WS-Rows-Withheld
            END-IF
          END-IF
      END-READ
    END-PERFORM.

    MOVE SPACES TO DP-Line.
    WRITE DP-Line.
    MOVE "Open cases:" TO DPS-Label.
    MOVE WS-Cases-Open TO DPS-Count.
    MOVE WS-Report-Total TO DP-Line.
    WRITE DP-Line.
    MOVE "Past the target:" TO DPS-Label.
    MOVE WS-Cases-Overdue TO DPS-Count.
    MOVE WS-Report-Total TO DP-Line.
    WRITE DP-Line.
    MOVE "Amount in dispute:" TO DPA-Label.
    MOVE WS-Open-Total TO DPA-Amount.
    MOVE WS-Report-Amount-Total TO DP-Line.
    WRITE DP-Line.
    PERFORM Note-Rows-Withheld.
    CLOSE Disp-Report-File.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Dispute aging done - " DELIMITED BY SIZE
      WS-Cases-Open DELIMITED BY SIZE
      " open case(s), " DELIMITED BY SIZE
      WS-Cases-Overdue DELIMITED BY SIZE
      " past target, oldest " DELIMITED BY SIZE
      WS-Oldest-Days DELIMITED BY SIZE
      " day(s)" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    IF WS-Cases-Overdue > 0 THEN
      MOVE "WARN" TO WS-Log-Level
      MOVE "WARN" TO WS-RH-End-Status
    ELSE
      MOVE "OK" TO WS-RH-End-Status
    END-IF.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    CALL "WriteRunHistory" USING WS-RH-Function WS-Cases-Read
      WS-Cases-Open WS-Cases-Overdue WS-RH-Unmatched
      WS-Elapsed-Seconds WS-RH-End-Status LK-Run-ID LK-Terminal-ID
      LK-Operator-ID.

    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Disp-Aged
      ACCEPT OMITTED
    END-IF.

  *> One open case onto the aging report.
  Age-One-Case.
    ADD 1 TO WS-Cases-Open.
    ADD DC-Amount TO WS-Open-Total.
    IF DC-Opened-Stamp(1:8) NUMERIC THEN
      COMPUTE WS-Open-Day-Int =
        FUNCTION INTEGER-OF-DATE(
          FUNCTION NUMVAL(DC-Opened-Stamp(1:8)))
      COMPUTE WS-Age-Days = WS-Run-Day-Int - WS-Open-Day-Int
    ELSE
      MOVE 0 TO WS-Age-Days
    END-IF.
    IF WS-Age-Days < 0 THEN
      MOVE 0 TO WS-Age-Days
    END-IF.
    IF WS-Age-Days > WS-Oldest-Days THEN
      MOVE WS-Age-Days TO WS-Oldest-Days
    END-IF.

    PERFORM Set-Status-Label.
    MOVE DC-Case-No TO DPD-Case-No.
    MOVE DC-Key TO DPD-Key.
    MOVE WS-Status-Label TO DPD-Status.
    MOVE DC-Opened-Stamp(1:8) TO DPD-Opened.
    MOVE WS-Age-Days TO DPD-Age.
    MOVE DC-Amount TO DPD-Amount.
    MOVE DC-Currency TO DPD-Currency.
    MOVE SPACES TO DPD-Flag.
    IF WS-Cfg-Disp-Target-Days > 0
      AND WS-Age-Days > WS-Cfg-Disp-Target-Days THEN
      ADD 1 TO WS-Cases-Overdue
      MOVE "OVERDUE" TO DPD-Flag
    END-IF.
    MOVE WS-Report-Detail TO DP-Line.
    WRITE DP-Line.

  Note-Rows-Withheld.
    IF WS-Rows-Withheld = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO DP-Line.
    STRING
      "Restricted to the branches permitted to " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " - " DELIMITED BY SIZE
      WS-Rows-Withheld DELIMITED BY SIZE
      " case(s) withheld" DELIMITED BY SIZE
      INTO DP-Line
    END-STRING.
    WRITE DP-Line.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Branch access REFUSED for " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " at Dispute Aging - " DELIMITED BY SIZE
      WS-Rows-Withheld DELIMITED BY SIZE
      " case(s) withheld" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> Nothing to age - say why on the screen, or in the log when
  *> nobody is watching.
  Report-Nothing-To-Do.
    IF NOT Batch-Mode-Active THEN
      MOVE WS-None-Label TO WS-Disp-Result-Label
    ELSE
      MOVE "INF" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Dispute aging: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-None-Label) DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

  *> Checks WS-Edit-Date-X holds a real YYYYMMDD calendar date -
  *> mirrors Sort 'n' Report's Validate-Calendar-Date.
  Validate-Calendar-Date.
    MOVE "N" TO WS-Edit-Date-OK-Flag.

    IF WS-Edit-Date-X NOT NUMERIC THEN
      EXIT PARAGRAPH
    END-IF.

    IF WS-Edit-Month < 1 OR WS-Edit-Month > 12 THEN
      EXIT PARAGRAPH
    END-IF.

    EVALUATE WS-Edit-Month
      WHEN 4
      WHEN 6
      WHEN 9
      WHEN 11
        MOVE 30 TO WS-Edit-Days-In-Month
      WHEN 2
        MOVE 28 TO WS-Edit-Days-In-Month
        *> Leap year: divisible by 4, except centuries not
        *> divisible by 400.
        COMPUTE WS-Edit-Leap-Rem = FUNCTION MOD(WS-Edit-Year, 4)
        IF WS-Edit-Leap-Rem = 0 THEN
          COMPUTE WS-Edit-Leap-Rem = FUNCTION MOD(WS-Edit-Year, 100)
          IF WS-Edit-Leap-Rem NOT = 0 THEN
            MOVE 29 TO WS-Edit-Days-In-Month
          ELSE
            COMPUTE WS-Edit-Leap-Rem = FUNCTION MOD(WS-Edit-Year, 400)
            IF WS-Edit-Leap-Rem = 0 THEN
              MOVE 29 TO WS-Edit-Days-In-Month
            END-IF
          END-IF
        END-IF
      WHEN OTHER
        MOVE 31 TO WS-Edit-Days-In-Month
    END-EVALUATE.

    IF WS-Edit-Day >= 1 AND WS-Edit-Day <= WS-Edit-Days-In-Month THEN
      MOVE "Y" TO WS-Edit-Date-OK-Flag
    END-IF.

  *> Loads the persisted settings through the shared parser - a
  *> rejected keyword keeps its default and is reported by name.
  LoadConfig.
    CALL "ReadSettings" USING WS-Cfg-Settings WS-Settings-Error.
    IF WS-Settings-Error NOT = SPACES THEN
      MOVE "WARN" TO WS-Log-Level
      MOVE WS-Settings-Error TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

END PROGRAM Dispute.
