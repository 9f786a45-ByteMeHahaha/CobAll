IDENTIFICATION DIVISION.
  PROGRAM-ID. FeeCharge.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> The fee tariff - one row per charge, selected by status,
      *> branch and currency the way the edit rules are.
      SELECT Tariff-File ASSIGN TO WS-Tariff-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS TF-Id
      FILE STATUS WS-Tariff-Status.

      *> Keyed transaction master built by Sort 'n' Report - walked
      *> in key order, each balance checked against the tariff.
      SELECT Trans-Master-File ASSIGN TO WS-Trans-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE SEQUENTIAL
      RECORD KEY IS TM-Key
      ALTERNATE RECORD KEY IS TM-Date WITH DUPLICATES
      FILE STATUS WS-Trans-Master-Status.

      *> The day's transaction extract - read only to count each
      *> key's items for the per-item charges.
      SELECT Trans-Extract-File ASSIGN TO WS-Trans-Extract-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Trans-Extract-Status.

      *> The day's charges - standard TransRecord layout with
      *> HDR/TRL controls, so they post through the normal nightly
      *> path like any other feed (register it on FeedMaint).
      SELECT Fee-Extract-File ASSIGN TO WS-Fee-Extract-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Fee-Extract-Status.

      *> Generation counter for the extract's HDR records.
      SELECT Fee-Gen-File ASSIGN TO WS-Fee-Gen-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Fee-Gen-Status.

      *> Run control - the last date the charging ran, so a rerun
      *> can't charge a day twice.
      SELECT Fee-Control-File ASSIGN TO WS-Fee-Control-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Fee-Control-Status.

      *> Per-key charge listing for finance to check before the
      *> night posts the extract.
      SELECT Fee-Listing-File ASSIGN TO WS-Fee-Listing-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Fee-Listing-Status.

DATA DIVISION.
  FILE SECTION.
    FD Tariff-File.
      COPY "TariffRecord.cpy" REPLACING ==:PREFIX:== BY ==TF==.

    FD Trans-Master-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==TM==.

    FD Trans-Extract-File.
      01 TE-Line PIC X(41).

    FD Fee-Extract-File.
      01 FX-Line PIC X(41).

    FD Fee-Gen-File.
      01 FG-Line.
        05 FG-Last-Generation PIC 9(4).

    FD Fee-Control-File.
      01 FCF-Line.
        05 FCF-Last-Run-Date PIC X(8).

    FD Fee-Listing-File.
      01 FL-Line PIC X(100).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.
    01 WS-Operator-Auth-Level PIC 9 EXTERNAL.

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    01 WS-Tariff-Path PIC X(80) VALUE "FeeTariff.dat".
    01 WS-Tariff-Status PIC XX.
      88 Tariff-Opened-OK VALUE "00".
      88 Tariff-Not-Found VALUE "35".
    01 WS-Tariff-At-End-Flag PIC X VALUE "N".
      88 Tariff-At-End VALUE "Y".

    01 WS-Trans-Master-Path PIC X(80) VALUE "TransMaster.dat".
    01 WS-Trans-Master-Status PIC XX.
      88 Trans-Master-Opened-Successfully VALUE "00".
      88 Trans-Master-Not-Found VALUE "35".
    01 WS-Master-At-End-Flag PIC X VALUE "N".
      88 Master-At-End VALUE "Y".

    01 WS-Trans-Extract-Path PIC X(80) VALUE "TransExtract.dat".
    01 WS-Trans-Extract-Status PIC XX.
      88 Trans-Extract-Opened-OK VALUE "00".
      88 Trans-Extract-Not-Found VALUE "35".

    01 WS-Fee-Extract-Path PIC X(80) VALUE "FeeExtract.dat".
    01 WS-Fee-Extract-Status PIC XX.
    01 WS-Fee-Extract-Info.
      05 FILLER PIC X(24).
    01 WS-Fee-Extract-Check-Status PIC S9(9) COMP-5.

    01 WS-Fee-Gen-Path PIC X(80) VALUE "FeeGenControl.dat".
    01 WS-Fee-Gen-Status PIC XX.
      88 Fee-Gen-Opened-OK VALUE "00".
      88 Fee-Gen-Not-Found VALUE "35".
    01 WS-Fee-Control-Path PIC X(80) VALUE "FeeControl.dat".
    01 WS-Fee-Control-Status PIC XX.
      88 Fee-Control-Opened-OK VALUE "00".
      88 Fee-Control-Not-Found VALUE "35".
    01 WS-Fee-Listing-Path PIC X(80) VALUE "FeeListing.txt".
    01 WS-Fee-Listing-Status PIC XX.

    *> Operator's request off SC-Fee-Menu.
    01 WS-Fee-Action PIC 9 VALUE 0.
      88 Fee-Tariff-Maint VALUE 1.
      88 Fee-Run-Charges VALUE 2.
      88 Fee-Back VALUE 3.

    *> Tariff maintenance request off SC-Tariff-Menu - same
    *> add/amend/delete arrangement as the other reference screens.
    01 WS-Maint-Action PIC 9 VALUE 0.
      88 Maint-Add VALUE 1.
      88 Maint-Amend VALUE 2.
      88 Maint-Delete VALUE 3.
      88 Maint-Back VALUE 4.
    01 WS-Maint-Id PIC X(3) VALUE SPACES.
    01 WS-Maint-Desc PIC X(20) VALUE SPACES.
    01 WS-Maint-Branch PIC X(4) VALUE SPACES.
    01 WS-Maint-Status PIC X(1) VALUE SPACE.
    01 WS-Maint-Currency PIC X(3) VALUE SPACES.
    01 WS-Maint-Basis PIC X(1) VALUE "F".
      88 Maint-Basis-Valid VALUE "F" "P" "I".
    01 WS-Maint-Amount PIC 9(7)V99 VALUE 0.
    01 WS-Maint-Pct PIC 9(2)V9(4) VALUE 0.
    01 WS-Maint-Min PIC 9(7)V99 VALUE 0.
    01 WS-Maint-Max PIC 9(7)V99 VALUE 0.
    01 WS-Maint-Frequency PIC X(1) VALUE "M".
      88 Maint-Frequency-Valid VALUE "D" "M" "Q" "A".
    01 WS-Maint-Due-Day PIC 99 VALUE 1.
    01 WS-Maint-Last-Charged PIC X(8) VALUE SPACES.
    01 WS-Maint-Confirm PIC A VALUE SPACES.
      88 Maint-Delete-Confirmed VALUE "Y" "y".
    01 WS-Maint-Action-Label PIC X(20) VALUE SPACES.
    01 WS-Maint-Result-Label PIC X(60) VALUE SPACES.
    01 WS-Audit-Amount-Disp PIC 9(7).99.
    01 WS-Audit-Pct-Disp PIC 9(2).9(4).

    *> The tariff, loaded whole for the charging run.
    01 WS-Tariff-Table.
      05 WS-Tar-Entry OCCURS 50 TIMES.
        10 WS-Tar-Id PIC X(3).
        10 WS-Tar-Desc PIC X(20).
        10 WS-Tar-Branch PIC X(4).
        10 WS-Tar-Status PIC X(1).
        10 WS-Tar-Currency PIC X(3).
        10 WS-Tar-Basis PIC X(1).
        10 WS-Tar-Amount PIC 9(7)V99.
        10 WS-Tar-Pct PIC 9(2)V9(4).
        10 WS-Tar-Min PIC 9(7)V99.
        10 WS-Tar-Max PIC 9(7)V99.
        10 WS-Tar-Frequency PIC X(1).
        10 WS-Tar-Due-Day PIC 99.
        10 WS-Tar-Last-Charged PIC X(8).
        10 WS-Tar-Due-Flag PIC A.
          88 Tar-Due VALUE "Y".
        *> Charges this run levied off the row - any at all and its
        *> last-charged date is moved on at the end of the run.
        10 WS-Tar-Charged PIC 9(7).
    01 WS-Tar-Used PIC 99 VALUE 0.
    01 WS-Tar-Due-Count PIC 99 VALUE 0.
    01 WS-Tar-Idx PIC 99 VALUE 0.
    *> Rows past the table's 50 are never charged - the first one
    *> left out is named in the log.
    01 WS-Tar-Overflow-Flag PIC A VALUE "N".
      88 Tariff-Table-Overflowed VALUE "Y".
    01 WS-Tar-First-Skipped PIC X(3) VALUE SPACES.
    01 WS-Item-Basis-Flag PIC A VALUE "N".
      88 Item-Basis-Used VALUE "Y".

    *> Detail records per key on the day's extract, for the per-item
    *> basis - only loaded when some tariff row charges per item.
    01 WS-Item-Table.
      05 WS-Item-Entry OCCURS 2000 TIMES.
        10 WS-Item-Key PIC X(10).
        10 WS-Item-Count PIC 9(5).
    01 WS-Item-Used PIC 9(4) VALUE 0.
    01 WS-Item-Idx PIC 9(4) VALUE 0.
    01 WS-Item-Found-Flag PIC A VALUE "N".
      88 Item-Found VALUE "Y".
    01 WS-Item-Overflow-Flag PIC A VALUE "N".
      88 Item-Table-Overflowed VALUE "Y".
    01 WS-Key-Item-Count PIC 9(5) VALUE 0.

    *> The charge being worked out, and its raw view for the line
    *> file. Charges debit the key, so they carry a negative amount.
    COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==FCR==.
    01 WS-Fcr-Raw REDEFINES FCR-Record PIC X(41).
    01 WS-Charge-Amount PIC 9(9)V99 VALUE 0.
    01 WS-Charge-Base PIC 9(11)V99 VALUE 0.
    01 WS-Key-Charge-Total PIC S9(11)V99 VALUE 0.
    01 WS-Key-Charge-Count PIC 9(3) VALUE 0.

    01 WS-Hdr-Line.
      05 FILLER PIC X(3) VALUE "HDR".
      05 HDR-Date PIC X(8).
      05 HDR-Source PIC X(8).
      05 HDR-Gen PIC 9(4).
    01 WS-Trl-Line.
      05 FILLER PIC X(3) VALUE "TRL".
      05 TRL-Count PIC 9(7).
      05 TRL-Hash PIC S9(11)V99.

    *> The listing's detail and key-total lines.
    01 WS-Listing-Heading PIC X(100) VALUE
      "Key         Tariff Description           Basis  Base               Charge         Cur".
    01 WS-Listing-Detail.
      05 FLD-Key PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 FLD-Tariff PIC X(3).
      05 FILLER PIC X(4) VALUE SPACES.
      05 FLD-Desc PIC X(20).
      05 FILLER PIC X(2) VALUE SPACES.
      05 FLD-Basis PIC X(5).
      05 FILLER PIC X(2) VALUE SPACES.
      05 FLD-Base PIC Z,ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(2) VALUE SPACES.
      05 FLD-Charge PIC Z,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(2) VALUE SPACES.
      05 FLD-Currency PIC X(3).
    01 WS-Listing-Key-Total.
      05 FILLER PIC X(12) VALUE SPACES.
      05 FILLER PIC X(35) VALUE "Key total".
      05 FLK-Count PIC ZZ9.
      05 FILLER PIC X(21) VALUE " charge(s)".
      05 FLK-Total PIC Z,ZZZ,ZZZ,ZZ9.99-.
    01 WS-Listing-Grand-Disp PIC Z,ZZZ,ZZZ,ZZ9.99-.

    01 WS-Run-Date PIC X(8) VALUE SPACES.
    01 WS-Run-Date-Parts REDEFINES WS-Run-Date.
      05 WS-Run-Year PIC 9(4).
      05 WS-Run-Month PIC 99.
      05 WS-Run-Day PIC 99.
    01 WS-Next-Date PIC 9(8) VALUE 0.
    01 WS-Run-Month-End-Flag PIC A VALUE "N".
      88 Run-Is-Month-End VALUE "Y".

    *> The charging period a date falls in for a row's frequency -
    *> the date itself (D), YYYYMM (M), YYYY and quarter (Q) or YYYY
    *> (A) - so the last-charged date and today compare like for
    *> like.
    01 WS-Period-Date PIC X(8) VALUE SPACES.
    01 WS-Period-Date-Parts REDEFINES WS-Period-Date.
      05 WS-Period-Year PIC X(4).
      05 WS-Period-Month PIC 99.
      05 FILLER PIC XX.
    01 WS-Period-Quarter PIC 9 VALUE 0.
    01 WS-Period-Key PIC X(8) VALUE SPACES.
    01 WS-Run-Period PIC X(8) VALUE SPACES.
    01 WS-Last-Period PIC X(8) VALUE SPACES.
    01 WS-First-Month-Flag PIC A VALUE "N".
      88 Period-First-Month VALUE "Y".
    01 WS-New-Generation PIC 9(4) VALUE 0.
    01 WS-Records-Read PIC 9(7) VALUE 0.
    01 WS-Charges-Written PIC 9(7) VALUE 0.
    01 WS-Keys-Charged PIC 9(7) VALUE 0.
    01 WS-Detail-Count PIC 9(7) VALUE 0.
    01 WS-Hash-Total PIC S9(11)V99 VALUE 0.
    01 WS-Charge-Total PIC S9(11)V99 VALUE 0.

    *> Elapsed/run-history row.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "FEES".
    01 WS-RH-Matched PIC 9(7) VALUE 0.
    01 WS-RH-Unmatched PIC 9(7) VALUE 0.
    01 WS-RH-End-Status PIC X(4) VALUE SPACES.

    01 WS-None-Label PIC X(60) VALUE SPACES.
    01 WS-Audit-Message PIC X(80).

    01 WS-Error-Code PIC 999 VALUE 0.
    01 WS-Error-Msg PIC X(70) VALUE SPACES.

    01 WS-Log-Level PIC A(4).
    01 WS-Log-Message PIC X(80).
    01 WS-Log-Write-Status PIC XX.

  *> Subroutine Parameters
  LINKAGE SECTION.
    01 LK-Run-ID PIC X(14).
    01 LK-Terminal-ID PIC X(8).
    01 LK-Operator-ID PIC X(8).

  SCREEN SECTION.
    COPY "FeeChargeScr.cpy". *> Fees and Charges screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  FeeChargeMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Fees and Charges selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> Re-defaulted every invocation, then company-qualified - each
    *> company charges off its own tariff and master into its own
    *> extract, under its own rerun control.
    MOVE "FeeTariff.dat" TO WS-Tariff-Path.
    MOVE "TransMaster.dat" TO WS-Trans-Master-Path.
    MOVE "TransExtract.dat" TO WS-Trans-Extract-Path.
    MOVE "FeeExtract.dat" TO WS-Fee-Extract-Path.
    MOVE "FeeGenControl.dat" TO WS-Fee-Gen-Path.
    MOVE "FeeControl.dat" TO WS-Fee-Control-Path.
    MOVE "FeeListing.txt" TO WS-Fee-Listing-Path.
    CALL "ResolveDataPath" USING WS-Tariff-Path.
    CALL "ResolveDataPath" USING WS-Trans-Master-Path.
    CALL "ResolveDataPath" USING WS-Trans-Extract-Path.
    CALL "ResolveDataPath" USING WS-Fee-Extract-Path.
    CALL "ResolveDataPath" USING WS-Fee-Gen-Path.
    CALL "ResolveDataPath" USING WS-Fee-Control-Path.
    CALL "ResolveDataPath" USING WS-Fee-Listing-Path.

    *> Unattended, there is only the charging run to do.
    IF Batch-Mode-Active THEN
      PERFORM Run-Charging
      GOBACK
    END-IF.

    MOVE 0 TO WS-Fee-Action.
    PERFORM Fee-Loop UNTIL Fee-Back.

    GOBACK.

  *> One choice off the front screen.
  Fee-Loop.
    MOVE 0 TO WS-Fee-Action.
    DISPLAY SC-Fee-Menu.
    ACCEPT SC-Fee-Menu.

    MOVE SPACES TO WS-Maint-Result-Label.
    EVALUATE TRUE
      WHEN Fee-Tariff-Maint
        *> The tariff moves what every customer pays - supervisor
        *> work, the same as the other reference files.
        IF WS-Operator-Auth-Level < 3 THEN
          MOVE "Tariff maintenance needs supervisor authority."
            TO WS-Maint-Result-Label
        ELSE
          PERFORM Tariff-Maintenance
        END-IF
      WHEN Fee-Run-Charges
        PERFORM Run-Charging
      WHEN Fee-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-3." TO WS-Maint-Result-Label
    END-EVALUATE.

    IF NOT Fee-Back AND WS-Maint-Result-Label NOT = SPACES THEN
      DISPLAY SC-Tariff-Result
      ACCEPT OMITTED
    END-IF.

  *> OPEN I-O fails with "35" when the tariff doesn't exist yet -
  *> create it empty then.
  Tariff-Maintenance.
    OPEN I-O Tariff-File.
    IF Tariff-Not-Found THEN
      OPEN OUTPUT Tariff-File
      CLOSE Tariff-File
      OPEN I-O Tariff-File
    END-IF.

    MOVE 0 TO WS-Maint-Action.
    PERFORM Maint-Loop UNTIL Maint-Back.

    CLOSE Tariff-File.
    MOVE SPACES TO WS-Maint-Result-Label.

  *> One maintenance action: take the action and tariff ID off the
  *> screen, apply it, audit it, and show the outcome.
  Maint-Loop.
    MOVE 0 TO WS-Maint-Action.
    MOVE SPACES TO WS-Maint-Id.
    DISPLAY SC-Tariff-Menu.
    ACCEPT SC-Tariff-Menu.

    MOVE SPACES TO WS-Maint-Result-Label.
    EVALUATE TRUE
      WHEN Maint-Add
        PERFORM Do-Tariff-Add
      WHEN Maint-Amend
        PERFORM Do-Tariff-Amend
      WHEN Maint-Delete
        PERFORM Do-Tariff-Delete
      WHEN Maint-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-4." TO WS-Maint-Result-Label
    END-EVALUATE.

    IF NOT Maint-Back AND WS-Maint-Result-Label NOT = SPACES THEN
      DISPLAY SC-Tariff-Result
      ACCEPT OMITTED
    END-IF.

  *> Adds a brand-new charge under the entered ID.
  Do-Tariff-Add.
    MOVE WS-Maint-Id TO TF-Id.
    READ Tariff-File
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE "Tariff already on file - use Amend instead."
          TO WS-Maint-Result-Label
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Maint-Desc.
    MOVE SPACES TO WS-Maint-Branch.
    MOVE SPACE TO WS-Maint-Status.
    MOVE SPACES TO WS-Maint-Currency.
    MOVE "F" TO WS-Maint-Basis.
    MOVE 0 TO WS-Maint-Amount.
    MOVE 0 TO WS-Maint-Pct.
    MOVE 0 TO WS-Maint-Min.
    MOVE 0 TO WS-Maint-Max.
    MOVE "M" TO WS-Maint-Frequency.
    MOVE 1 TO WS-Maint-Due-Day.
    MOVE SPACES TO WS-Maint-Last-Charged.
    MOVE "Action: Add" TO WS-Maint-Action-Label.
    DISPLAY SC-Tariff-Fields.
    ACCEPT SC-Tariff-Fields.

    PERFORM Validate-Tariff-Fields.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Maint-Id TO TF-Id.
    PERFORM Move-Keyed-Fields.
    WRITE TF-Record
      INVALID KEY
        MOVE "Add failed - write rejected by the file."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        MOVE "Tariff added." TO WS-Maint-Result-Label
        PERFORM Audit-Tariff-Change
    END-WRITE.

  *> Amends a stored charge.
  Do-Tariff-Amend.
    MOVE WS-Maint-Id TO TF-Id.
    READ Tariff-File
      INVALID KEY
        MOVE "No tariff on file for that ID." TO WS-Maint-Result-Label
      NOT INVALID KEY
        PERFORM Load-Keyed-Fields
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE "Action: Amend" TO WS-Maint-Action-Label.
    DISPLAY SC-Tariff-Fields.
    ACCEPT SC-Tariff-Fields.

    PERFORM Validate-Tariff-Fields.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Maint-Id TO TF-Id.
    PERFORM Move-Keyed-Fields.
    REWRITE TF-Record
      INVALID KEY
        MOVE "Amend failed - rewrite rejected by the file."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        MOVE "Tariff amended." TO WS-Maint-Result-Label
        PERFORM Audit-Tariff-Change
    END-REWRITE.

  *> Deletes a stored charge after confirmation.
  Do-Tariff-Delete.
    MOVE WS-Maint-Id TO TF-Id.
    READ Tariff-File
      INVALID KEY
        MOVE "No tariff on file for that ID." TO WS-Maint-Result-Label
      NOT INVALID KEY
        PERFORM Load-Keyed-Fields
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Maint-Confirm.
    DISPLAY SC-Tariff-Confirm.
    ACCEPT SC-Tariff-Confirm.

    IF NOT Maint-Delete-Confirmed THEN
      MOVE "Delete abandoned - tariff kept." TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Maint-Id TO TF-Id.
    DELETE Tariff-File
      INVALID KEY
        MOVE "Delete failed - rejected by the file."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        MOVE "Tariff deleted." TO WS-Maint-Result-Label
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Fee tariff DELETE by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " id=" DELIMITED BY SIZE
          WS-Maint-Id DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-DELETE.

  *> A basis the run can't work out, or a minimum above the maximum,
  *> would only surface as a wrong charge on the night - refuse it
  *> at the screen instead.
  Validate-Tariff-Fields.
    IF NOT Maint-Basis-Valid THEN
      MOVE "Basis must be F (flat), P (percent) or I (per item)."
        TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF NOT Maint-Frequency-Valid THEN
      MOVE "Frequency must be D, M, Q or A." TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF WS-Maint-Frequency NOT = "D"
      AND (WS-Maint-Due-Day < 1 OR WS-Maint-Due-Day > 31) THEN
      MOVE "Due day must be 1 to 31." TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF WS-Maint-Max > 0 AND WS-Maint-Min > WS-Maint-Max THEN
      MOVE "Minimum charge is above the maximum - not saved."
        TO WS-Maint-Result-Label
    END-IF.

  Load-Keyed-Fields.
    MOVE TF-Desc TO WS-Maint-Desc.
    MOVE TF-Branch TO WS-Maint-Branch.
    MOVE TF-Status TO WS-Maint-Status.
    MOVE TF-Currency TO WS-Maint-Currency.
    MOVE TF-Basis TO WS-Maint-Basis.
    MOVE TF-Amount TO WS-Maint-Amount.
    MOVE TF-Pct TO WS-Maint-Pct.
    MOVE TF-Min-Charge TO WS-Maint-Min.
    MOVE TF-Max-Charge TO WS-Maint-Max.
    MOVE TF-Frequency TO WS-Maint-Frequency.
    MOVE TF-Due-Day TO WS-Maint-Due-Day.
    MOVE TF-Last-Charged TO WS-Maint-Last-Charged.

  *> The last-charged date is the run's to move, never the screen's
  *> - an amend keeps it, an add starts it blank.
  Move-Keyed-Fields.
    MOVE WS-Maint-Desc TO TF-Desc.
    MOVE WS-Maint-Branch TO TF-Branch.
    MOVE WS-Maint-Status TO TF-Status.
    MOVE WS-Maint-Currency TO TF-Currency.
    MOVE WS-Maint-Basis TO TF-Basis.
    MOVE WS-Maint-Amount TO TF-Amount.
    MOVE WS-Maint-Pct TO TF-Pct.
    MOVE WS-Maint-Min TO TF-Min-Charge.
    MOVE WS-Maint-Max TO TF-Max-Charge.
    MOVE WS-Maint-Frequency TO TF-Frequency.
    MOVE WS-Maint-Due-Day TO TF-Due-Day.
    MOVE WS-Maint-Last-Charged TO TF-Last-Charged.

  *> A tariff change moves what customers are charged, so the whole
  *> row goes on the permanent trail.
  Audit-Tariff-Change.
    MOVE WS-Maint-Amount TO WS-Audit-Amount-Disp.
    MOVE WS-Maint-Pct TO WS-Audit-Pct-Disp.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Fee tariff SET by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " id=" DELIMITED BY SIZE
      WS-Maint-Id DELIMITED BY SIZE
      " br=" DELIMITED BY SIZE
      WS-Maint-Branch DELIMITED BY SIZE
      " st=" DELIMITED BY SIZE
      WS-Maint-Status DELIMITED BY SIZE
      " ccy=" DELIMITED BY SIZE
      WS-Maint-Currency DELIMITED BY SIZE
      " basis=" DELIMITED BY SIZE
      WS-Maint-Basis DELIMITED BY SIZE
      " amt=" DELIMITED BY SIZE
      WS-Audit-Amount-Disp DELIMITED BY SIZE
      " pct=" DELIMITED BY SIZE
      WS-Audit-Pct-Disp DELIMITED BY SIZE
      " freq=" DELIMITED BY SIZE
      WS-Maint-Frequency DELIMITED BY SIZE
      "/" DELIMITED BY SIZE
      WS-Maint-Due-Day DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> The charging run proper: tariff into memory, the day's item
  *> counts if any charge needs them, then one pass of the master
  *> writing the extract and the listing side by side.
  Run-Charging.
    *> The session loop re-CALLs this program in one run unit, so
    *> the VALUE clauses only ever ran once - reset the tallies.
    MOVE 0 TO WS-Records-Read.
    MOVE 0 TO WS-Charges-Written.
    MOVE 0 TO WS-Keys-Charged.
    MOVE 0 TO WS-Detail-Count.
    MOVE 0 TO WS-Hash-Total.
    MOVE 0 TO WS-Charge-Total.
    MOVE 0 TO WS-New-Generation.
    MOVE "N" TO WS-Item-Overflow-Flag.
    MOVE SPACES TO WS-RH-End-Status.
    MOVE SPACES TO WS-Maint-Result-Label.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date.

    PERFORM Load-Tariff-Table.
    IF WS-Tar-Used = 0 THEN
      MOVE "(no fee tariff on file - nothing to charge)"
        TO WS-None-Label
      PERFORM Report-Nothing-To-Do
      EXIT PARAGRAPH
    END-IF.

    PERFORM Judge-Tariff-Due.
    IF WS-Tar-Due-Count = 0 THEN
      MOVE "(no tariff row falls due today - nothing to charge)"
        TO WS-None-Label
      PERFORM Report-Nothing-To-Do
      EXIT PARAGRAPH
    END-IF.

    PERFORM Check-Fee-Run-Control.
    PERFORM Check-Prior-Extract-Consumed.

    OPEN INPUT Trans-Master-File.
    IF NOT Trans-Master-Opened-Successfully THEN
      MOVE "(transaction master not found - run Sort 'n' Report)"
        TO WS-None-Label
      PERFORM Report-Nothing-To-Do
      EXIT PARAGRAPH
    END-IF.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.

    IF Item-Basis-Used THEN
      PERFORM Load-Item-Counts
    END-IF.

    OPEN OUTPUT Fee-Extract-File.
    OPEN OUTPUT Fee-Listing-File.
    PERFORM Write-Extract-Header.
    PERFORM Write-Listing-Heading.

    MOVE "N" TO WS-Master-At-End-Flag.
    PERFORM Charge-One-Record UNTIL Master-At-End.

    PERFORM Write-Extract-Trailer.
    PERFORM Write-Listing-Footer.
    CLOSE Fee-Extract-File.
    CLOSE Fee-Listing-File.
    CLOSE Trans-Master-File.

    PERFORM Record-Fee-Run.
    PERFORM Stamp-Tariff-Charged.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Fees and Charges done - " DELIMITED BY SIZE
      WS-Charges-Written DELIMITED BY SIZE
      " charge(s) on " DELIMITED BY SIZE
      WS-Keys-Charged DELIMITED BY SIZE
      " key(s), gen " DELIMITED BY SIZE
      WS-New-Generation DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    MOVE WS-Log-Message TO WS-Audit-Message.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    *> A per-item tariff charged off a truncated count under-charges
    *> quietly - make the run say so.
    IF Item-Table-Overflowed THEN
      MOVE "WARN" TO WS-RH-End-Status
      MOVE "WARN" TO WS-Log-Level
      MOVE "Fees and Charges: extract held more keys than the item table - per-item charges incomplete" TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.
    *> Tariff rows left off the table were not charged at all.
    IF Tariff-Table-Overflowed THEN
      MOVE "WARN" TO WS-RH-End-Status
    END-IF.
    IF WS-RH-End-Status = SPACES THEN
      MOVE "OK" TO WS-RH-End-Status
    END-IF.
    CALL "WriteRunHistory" USING WS-RH-Function WS-Records-Read
      WS-Charges-Written WS-RH-Matched WS-RH-Unmatched
      WS-Elapsed-Seconds WS-RH-End-Status LK-Run-ID LK-Terminal-ID
      LK-Operator-ID.

    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Fee-Done
      ACCEPT OMITTED
    END-IF.

  *> Nothing to charge - say why on the screen, or in the log when
  *> nobody is watching.
  Report-Nothing-To-Do.
    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Fee-None
      ACCEPT OMITTED
    ELSE
      MOVE "WARN" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Fees and Charges: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-None-Label) DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

  *> Loads every tariff row into the table for the run - a missing
  *> tariff just means nothing to charge yet.
  Load-Tariff-Table.
    MOVE 0 TO WS-Tar-Used.
    MOVE "N" TO WS-Tar-Overflow-Flag.
    MOVE SPACES TO WS-Tar-First-Skipped.
    MOVE "N" TO WS-Item-Basis-Flag.
    OPEN INPUT Tariff-File.
    IF NOT Tariff-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Tariff-At-End-Flag.
    PERFORM UNTIL Tariff-At-End
      READ Tariff-File NEXT
        AT END
          MOVE "Y" TO WS-Tariff-At-End-Flag
        NOT AT END
          IF WS-Tar-Used < 50 THEN
            ADD 1 TO WS-Tar-Used
            MOVE TF-Id TO WS-Tar-Id(WS-Tar-Used)
            MOVE TF-Desc TO WS-Tar-Desc(WS-Tar-Used)
            MOVE TF-Branch TO WS-Tar-Branch(WS-Tar-Used)
            MOVE TF-Status TO WS-Tar-Status(WS-Tar-Used)
            MOVE TF-Currency TO WS-Tar-Currency(WS-Tar-Used)
            MOVE TF-Basis TO WS-Tar-Basis(WS-Tar-Used)
            MOVE TF-Amount TO WS-Tar-Amount(WS-Tar-Used)
            MOVE TF-Pct TO WS-Tar-Pct(WS-Tar-Used)
            MOVE TF-Min-Charge TO WS-Tar-Min(WS-Tar-Used)
            MOVE TF-Max-Charge TO WS-Tar-Max(WS-Tar-Used)
            MOVE TF-Frequency TO WS-Tar-Frequency(WS-Tar-Used)
            MOVE TF-Due-Day TO WS-Tar-Due-Day(WS-Tar-Used)
            MOVE TF-Last-Charged TO WS-Tar-Last-Charged(WS-Tar-Used)
            MOVE "N" TO WS-Tar-Due-Flag(WS-Tar-Used)
            MOVE 0 TO WS-Tar-Charged(WS-Tar-Used)
          ELSE
            IF NOT Tariff-Table-Overflowed THEN
              MOVE "Y" TO WS-Tar-Overflow-Flag
              MOVE TF-Id TO WS-Tar-First-Skipped
            END-IF
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Tariff-File.
    IF Tariff-Table-Overflowed THEN
      MOVE "ERR" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Fees and Charges: tariff holds more than 50 rows - "
          DELIMITED BY SIZE
        "not charged from " DELIMITED BY SIZE
        WS-Tar-First-Skipped DELIMITED BY SIZE
        " on" DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

  *> Marks the rows that fall due today: not already charged in the
  *> current period, and - in the period's first month - on or past
  *> the due day (a due day beyond the month's length falls on its
  *> last day). A later month of the period is due outright, so a
  *> missed run catches up rather than skipping the period. Only a
  *> due per-item row makes the day's item counts worth loading.
  Judge-Tariff-Due.
    MOVE 0 TO WS-Tar-Due-Count.
    MOVE "N" TO WS-Item-Basis-Flag.
    MOVE "N" TO WS-Run-Month-End-Flag.
    COMPUTE WS-Next-Date = FUNCTION DATE-OF-INTEGER(
      FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Run-Date)) + 1).
    IF WS-Next-Date(7:2) = "01" THEN
      MOVE "Y" TO WS-Run-Month-End-Flag
    END-IF.
    PERFORM VARYING WS-Tar-Idx FROM 1 BY 1
      UNTIL WS-Tar-Idx > WS-Tar-Used
      PERFORM Judge-One-Tariff
      IF Tar-Due(WS-Tar-Idx) THEN
        ADD 1 TO WS-Tar-Due-Count
        IF WS-Tar-Basis(WS-Tar-Idx) = "I" THEN
          MOVE "Y" TO WS-Item-Basis-Flag
        END-IF
      END-IF
    END-PERFORM.

  Judge-One-Tariff.
    MOVE "N" TO WS-Tar-Due-Flag(WS-Tar-Idx).
    IF WS-Tar-Last-Charged(WS-Tar-Idx) NOT = SPACES THEN
      MOVE WS-Tar-Last-Charged(WS-Tar-Idx) TO WS-Period-Date
      PERFORM Find-Charge-Period
      MOVE WS-Period-Key TO WS-Last-Period
      MOVE WS-Run-Date TO WS-Period-Date
      PERFORM Find-Charge-Period
      MOVE WS-Period-Key TO WS-Run-Period
      IF WS-Last-Period = WS-Run-Period THEN
        EXIT PARAGRAPH
      END-IF
    END-IF.

    MOVE "N" TO WS-First-Month-Flag.
    EVALUATE WS-Tar-Frequency(WS-Tar-Idx)
      WHEN "M"
        MOVE "Y" TO WS-First-Month-Flag
      WHEN "Q"
        IF FUNCTION MOD(WS-Run-Month - 1, 3) = 0 THEN
          MOVE "Y" TO WS-First-Month-Flag
        END-IF
      WHEN "A"
        IF WS-Run-Month = 1 THEN
          MOVE "Y" TO WS-First-Month-Flag
        END-IF
      WHEN OTHER
        MOVE "Y" TO WS-Tar-Due-Flag(WS-Tar-Idx)
        EXIT PARAGRAPH
    END-EVALUATE.

    IF NOT Period-First-Month
      OR WS-Run-Day >= WS-Tar-Due-Day(WS-Tar-Idx)
      OR Run-Is-Month-End THEN
      MOVE "Y" TO WS-Tar-Due-Flag(WS-Tar-Idx)
    END-IF.

  *> WS-Period-Date's charging period under the current row's
  *> frequency, into WS-Period-Key.
  Find-Charge-Period.
    MOVE SPACES TO WS-Period-Key.
    EVALUATE WS-Tar-Frequency(WS-Tar-Idx)
      WHEN "M"
        MOVE WS-Period-Date(1:6) TO WS-Period-Key
      WHEN "Q"
        COMPUTE WS-Period-Quarter = (WS-Period-Month - 1) / 3 + 1
        STRING
          WS-Period-Year DELIMITED BY SIZE
          "Q" DELIMITED BY SIZE
          WS-Period-Quarter DELIMITED BY SIZE
          INTO WS-Period-Key
        END-STRING
      WHEN "A"
        MOVE WS-Period-Year TO WS-Period-Key
      WHEN OTHER
        MOVE WS-Period-Date TO WS-Period-Key
    END-EVALUATE.

  *> Counts each key's detail records on the day's extract (HDR/TRL
  *> control records skipped). No extract on disk just means no
  *> items, so the per-item charges come to nothing.
  Load-Item-Counts.
    MOVE 0 TO WS-Item-Used.
    MOVE "N" TO WS-Item-Overflow-Flag.
    OPEN INPUT Trans-Extract-File.
    IF NOT Trans-Extract-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL Trans-Extract-Not-Found
      READ Trans-Extract-File
        AT END
          MOVE "35" TO WS-Trans-Extract-Status
        NOT AT END
          IF TE-Line(1:3) NOT = "HDR" AND TE-Line(1:3) NOT = "TRL" THEN
            PERFORM Count-One-Item
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Trans-Extract-File.

  Count-One-Item.
    MOVE "N" TO WS-Item-Found-Flag.
    PERFORM VARYING WS-Item-Idx FROM 1 BY 1
      UNTIL WS-Item-Idx > WS-Item-Used OR Item-Found
      IF WS-Item-Key(WS-Item-Idx) = TE-Line(1:10) THEN
        ADD 1 TO WS-Item-Count(WS-Item-Idx)
        MOVE "Y" TO WS-Item-Found-Flag
      END-IF
    END-PERFORM.
    IF NOT Item-Found THEN
      IF WS-Item-Used < 2000 THEN
        ADD 1 TO WS-Item-Used
        MOVE TE-Line(1:10) TO WS-Item-Key(WS-Item-Used)
        MOVE 1 TO WS-Item-Count(WS-Item-Used)
      ELSE
        MOVE "Y" TO WS-Item-Overflow-Flag
      END-IF
    END-IF.

  *> A rerun would charge the same day twice - refuse it.
  Check-Fee-Run-Control.
    OPEN INPUT Fee-Control-File.
    IF Fee-Control-Not-Found THEN
      EXIT PARAGRAPH
    END-IF.
    READ Fee-Control-File
      AT END
        CONTINUE
      NOT AT END
        IF FCF-Last-Run-Date = WS-Run-Date THEN
          CLOSE Fee-Control-File
          MOVE 414 TO WS-Error-Code
          MOVE SPACES TO WS-Error-Msg
          STRING
            "Fees already charged for " DELIMITED BY SIZE
            WS-Run-Date DELIMITED BY SIZE
            " - rerun refused" DELIMITED BY SIZE
            INTO WS-Error-Msg
          END-STRING
          CALL "CloseWithError" USING WS-Error-Code WS-Error-Msg
            LK-Run-ID LK-Terminal-ID LK-Operator-ID
        END-IF
    END-READ.
    CLOSE Fee-Control-File.

  *> A previous charge extract still on disk hasn't been consumed -
  *> overwriting it would lose those charges.
  Check-Prior-Extract-Consumed.
    CALL "CBL_CHECK_FILE_EXIST" USING WS-Fee-Extract-Path
      WS-Fee-Extract-Info RETURNING WS-Fee-Extract-Check-Status
    END-CALL.
    IF WS-Fee-Extract-Check-Status = 0 THEN
      MOVE 421 TO WS-Error-Code
      MOVE "Previous fee extract not yet consumed"
        TO WS-Error-Msg
      CALL "CloseWithError" USING WS-Error-Code WS-Error-Msg
        LK-Run-ID LK-Terminal-ID LK-Operator-ID
    END-IF.

  *> One balance: every due tariff row whose selectors match it
  *> levies its charge. The key's charges are listed together with a key
  *> total underneath.
  Charge-One-Record.
    READ Trans-Master-File
      AT END
        MOVE "Y" TO WS-Master-At-End-Flag
    END-READ.
    IF Master-At-End THEN
      EXIT PARAGRAPH
    END-IF.

    ADD 1 TO WS-Records-Read.
    MOVE 0 TO WS-Key-Charge-Total.
    MOVE 0 TO WS-Key-Charge-Count.
    MOVE 0 TO WS-Key-Item-Count.
    IF Item-Basis-Used THEN
      PERFORM Find-Key-Item-Count
    END-IF.

    PERFORM VARYING WS-Tar-Idx FROM 1 BY 1
      UNTIL WS-Tar-Idx > WS-Tar-Used
      IF Tar-Due(WS-Tar-Idx)
        AND (WS-Tar-Branch(WS-Tar-Idx) = SPACES
          OR WS-Tar-Branch(WS-Tar-Idx) = TM-Key(1:4))
        AND (WS-Tar-Status(WS-Tar-Idx) = SPACE
          OR WS-Tar-Status(WS-Tar-Idx) = TM-Status)
        AND (WS-Tar-Currency(WS-Tar-Idx) = SPACES
          OR WS-Tar-Currency(WS-Tar-Idx) = TM-Currency) THEN
        PERFORM Levy-One-Charge
      END-IF
    END-PERFORM.

    IF WS-Key-Charge-Count > 0 THEN
      ADD 1 TO WS-Keys-Charged
      MOVE WS-Key-Charge-Count TO FLK-Count
      MOVE WS-Key-Charge-Total TO FLK-Total
      MOVE WS-Listing-Key-Total TO FL-Line
      WRITE FL-Line
    END-IF.

  *> Works out the matched row's charge on its basis, caps it, and
  *> writes it as a standard transaction - a basis that comes to
  *> nothing (a zero balance, no items today) charges nothing, the
  *> minimum only lifting a charge that is actually due.
  Levy-One-Charge.
    MOVE 0 TO WS-Charge-Amount.
    MOVE 0 TO WS-Charge-Base.
    EVALUATE WS-Tar-Basis(WS-Tar-Idx)
      WHEN "F"
        MOVE WS-Tar-Amount(WS-Tar-Idx) TO WS-Charge-Amount
      WHEN "P"
        COMPUTE WS-Charge-Base = FUNCTION ABS(TM-Amount)
        COMPUTE WS-Charge-Amount ROUNDED =
          WS-Charge-Base * WS-Tar-Pct(WS-Tar-Idx) / 100
      WHEN "I"
        MOVE WS-Key-Item-Count TO WS-Charge-Base
        COMPUTE WS-Charge-Amount ROUNDED =
          WS-Key-Item-Count * WS-Tar-Amount(WS-Tar-Idx)
      WHEN OTHER
        CONTINUE
    END-EVALUATE.
    IF WS-Charge-Amount = 0 THEN
      EXIT PARAGRAPH
    END-IF.

    IF WS-Tar-Min(WS-Tar-Idx) > 0
      AND WS-Charge-Amount < WS-Tar-Min(WS-Tar-Idx) THEN
      MOVE WS-Tar-Min(WS-Tar-Idx) TO WS-Charge-Amount
    END-IF.
    IF WS-Tar-Max(WS-Tar-Idx) > 0
      AND WS-Charge-Amount > WS-Tar-Max(WS-Tar-Idx) THEN
      MOVE WS-Tar-Max(WS-Tar-Idx) TO WS-Charge-Amount
    END-IF.

    *> The charge keeps the key's own status, so it can never trip
    *> the status-transition check on the way in.
    MOVE TM-Key TO FCR-Key.
    MOVE WS-Run-Date TO FCR-Date.
    COMPUTE FCR-Amount = 0 - WS-Charge-Amount.
    MOVE TM-Status TO FCR-Status.
    MOVE TM-Currency TO FCR-Currency.
    MOVE WS-Run-Date TO FCR-Value-Date.
    MOVE WS-Fcr-Raw TO FX-Line.
    WRITE FX-Line.
    ADD 1 TO WS-Charges-Written.
    ADD 1 TO WS-Detail-Count.
    ADD 1 TO WS-Key-Charge-Count.
    ADD 1 TO WS-Tar-Charged(WS-Tar-Idx).
    ADD FCR-Amount TO WS-Hash-Total WS-Charge-Total
      WS-Key-Charge-Total.

    MOVE TM-Key TO FLD-Key.
    MOVE WS-Tar-Id(WS-Tar-Idx) TO FLD-Tariff.
    MOVE WS-Tar-Desc(WS-Tar-Idx) TO FLD-Desc.
    EVALUATE WS-Tar-Basis(WS-Tar-Idx)
      WHEN "F"
        MOVE "FLAT" TO FLD-Basis
      WHEN "P"
        MOVE "PCT" TO FLD-Basis
      WHEN OTHER
        MOVE "ITEM" TO FLD-Basis
    END-EVALUATE.
    MOVE WS-Charge-Base TO FLD-Base.
    MOVE FCR-Amount TO FLD-Charge.
    MOVE TM-Currency TO FLD-Currency.
    MOVE WS-Listing-Detail TO FL-Line.
    WRITE FL-Line.

  *> The current key's item count off the loaded table.
  Find-Key-Item-Count.
    MOVE "N" TO WS-Item-Found-Flag.
    PERFORM VARYING WS-Item-Idx FROM 1 BY 1
      UNTIL WS-Item-Idx > WS-Item-Used OR Item-Found
      IF WS-Item-Key(WS-Item-Idx) = TM-Key THEN
        MOVE WS-Item-Count(WS-Item-Idx) TO WS-Key-Item-Count
        MOVE "Y" TO WS-Item-Found-Flag
      END-IF
    END-PERFORM.

  *> The extract's HDR, stamped last-plus-one off this feed's own
  *> generation counter.
  Write-Extract-Header.
    MOVE 0 TO WS-New-Generation.
    OPEN INPUT Fee-Gen-File.
    IF NOT Fee-Gen-Not-Found THEN
      READ Fee-Gen-File
        AT END
          CONTINUE
        NOT AT END
          MOVE FG-Last-Generation TO WS-New-Generation
      END-READ
      CLOSE Fee-Gen-File
    END-IF.
    ADD 1 TO WS-New-Generation.

    MOVE WS-Run-Date TO HDR-Date.
    MOVE "FEES" TO HDR-Source.
    MOVE WS-New-Generation TO HDR-Gen.
    MOVE WS-Hdr-Line TO FX-Line.
    WRITE FX-Line.

    OPEN OUTPUT Fee-Gen-File.
    MOVE WS-New-Generation TO FG-Last-Generation.
    WRITE FG-Line.
    CLOSE Fee-Gen-File.

  Write-Extract-Trailer.
    MOVE WS-Detail-Count TO TRL-Count.
    MOVE WS-Hash-Total TO TRL-Hash.
    MOVE WS-Trl-Line TO FX-Line.
    WRITE FX-Line.

  Write-Listing-Heading.
    MOVE SPACES TO FL-Line.
    STRING
      "Fee charge listing for " DELIMITED BY SIZE
      WS-Run-Date DELIMITED BY SIZE
      " - extract generation " DELIMITED BY SIZE
      WS-New-Generation DELIMITED BY SIZE
      INTO FL-Line
    END-STRING.
    WRITE FL-Line.
    MOVE WS-Listing-Heading TO FL-Line.
    WRITE FL-Line.

  Write-Listing-Footer.
    MOVE WS-Charge-Total TO WS-Listing-Grand-Disp.
    MOVE SPACES TO FL-Line.
    STRING
      "Total: " DELIMITED BY SIZE
      WS-Charges-Written DELIMITED BY SIZE
      " charge(s) on " DELIMITED BY SIZE
      WS-Keys-Charged DELIMITED BY SIZE
      " key(s), " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Listing-Grand-Disp) DELIMITED BY SIZE
      INTO FL-Line
    END-STRING.
    WRITE FL-Line.

  *> Records the run date so a same-day resubmission refuses.
  Record-Fee-Run.
    OPEN OUTPUT Fee-Control-File.
    MOVE WS-Run-Date TO FCF-Last-Run-Date.
    WRITE FCF-Line.
    CLOSE Fee-Control-File.

  *> Moves each row that levied anything on to today's date, so the
  *> next run in the same period passes it over. A row that failed
  *> to stamp would charge again next run - say so in the log and
  *> on the run's status.
  Stamp-Tariff-Charged.
    OPEN I-O Tariff-File.
    IF NOT Tariff-Opened-OK THEN
      MOVE "WARN" TO WS-RH-End-Status
      MOVE "WARN" TO WS-Log-Level
      MOVE "Fees and Charges: tariff not reopened - last-charged dates not moved on" TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-Tar-Idx FROM 1 BY 1
      UNTIL WS-Tar-Idx > WS-Tar-Used
      IF WS-Tar-Charged(WS-Tar-Idx) > 0 THEN
        PERFORM Stamp-One-Tariff
      END-IF
    END-PERFORM.
    CLOSE Tariff-File.

  Stamp-One-Tariff.
    MOVE WS-Tar-Id(WS-Tar-Idx) TO TF-Id.
    READ Tariff-File
      INVALID KEY
        *> Deleted since the run loaded it - nothing left to stamp.
        EXIT PARAGRAPH
    END-READ.
    MOVE WS-Run-Date TO TF-Last-Charged.
    REWRITE TF-Record
      INVALID KEY
        MOVE "WARN" TO WS-RH-End-Status
        MOVE "WARN" TO WS-Log-Level
        MOVE SPACES TO WS-Log-Message
        STRING
          "Fees and Charges: last-charged date not moved on for tariff "
            DELIMITED BY SIZE
          TF-Id DELIMITED BY SIZE
          INTO WS-Log-Message
        END-STRING
        CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
          LK-Terminal-ID LK-Operator-ID
          WS-Log-Write-Status
    END-REWRITE.

END PROGRAM FeeCharge.
