IDENTIFICATION DIVISION.
  PROGRAM-ID. MassUpd.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Keyed transaction master built by Sort 'n' Report - read for
      *> the preview, opened I-O for the commit, the same journalled
      *> REWRITE the maintenance screen makes one record at a time.
      SELECT Trans-Master-File ASSIGN TO WS-Trans-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS TM-Key
      ALTERNATE RECORD KEY IS TM-Date WITH DUPLICATES
      FILE STATUS WS-Trans-Master-Status.

      *> The batch awaiting commit - one record, written by the
      *> supervisor who defined it and consumed by the DIFFERENT
      *> supervisor who commits or declines it.
      SELECT Mass-Pend-File ASSIGN TO WS-Mass-Pend-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Mass-Pend-Status.

      *> Status transition matrix maintained by StatTransMaint - a
      *> batch status change may not move a record along a forbidden
      *> pair, nor one above the committing supervisor's authority.
      *> Missing file = no rules yet.
      SELECT Stat-Trans-File ASSIGN TO "StatTrans.dat"
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS ST-Trans-Key
      FILE STATUS WS-Stat-Trans-Status.

      *> Status code reference maintained by StatusMaint - the new
      *> status gets the same validation hand-keyed entries do, with
      *> the same P/C/R fallback.
      SELECT Status-Ref-File ASSIGN TO WS-Status-Ref-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS SR-Status
      FILE STATUS WS-Status-Ref-Status.

      *> Live rates maintained by RateMaint - a currency move must
      *> name a currency the rate table knows (or the base, GBP).
      SELECT Exch-Rate-File ASSIGN TO WS-Exch-Rate-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS XR-Currency
      FILE STATUS WS-Exch-Rate-Status.

      *> The adjustment extract WriteReversal feeds - a percentage
      *> adjustment is posted through it as offsetting entries, so
      *> the change reaches the GL feed and the statements through
      *> the night's normal edit pass instead of rewriting history
      *> in place.
      SELECT Adjust-File ASSIGN TO WS-Adjust-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Adjust-Status.

      *> Rebuild target - the extract is rebuilt whole so the TRL
      *> count and hash stay true, the same copy-and-swap as the
      *> reversal writer.
      SELECT Adjust-New-File ASSIGN TO WS-Adjust-New-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Adjust-New-Status.

      *> The adjustment feed's generation counter, shared with
      *> WriteReversal.
      SELECT Adjust-Control-File ASSIGN TO WS-Adjust-Control-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Adjust-Control-Status.

DATA DIVISION.
  FILE SECTION.
    FD Trans-Master-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==TM==.

    FD Mass-Pend-File.
      COPY "MassUpdRecord.cpy" REPLACING ==:PREFIX:== BY ==MP==.

    FD Stat-Trans-File.
      COPY "StatTransRecord.cpy" REPLACING ==:PREFIX:== BY ==ST==.

    FD Status-Ref-File.
      COPY "StatusRecord.cpy" REPLACING ==:PREFIX:== BY ==SR==.

    FD Exch-Rate-File.
      COPY "RateRecord.cpy" REPLACING ==:PREFIX:== BY ==XR==.

    FD Adjust-File.
      01 AJ-Line PIC X(41).

    FD Adjust-New-File.
      01 AN-Line PIC X(41).

    FD Adjust-Control-File.
      01 AC-Line.
        05 AC-Last-Generation PIC 9(4).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> The logged-in operator's authority, shared by CobAll's login
    *> - a ruled transition can demand a level.
    01 WS-Operator-Auth-Level PIC 9 EXTERNAL.

    01 WS-Trans-Master-Path PIC X(80) VALUE "TransMaster.dat".
    01 WS-Trans-Master-Status PIC XX.
      88 Trans-Master-Opened-OK VALUE "00".
      88 Trans-Master-Not-Found VALUE "35".

    01 WS-Mass-Pend-Path PIC X(80) VALUE "MassUpdPend.dat".
    01 WS-Mass-Pend-Status PIC XX.
      88 Mass-Pend-Opened-OK VALUE "00".
      88 Mass-Pend-Not-Found VALUE "35".
    01 WS-Batch-Waiting-Flag PIC A VALUE "N".
      88 Batch-Is-Waiting VALUE "Y".

    01 WS-Stat-Trans-Status PIC XX.
      88 Stat-Trans-Opened-OK VALUE "00".
      88 Stat-Trans-Not-Found VALUE "35".
    01 WS-Stat-Trans-Missing-Flag PIC A VALUE "N".
      88 Stat-Trans-Missing VALUE "Y".

    01 WS-Status-Ref-Path PIC X(80) VALUE "StatusRef.dat".
    01 WS-Status-Ref-Status PIC XX.
      88 Status-Ref-Opened-OK VALUE "00".
      88 Status-Ref-Not-Found VALUE "35".
    01 WS-Status-Ref-Missing-Flag PIC A VALUE "N".
      88 Status-Ref-Missing VALUE "Y".
    01 WS-Status-Valid-Flag PIC A VALUE "N".
      88 Status-Code-Valid VALUE "Y".

    01 WS-Exch-Rate-Path PIC X(80) VALUE "ExchRate.dat".
    01 WS-Exch-Rate-Status PIC XX.
      88 Exch-Rate-Opened-OK VALUE "00".
      88 Exch-Rate-Not-Found VALUE "35".
    01 WS-Currency-Valid-Flag PIC A VALUE "N".
      88 Currency-Code-Valid VALUE "Y".

    01 WS-Adjust-Path PIC X(80) VALUE "Adjustment.dat".
    01 WS-Adjust-New-Path PIC X(80) VALUE "Adjustment.new".
    01 WS-Adjust-Control-Path PIC X(80) VALUE "AdjustControl.dat".
    01 WS-Adjust-Status PIC XX.
      88 Adjust-Opened-OK VALUE "00".
      88 Adjust-Not-Found VALUE "35".
    01 WS-Adjust-New-Status PIC XX.
    01 WS-Adjust-Control-Status PIC XX.
      88 Adjust-Control-Opened-OK VALUE "00".
      88 Adjust-Control-Not-Found VALUE "35".
    01 WS-Adjust-At-End-Flag PIC X VALUE "N".
      88 Adjust-At-End VALUE "Y".
    01 WS-Hdr-Copied-Flag PIC A VALUE "N".
      88 Hdr-Copied VALUE "Y".

    *> An adjustment row being built, and a raw view of it for the
    *> line file and for re-reading copied detail lines' amounts.
    COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==ADJ==.
    01 WS-Adj-Raw REDEFINES ADJ-Record PIC X(41).

    *> Running controls for the rebuilt adjustment extract.
    01 WS-Adj-Detail-Count PIC 9(7) VALUE 0.
    01 WS-Adj-Hash-Total PIC S9(11)V99 VALUE 0.
    01 WS-New-Generation PIC 9(4) VALUE 0.

    *> HDR/TRL control lines in the standard extract form.
    01 WS-Hdr-Line.
      05 FILLER PIC X(3) VALUE "HDR".
      05 HDR-Date PIC X(8).
      05 HDR-Source PIC X(8).
      05 HDR-Gen PIC 9(4).
    01 WS-Trl-Line.
      05 FILLER PIC X(3) VALUE "TRL".
      05 TRL-Count PIC 9(7).
      05 TRL-Hash PIC S9(11)V99.

    01 WS-Delete-Status PIC S9(9) COMP-5.
    01 WS-Rename-Status PIC S9(9) COMP-5.

    *> The batch being defined or judged, in the parked layout - the
    *> preview and the commit both work from this one copy.
    COPY "MassUpdRecord.cpy" REPLACING ==:PREFIX:== BY ==MU==.

    *> Menu request and the keyed definition.
    01 WS-Mass-Choice PIC 9 VALUE 0.
      88 Mass-Define VALUE 1.
      88 Mass-Commit VALUE 2.
      88 Mass-Decline VALUE 3.
      88 Mass-Back VALUE 4.
    01 WS-Mass-Key-Lo PIC X(10) VALUE SPACES.
    01 WS-Mass-Key-Hi PIC X(10) VALUE SPACES.
    01 WS-Mass-Date-Lo PIC X(8) VALUE SPACES.
    01 WS-Mass-Date-Hi PIC X(8) VALUE SPACES.
    01 WS-Mass-Statuses PIC X(10) VALUE SPACES.
    01 WS-Mass-Update-Action PIC 9 VALUE 0.
      88 Update-Set-Status VALUE 1.
      88 Update-Set-Currency VALUE 2.
      88 Update-Percent VALUE 3.
    01 WS-Mass-New-Status PIC X(1) VALUE SPACE.
    01 WS-Mass-New-Currency PIC X(3) VALUE SPACES.
    01 WS-Mass-Pct-Sign PIC X(1) VALUE "+".
    01 WS-Mass-Percent PIC 9(3)V99 VALUE 0.
    01 WS-Mass-Check PIC A VALUE SPACES.
      88 Mass-Check-Wanted VALUE "Y" "y".
    01 WS-Mass-Confirm PIC A VALUE SPACES.
      88 Mass-Confirmed VALUE "Y" "y".

    *> Screen labels.
    01 WS-Mass-Pending-Label PIC X(60) VALUE SPACES.
    01 WS-Mass-Preview-Title PIC X(60) VALUE SPACES.
    01 WS-Mass-Action-Label PIC X(70) VALUE SPACES.
    01 WS-Mass-Preview-Note PIC X(70) VALUE SPACES.
    01 WS-Mass-Confirm-Prompt PIC X(50) VALUE SPACES.
    01 WS-Mass-Result-Label PIC X(70) VALUE SPACES.
    01 WS-Pct-Disp PIC ZZ9.99.

    *> Preview / commit totals. Every selected record lands in
    *> exactly one of changed, already-as-asked or refused.
    01 WS-Mass-Sel-Count PIC 9(7) VALUE 0.
    01 WS-Mass-Sel-Value PIC S9(13)V99 VALUE 0.
    01 WS-Mass-Change-Count PIC 9(7) VALUE 0.
    01 WS-Mass-Same-Count PIC 9(7) VALUE 0.
    01 WS-Mass-Refused-Count PIC 9(7) VALUE 0.
    01 WS-Mass-Adjust-Value PIC S9(13)V99 VALUE 0.
    01 WS-Mass-Failed-Count PIC 9(7) VALUE 0.

    *> BranchAccess's verdict on each selected record against the
    *> operator's data scope - a batch is defined over the operator's
    *> own branches only (the rest counted and audited once), and a
    *> waiting batch reaching outside the committing supervisor's
    *> branches is refused, audited, rather than half-committed.
    01 WS-Access-Silent PIC X(20) VALUE SPACES.
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".
    01 WS-Rows-Withheld PIC 9(7) VALUE 0.

    *> Master walk and the per-record verdict.
    01 WS-Walk-At-End-Flag PIC X VALUE "N".
      88 Walk-At-End VALUE "Y".
    01 WS-Committing-Flag PIC A VALUE "N".
      88 Committing-Batch VALUE "Y".
    01 WS-Select-Flag PIC A VALUE "N".
      88 Record-Selected VALUE "Y".
    01 WS-Status-Scan-Idx PIC 99 VALUE 0.
    01 WS-Record-Verdict PIC X(1) VALUE SPACE.
      88 Verdict-Change VALUE "C".
      88 Verdict-Same VALUE "S".
      88 Verdict-Refused VALUE "X".
    01 WS-Record-Adjust PIC S9(9)V99 VALUE 0.

    *> Journal images - every record the commit changes is mirrored
    *> to the update journal, all stamped with the batch reference.
    01 WS-Journal-Action PIC X(2) VALUE SPACES.
    01 WS-Journal-Before PIC X(41) VALUE SPACES.
    01 WS-Journal-After PIC X(41) VALUE SPACES.
    01 WS-Journal-Master PIC X(40) VALUE "TransMaster.dat".

    *> The commit changes the master's hash, so its verification
    *> control is re-recorded the way the maintenance screen does.
    01 WS-Verify-Count PIC 9(7) VALUE 0.
    01 WS-Verify-Hash PIC S9(13)V99 VALUE 0.
    01 WS-Verify-Style PIC X(1) VALUE "T".

    *> Field validation - the same rules as the extract edit pass.
    01 WS-Edit-Date-X PIC X(8).
    01 WS-Edit-Date-Num REDEFINES WS-Edit-Date-X.
      05 WS-Edit-Year PIC 9(4).
      05 WS-Edit-Month PIC 9(2).
      05 WS-Edit-Day PIC 9(2).
    01 WS-Edit-Days-In-Month PIC 99 VALUE 0.
    01 WS-Edit-Leap-Rem PIC 9(4) VALUE 0.
    01 WS-Edit-Date-OK-Flag PIC A VALUE "N".
      88 Edit-Date-OK VALUE "Y".

    *> Audit renderings.
    01 WS-Audit-Count PIC Z(6)9.
    01 WS-Audit-Refused PIC Z(6)9.
    01 WS-Audit-Value PIC -(13)9.99.
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
    COPY "MassUpdScr.cpy". *> Mass Update screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  MassUpdMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Mass Update selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> Re-defaulted every invocation, then qualified - a training
    *> batch must never be parked where a live supervisor could
    *> commit it, nor post to a live adjustment feed.
    MOVE "TransMaster.dat" TO WS-Trans-Master-Path.
    MOVE "MassUpdPend.dat" TO WS-Mass-Pend-Path.
    MOVE "Adjustment.dat" TO WS-Adjust-Path.
    MOVE "Adjustment.new" TO WS-Adjust-New-Path.
    MOVE "AdjustControl.dat" TO WS-Adjust-Control-Path.
    CALL "ResolveDataPath" USING WS-Trans-Master-Path.
    CALL "ResolveDataPath" USING WS-Mass-Pend-Path.
    CALL "ResolveDataPath" USING WS-Adjust-Path.
    CALL "ResolveDataPath" USING WS-Adjust-New-Path.
    CALL "ResolveDataPath" USING WS-Adjust-Control-Path.

    MOVE "N" TO WS-Stat-Trans-Missing-Flag.
    OPEN INPUT Stat-Trans-File.
    IF NOT Stat-Trans-Opened-OK THEN
      MOVE "Y" TO WS-Stat-Trans-Missing-Flag
    END-IF.
    MOVE "N" TO WS-Status-Ref-Missing-Flag.
    OPEN INPUT Status-Ref-File.
    IF NOT Status-Ref-Opened-OK THEN
      MOVE "Y" TO WS-Status-Ref-Missing-Flag
    END-IF.

    MOVE 0 TO WS-Mass-Choice.
    PERFORM Mass-Loop UNTIL Mass-Back.

    IF NOT Stat-Trans-Missing THEN
      CLOSE Stat-Trans-File
    END-IF.
    IF NOT Status-Ref-Missing THEN
      CLOSE Status-Ref-File
    END-IF.

    GOBACK.

  *> One request off the menu, which always shows the batch (if
  *> any) waiting for its second supervisor.
  Mass-Loop.
    PERFORM Load-Waiting-Batch.
    MOVE 0 TO WS-Mass-Choice.
    DISPLAY SC-Mass-Menu.
    ACCEPT SC-Mass-Menu.

    MOVE SPACES TO WS-Mass-Result-Label.
    EVALUATE TRUE
      WHEN Mass-Define
        PERFORM Define-Batch
      WHEN Mass-Commit
        PERFORM Review-Waiting-Batch
      WHEN Mass-Decline
        PERFORM Decline-Waiting-Batch
      WHEN Mass-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-4." TO WS-Mass-Result-Label
    END-EVALUATE.

    IF NOT Mass-Back AND WS-Mass-Result-Label NOT = SPACES THEN
      DISPLAY SC-Mass-Result
      ACCEPT OMITTED
    END-IF.

  *> Reads the parked batch, if there is one, into MP-Record and
  *> labels it for the menu.
  Load-Waiting-Batch.
    MOVE "N" TO WS-Batch-Waiting-Flag.
    MOVE "(none)" TO WS-Mass-Pending-Label.
    OPEN INPUT Mass-Pend-File.
    IF NOT Mass-Pend-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    READ Mass-Pend-File
      AT END
        CONTINUE
      NOT AT END
        MOVE "Y" TO WS-Batch-Waiting-Flag
    END-READ.
    CLOSE Mass-Pend-File.

    IF Batch-Is-Waiting THEN
      MOVE MP-Record TO MU-Record
      PERFORM Build-Action-Label
      MOVE MP-Preview-Count TO WS-Audit-Count
      MOVE SPACES TO WS-Mass-Pending-Label
      STRING
        MP-Batch-Ref DELIMITED BY SIZE
        " by " DELIMITED BY SIZE
        FUNCTION TRIM(MP-Requested-By) DELIMITED BY SIZE
        " - " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Audit-Count) DELIMITED BY SIZE
        " records" DELIMITED BY SIZE
        INTO WS-Mass-Pending-Label
      END-STRING
    END-IF.

  *> Takes a selection and action off the screen, previews it, and
  *> on the supervisor's word parks it for a second supervisor. One
  *> batch waits at a time - a second would be judged against a
  *> master the first may yet change.
  Define-Batch.
    IF Batch-Is-Waiting THEN
      MOVE "A batch already awaits commit - commit or decline it first."
        TO WS-Mass-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Mass-Key-Lo WS-Mass-Key-Hi.
    MOVE SPACES TO WS-Mass-Date-Lo WS-Mass-Date-Hi.
    MOVE SPACES TO WS-Mass-Statuses.
    MOVE 0 TO WS-Mass-Update-Action.
    MOVE SPACE TO WS-Mass-New-Status.
    MOVE SPACES TO WS-Mass-New-Currency.
    MOVE "+" TO WS-Mass-Pct-Sign.
    MOVE 0 TO WS-Mass-Percent.
    MOVE SPACES TO WS-Mass-Check.
    DISPLAY SC-Mass-Criteria.
    ACCEPT SC-Mass-Criteria.

    IF NOT Mass-Check-Wanted THEN
      MOVE "Batch abandoned - nothing parked." TO WS-Mass-Result-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM Validate-Batch.
    IF WS-Mass-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    INITIALIZE MU-Record.
    MOVE WS-Mass-Key-Lo TO MU-Key-Lo.
    MOVE WS-Mass-Key-Hi TO MU-Key-Hi.
    MOVE WS-Mass-Date-Lo TO MU-Date-Lo.
    MOVE WS-Mass-Date-Hi TO MU-Date-Hi.
    MOVE WS-Mass-Statuses TO MU-Statuses.
    MOVE WS-Mass-Update-Action TO MU-Action.
    MOVE WS-Mass-New-Status TO MU-New-Status.
    MOVE WS-Mass-New-Currency TO MU-New-Currency.
    MOVE WS-Mass-Pct-Sign TO MU-Pct-Sign.
    MOVE WS-Mass-Percent TO MU-Percent.
    MOVE WS-Trans-Master-Path TO MU-Master.

    MOVE "N" TO WS-Committing-Flag.
    PERFORM Walk-Selection.
    IF WS-Mass-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Build-Action-Label.
    MOVE "Mass Update - Preview" TO WS-Mass-Preview-Title.
    MOVE "Nothing changes until a SECOND supervisor commits the batch."
      TO WS-Mass-Preview-Note.
    IF WS-Rows-Withheld > 0 THEN
      PERFORM Note-Rows-Withheld
    END-IF.
    MOVE "Park this batch for a second supervisor? (Y/N):"
      TO WS-Mass-Confirm-Prompt.
    MOVE SPACES TO WS-Mass-Confirm.
    DISPLAY SC-Mass-Preview.
    ACCEPT SC-Mass-Preview.

    IF NOT Mass-Confirmed THEN
      MOVE "Batch abandoned - nothing parked." TO WS-Mass-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF WS-Mass-Change-Count = 0 THEN
      MOVE "Nothing in the selection would change - nothing parked."
        TO WS-Mass-Result-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM Park-Batch.

  *> The selection must make sense and the action must be complete
  *> before anything is walked.
  Validate-Batch.
    IF WS-Mass-Key-Lo NOT = SPACES AND WS-Mass-Key-Hi NOT = SPACES
      AND WS-Mass-Key-Lo > WS-Mass-Key-Hi THEN
      MOVE "Rejected: key from is after key to." TO WS-Mass-Result-Label
      EXIT PARAGRAPH
    END-IF.

    IF WS-Mass-Date-Lo NOT = SPACES THEN
      MOVE WS-Mass-Date-Lo TO WS-Edit-Date-X
      PERFORM Validate-Calendar-Date
      IF NOT Edit-Date-OK THEN
        MOVE "Rejected: date from is not a real date."
          TO WS-Mass-Result-Label
        EXIT PARAGRAPH
      END-IF
    END-IF.
    IF WS-Mass-Date-Hi NOT = SPACES THEN
      MOVE WS-Mass-Date-Hi TO WS-Edit-Date-X
      PERFORM Validate-Calendar-Date
      IF NOT Edit-Date-OK THEN
        MOVE "Rejected: date to is not a real date."
          TO WS-Mass-Result-Label
        EXIT PARAGRAPH
      END-IF
    END-IF.
    IF WS-Mass-Date-Lo NOT = SPACES AND WS-Mass-Date-Hi NOT = SPACES
      AND WS-Mass-Date-Lo > WS-Mass-Date-Hi THEN
      MOVE "Rejected: date from is after date to." TO WS-Mass-Result-Label
      EXIT PARAGRAPH
    END-IF.

    EVALUATE TRUE
      WHEN Update-Set-Status
        PERFORM Validate-Status-Code
        IF NOT Status-Code-Valid THEN
          MOVE "Rejected: new status not in the allowed set."
            TO WS-Mass-Result-Label
        END-IF
      WHEN Update-Set-Currency
        MOVE FUNCTION UPPER-CASE(WS-Mass-New-Currency)
          TO WS-Mass-New-Currency
        PERFORM Validate-Currency-Code
        IF NOT Currency-Code-Valid THEN
          MOVE "Rejected: new currency not on the exchange rate table."
            TO WS-Mass-Result-Label
        END-IF
      WHEN Update-Percent
        IF WS-Mass-Pct-Sign NOT = "+" AND WS-Mass-Pct-Sign NOT = "-"
          THEN
          MOVE "Rejected: percent sign must be + or -."
            TO WS-Mass-Result-Label
        ELSE
          IF WS-Mass-Percent = 0 THEN
            MOVE "Rejected: percent must be above zero."
              TO WS-Mass-Result-Label
          END-IF
          IF WS-Mass-Pct-Sign = "-" AND WS-Mass-Percent > 100 THEN
            MOVE "Rejected: a reduction cannot exceed 100 percent."
              TO WS-Mass-Result-Label
          END-IF
        END-IF
      WHEN OTHER
        MOVE "Rejected: action must be 1, 2 or 3." TO WS-Mass-Result-Label
    END-EVALUATE.

  *> Parks the previewed batch under a fresh batch reference.
  Park-Batch.
    MOVE FUNCTION CURRENT-DATE(1:14) TO MU-Stamp.
    MOVE SPACES TO MU-Batch-Ref.
    STRING
      "MU" DELIMITED BY SIZE
      MU-Stamp(3:12) DELIMITED BY SIZE
      INTO MU-Batch-Ref
    END-STRING.
    MOVE LK-Operator-ID TO MU-Requested-By.
    MOVE WS-Mass-Sel-Count TO MU-Preview-Count.
    MOVE WS-Mass-Sel-Value TO MU-Preview-Value.

    OPEN OUTPUT Mass-Pend-File.
    IF NOT Mass-Pend-Opened-OK THEN
      MOVE "Parking failed - batch file could not be written."
        TO WS-Mass-Result-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE MU-Record TO MP-Record.
    WRITE MP-Record.
    CLOSE Mass-Pend-File.

    MOVE SPACES TO WS-Mass-Result-Label.
    STRING
      "Batch " DELIMITED BY SIZE
      MU-Batch-Ref DELIMITED BY SIZE
      " parked for a second supervisor." DELIMITED BY SIZE
      INTO WS-Mass-Result-Label
    END-STRING.

    MOVE WS-Mass-Change-Count TO WS-Audit-Count.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Mass update PARKED by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " batch=" DELIMITED BY SIZE
      MU-Batch-Ref DELIMITED BY SIZE
      " action=" DELIMITED BY SIZE
      MU-Action DELIMITED BY SIZE
      " to-change=" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Count) DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> The second supervisor's half: never the one who asked, and
  *> never against a master that has moved since the preview. The
  *> selection is re-run under THIS supervisor's authority and
  *> shown before anything is written.
  Review-Waiting-Batch.
    IF NOT Batch-Is-Waiting THEN
      MOVE "No batch awaits commit." TO WS-Mass-Result-Label
      EXIT PARAGRAPH
    END-IF.

    IF MP-Requested-By = LK-Operator-ID THEN
      MOVE "Four-eyes: a DIFFERENT supervisor must commit this batch."
        TO WS-Mass-Result-Label
      MOVE SPACES TO WS-Audit-Message
      STRING
        "Mass update self-commit refused - " DELIMITED BY SIZE
        FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
        " asked for batch=" DELIMITED BY SIZE
        MP-Batch-Ref DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
      CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
      EXIT PARAGRAPH
    END-IF.

    MOVE MP-Record TO MU-Record.
    MOVE MU-Master TO WS-Trans-Master-Path.
    MOVE WS-Trans-Master-Path(1:40) TO WS-Journal-Master.

    MOVE "N" TO WS-Committing-Flag.
    PERFORM Walk-Selection.
    IF WS-Mass-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    IF WS-Rows-Withheld > 0 THEN
      PERFORM Refuse-Out-Of-Scope-Batch
      EXIT PARAGRAPH
    END-IF.

    IF WS-Mass-Sel-Count NOT = MU-Preview-Count
      OR WS-Mass-Sel-Value NOT = MU-Preview-Value THEN
      MOVE "The master has moved since the preview - decline and re-key."
        TO WS-Mass-Result-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM Build-Action-Label.
    MOVE SPACES TO WS-Mass-Preview-Title.
    STRING
      "Mass Update - Commit Batch " DELIMITED BY SIZE
      MU-Batch-Ref DELIMITED BY SIZE
      INTO WS-Mass-Preview-Title
    END-STRING.
    MOVE SPACES TO WS-Mass-Preview-Note.
    STRING
      "Asked by " DELIMITED BY SIZE
      FUNCTION TRIM(MU-Requested-By) DELIMITED BY SIZE
      " at " DELIMITED BY SIZE
      MU-Stamp DELIMITED BY SIZE
      " - refused records are left as they are." DELIMITED BY SIZE
      INTO WS-Mass-Preview-Note
    END-STRING.
    MOVE "Commit this batch to the master? (Y/N):"
      TO WS-Mass-Confirm-Prompt.
    MOVE SPACES TO WS-Mass-Confirm.
    DISPLAY SC-Mass-Preview.
    ACCEPT SC-Mass-Preview.

    IF NOT Mass-Confirmed THEN
      MOVE "Commit abandoned - the batch still waits."
        TO WS-Mass-Result-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM Commit-Batch.

  *> The waiting batch selects records on branches outside the
  *> committing supervisor's scope - none of it is applied.
  Refuse-Out-Of-Scope-Batch.
    MOVE "Refused - the batch reaches accounts outside your branches."
      TO WS-Mass-Result-Label.
    MOVE WS-Rows-Withheld TO WS-Audit-Count.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Mass update commit REFUSED for " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " batch=" DELIMITED BY SIZE
      MP-Batch-Ref DELIMITED BY SIZE
      " - " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Count) DELIMITED BY SIZE
      " outside branches" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> The preview says, and the audit trail records once, how many
  *> selected records were left out as outside the operator's
  *> permitted branches.
  Note-Rows-Withheld.
    MOVE WS-Rows-Withheld TO WS-Audit-Count.
    MOVE SPACES TO WS-Mass-Preview-Note.
    STRING
      "Your branches only - " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Count) DELIMITED BY SIZE
      " record(s) elsewhere left out of the batch." DELIMITED BY SIZE
      INTO WS-Mass-Preview-Note
    END-STRING.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Branch access REFUSED for " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " at Mass Update - " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Count) DELIMITED BY SIZE
      " row(s) withheld" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> Applies the batch: a status or currency change is a journalled
  *> REWRITE of each record it moves; a percentage adjustment leaves
  *> the master as it stands and posts one offsetting entry per
  *> record to the adjustment extract. The batch file goes only
  *> once the commit has run.
  Commit-Batch.
    OPEN I-O Trans-Master-File.
    IF NOT Trans-Master-Opened-OK THEN
      MOVE "Master unusable - the batch still waits."
        TO WS-Mass-Result-Label
      EXIT PARAGRAPH
    END-IF.
    CLOSE Trans-Master-File.

    IF Update-Percent THEN
      PERFORM Open-Adjust-Rebuild
    END-IF.

    MOVE "Y" TO WS-Committing-Flag.
    PERFORM Walk-Selection.

    IF Update-Percent THEN
      PERFORM Close-Adjust-Rebuild
    END-IF.

    IF NOT Update-Percent AND WS-Mass-Change-Count > 0 THEN
      PERFORM Record-Master-Verify-Control
    END-IF.

    CALL "CBL_DELETE_FILE" USING WS-Mass-Pend-Path
      RETURNING WS-Delete-Status
    END-CALL.

    MOVE WS-Mass-Change-Count TO WS-Audit-Count.
    MOVE WS-Mass-Refused-Count TO WS-Audit-Refused.
    MOVE SPACES TO WS-Mass-Result-Label.
    STRING
      "Batch " DELIMITED BY SIZE
      MU-Batch-Ref DELIMITED BY SIZE
      " committed: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Count) DELIMITED BY SIZE
      " changed, " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Refused) DELIMITED BY SIZE
      " refused." DELIMITED BY SIZE
      INTO WS-Mass-Result-Label
    END-STRING.
    IF WS-Mass-Failed-Count > 0 THEN
      MOVE "Batch committed with rewrite FAILURES - see the audit trail."
        TO WS-Mass-Result-Label
    END-IF.

    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Mass update COMMITTED by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " (asked by " DELIMITED BY SIZE
      FUNCTION TRIM(MU-Requested-By) DELIMITED BY SIZE
      ") batch=" DELIMITED BY SIZE
      MU-Batch-Ref DELIMITED BY SIZE
      " chg=" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Count) DELIMITED BY SIZE
      " ref=" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Refused) DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    IF Update-Percent THEN
      MOVE WS-Mass-Adjust-Value TO WS-Audit-Value
      MOVE SPACES TO WS-Audit-Message
      STRING
        "Mass update batch=" DELIMITED BY SIZE
        MU-Batch-Ref DELIMITED BY SIZE
        " adjustments=" DELIMITED BY SIZE
        FUNCTION TRIM(WS-Audit-Value) DELIMITED BY SIZE
        " to " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Adjust-Path) DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
      CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-IF.

  *> Declines the waiting batch - by anybody with the authority to
  *> reach this screen, the requester included (withdrawing one's
  *> own batch needs no second pair of eyes).
  Decline-Waiting-Batch.
    IF NOT Batch-Is-Waiting THEN
      MOVE "No batch awaits commit." TO WS-Mass-Result-Label
      EXIT PARAGRAPH
    END-IF.

    CALL "CBL_DELETE_FILE" USING WS-Mass-Pend-Path
      RETURNING WS-Delete-Status
    END-CALL.
    IF WS-Delete-Status NOT = 0 THEN
      MOVE "Decline failed - the batch file could not be removed."
        TO WS-Mass-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Mass-Result-Label.
    STRING
      "Batch " DELIMITED BY SIZE
      MP-Batch-Ref DELIMITED BY SIZE
      " declined - the master is untouched." DELIMITED BY SIZE
      INTO WS-Mass-Result-Label
    END-STRING.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Mass update DECLINED by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " (asked by " DELIMITED BY SIZE
      FUNCTION TRIM(MP-Requested-By) DELIMITED BY SIZE
      ") batch=" DELIMITED BY SIZE
      MP-Batch-Ref DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> Walks the master over the batch's selection, judging each
  *> selected record and - when committing - applying it. A key
  *> bound STARTs the walk at the key; otherwise a date bound
  *> STARTs it on the alternate date key, the way the Filter
  *> utility reads a master.
  Walk-Selection.
    MOVE 0 TO WS-Mass-Sel-Count WS-Mass-Change-Count.
    MOVE 0 TO WS-Mass-Same-Count WS-Mass-Refused-Count.
    MOVE 0 TO WS-Mass-Failed-Count.
    MOVE 0 TO WS-Mass-Sel-Value WS-Mass-Adjust-Value.
    MOVE 0 TO WS-Rows-Withheld.

    IF Committing-Batch THEN
      OPEN I-O Trans-Master-File
    ELSE
      OPEN INPUT Trans-Master-File
    END-IF.
    IF Trans-Master-Not-Found THEN
      MOVE "No transaction master on file - nothing to update."
        TO WS-Mass-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF NOT Trans-Master-Opened-OK THEN
      MOVE "Master unusable - nothing selected." TO WS-Mass-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-Walk-At-End-Flag.
    IF MU-Key-Lo = SPACES AND MU-Date-Lo NOT = SPACES THEN
      MOVE MU-Date-Lo TO TM-Date
      START Trans-Master-File KEY IS NOT < TM-Date
        INVALID KEY
          MOVE "Y" TO WS-Walk-At-End-Flag
      END-START
    ELSE
      IF MU-Key-Lo = SPACES THEN
        MOVE LOW-VALUES TO TM-Key
      ELSE
        MOVE MU-Key-Lo TO TM-Key
      END-IF
      START Trans-Master-File KEY IS NOT < TM-Key
        INVALID KEY
          MOVE "Y" TO WS-Walk-At-End-Flag
      END-START
    END-IF.

    PERFORM UNTIL Walk-At-End
      READ Trans-Master-File NEXT
        AT END
          MOVE "Y" TO WS-Walk-At-End-Flag
        NOT AT END
          PERFORM Walk-One-Record
      END-READ
    END-PERFORM.

    CLOSE Trans-Master-File.

  *> One record off the walk: past the key (or date) the walk is
  *> ordered by ends it; otherwise judge, count and - committing -
  *> apply.
  Walk-One-Record.
    IF MU-Key-Lo = SPACES AND MU-Date-Lo NOT = SPACES THEN
      IF MU-Date-Hi NOT = SPACES AND TM-Date > MU-Date-Hi THEN
        MOVE "Y" TO WS-Walk-At-End-Flag
        EXIT PARAGRAPH
      END-IF
    ELSE
      IF MU-Key-Hi NOT = SPACES AND TM-Key > MU-Key-Hi THEN
        MOVE "Y" TO WS-Walk-At-End-Flag
        EXIT PARAGRAPH
      END-IF
    END-IF.

    PERFORM Judge-Record.
    IF NOT Record-Selected THEN
      EXIT PARAGRAPH
    END-IF.

    CALL "BranchAccess" USING TM-Key WS-Access-Silent
      LK-Run-ID LK-Operator-ID WS-Access-Result.
    IF NOT Access-Permitted THEN
      ADD 1 TO WS-Rows-Withheld
      EXIT PARAGRAPH
    END-IF.

    ADD 1 TO WS-Mass-Sel-Count.
    ADD TM-Amount TO WS-Mass-Sel-Value.

    PERFORM Judge-Change.
    EVALUATE TRUE
      WHEN Verdict-Same
        ADD 1 TO WS-Mass-Same-Count
      WHEN Verdict-Refused
        ADD 1 TO WS-Mass-Refused-Count
      WHEN Verdict-Change
        ADD 1 TO WS-Mass-Change-Count
        ADD WS-Record-Adjust TO WS-Mass-Adjust-Value
        IF Committing-Batch THEN
          PERFORM Apply-Change
        END-IF
    END-EVALUATE.

  *> The Filter utility's selection rule: a blank bound is no bound,
  *> a blank status list is every status.
  Judge-Record.
    MOVE "Y" TO WS-Select-Flag.

    IF MU-Key-Lo NOT = SPACES AND TM-Key < MU-Key-Lo THEN
      MOVE "N" TO WS-Select-Flag
    END-IF.
    IF MU-Key-Hi NOT = SPACES AND TM-Key > MU-Key-Hi THEN
      MOVE "N" TO WS-Select-Flag
    END-IF.
    IF MU-Date-Lo NOT = SPACES AND TM-Date < MU-Date-Lo THEN
      MOVE "N" TO WS-Select-Flag
    END-IF.
    IF MU-Date-Hi NOT = SPACES AND TM-Date > MU-Date-Hi THEN
      MOVE "N" TO WS-Select-Flag
    END-IF.

    IF MU-Statuses NOT = SPACES AND Record-Selected THEN
      MOVE "N" TO WS-Select-Flag
      PERFORM VARYING WS-Status-Scan-Idx FROM 1 BY 1
        UNTIL WS-Status-Scan-Idx > 10 OR Record-Selected
        IF MU-Statuses(WS-Status-Scan-Idx:1) NOT = SPACE
          AND MU-Statuses(WS-Status-Scan-Idx:1) = TM-Status THEN
          MOVE "Y" TO WS-Select-Flag
        END-IF
      END-PERFORM
    END-IF.

  *> What the action would do to this record: change it, find it
  *> already as asked, or - for a status change - be refused by the
  *> transition matrix (a pair with no ruling is unrestricted; a
  *> ruled pair must be allowed AND within the operator's
  *> authority).
  Judge-Change.
    MOVE "C" TO WS-Record-Verdict.
    MOVE 0 TO WS-Record-Adjust.
    MOVE MU-Action TO WS-Mass-Update-Action.

    EVALUATE TRUE
      WHEN Update-Set-Status
        IF TM-Status = MU-New-Status THEN
          MOVE "S" TO WS-Record-Verdict
          EXIT PARAGRAPH
        END-IF
        IF Stat-Trans-Missing THEN
          EXIT PARAGRAPH
        END-IF
        MOVE TM-Status TO ST-From
        MOVE MU-New-Status TO ST-To
        READ Stat-Trans-File
          INVALID KEY
            CONTINUE
          NOT INVALID KEY
            IF ST-Allowed NOT = "Y" THEN
              MOVE "X" TO WS-Record-Verdict
            ELSE
              IF WS-Operator-Auth-Level < ST-Min-Auth THEN
                MOVE "X" TO WS-Record-Verdict
              END-IF
            END-IF
        END-READ
      WHEN Update-Set-Currency
        IF TM-Currency = MU-New-Currency
          OR (TM-Currency = SPACES AND MU-New-Currency = "GBP") THEN
          MOVE "S" TO WS-Record-Verdict
        END-IF
      WHEN Update-Percent
        COMPUTE WS-Record-Adjust ROUNDED =
          TM-Amount * MU-Percent / 100
        END-COMPUTE
        IF MU-Pct-Sign = "-" THEN
          COMPUTE WS-Record-Adjust = 0 - WS-Record-Adjust
        END-IF
        IF WS-Record-Adjust = 0 THEN
          MOVE "S" TO WS-Record-Verdict
        END-IF
    END-EVALUATE.

  *> Commits one record. A rewrite the file rejects is counted and
  *> audited - the rest of the batch still goes, and the journal
  *> holds exactly what changed.
  Apply-Change.
    IF Update-Percent THEN
      PERFORM Write-Adjust-Record
      EXIT PARAGRAPH
    END-IF.

    MOVE TM-Record TO WS-Journal-Before.
    IF Update-Set-Status THEN
      MOVE MU-New-Status TO TM-Status
    ELSE
      MOVE MU-New-Currency TO TM-Currency
    END-IF.

    REWRITE TM-Record
      INVALID KEY
        ADD 1 TO WS-Mass-Failed-Count
        SUBTRACT 1 FROM WS-Mass-Change-Count
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Mass update batch=" DELIMITED BY SIZE
          MU-Batch-Ref DELIMITED BY SIZE
          " rewrite FAILED key=" DELIMITED BY SIZE
          TM-Key DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
      NOT INVALID KEY
        MOVE "RW" TO WS-Journal-Action
        MOVE TM-Record TO WS-Journal-After
        CALL "WriteTMJournal" USING WS-Journal-Action
          WS-Journal-Before WS-Journal-After WS-Journal-Master
          MU-Batch-Ref LK-Operator-ID
    END-REWRITE.

  *> Validates the new status against the reference file, falling
  *> back to the long-standing P/C/R set when the reference hasn't
  *> been keyed yet - mirrors the manual entry screen.
  Validate-Status-Code.
    MOVE "N" TO WS-Status-Valid-Flag.
    IF Status-Ref-Missing THEN
      IF WS-Mass-New-Status = "P"
        OR WS-Mass-New-Status = "C"
        OR WS-Mass-New-Status = "R" THEN
        MOVE "Y" TO WS-Status-Valid-Flag
      END-IF
    ELSE
      MOVE WS-Mass-New-Status TO SR-Status
      READ Status-Ref-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE "Y" TO WS-Status-Valid-Flag
      END-READ
    END-IF.

  *> A currency move must name the base currency or one the rate
  *> table carries - a record in a currency nothing can convert
  *> would fall out of every revaluation and consolidation.
  Validate-Currency-Code.
    MOVE "N" TO WS-Currency-Valid-Flag.
    IF WS-Mass-New-Currency = "GBP" THEN
      MOVE "Y" TO WS-Currency-Valid-Flag
      EXIT PARAGRAPH
    END-IF.
    OPEN INPUT Exch-Rate-File.
    IF NOT Exch-Rate-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Mass-New-Currency TO XR-Currency.
    READ Exch-Rate-File
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE "Y" TO WS-Currency-Valid-Flag
    END-READ.
    CLOSE Exch-Rate-File.

  *> The action in words, for the preview screen.
  Build-Action-Label.
    MOVE MU-Action TO WS-Mass-Update-Action.
    MOVE SPACES TO WS-Mass-Action-Label.
    EVALUATE TRUE
      WHEN Update-Set-Status
        STRING
          "Action: set status to " DELIMITED BY SIZE
          MU-New-Status DELIMITED BY SIZE
          INTO WS-Mass-Action-Label
        END-STRING
      WHEN Update-Set-Currency
        STRING
          "Action: move to currency " DELIMITED BY SIZE
          MU-New-Currency DELIMITED BY SIZE
          INTO WS-Mass-Action-Label
        END-STRING
      WHEN Update-Percent
        MOVE MU-Percent TO WS-Pct-Disp
        STRING
          "Action: adjust by " DELIMITED BY SIZE
          MU-Pct-Sign DELIMITED BY SIZE
          FUNCTION TRIM(WS-Pct-Disp) DELIMITED BY SIZE
          "% through the adjustment extract" DELIMITED BY SIZE
          INTO WS-Mass-Action-Label
        END-STRING
    END-EVALUATE.

  *> Carries the existing adjustment extract's HDR and detail lines
  *> (and their count/hash) into the rebuild, dropping the old TRL,
  *> and leaves the rebuild open for the batch's entries - a fresh
  *> extract gets a HDR stamped last-plus-one off the feed's
  *> generation counter.
  Open-Adjust-Rebuild.
    MOVE 0 TO WS-Adj-Detail-Count.
    MOVE 0 TO WS-Adj-Hash-Total.
    MOVE "N" TO WS-Hdr-Copied-Flag.

    OPEN OUTPUT Adjust-New-File.
    OPEN INPUT Adjust-File.
    IF Adjust-Opened-OK THEN
      MOVE "N" TO WS-Adjust-At-End-Flag
      PERFORM UNTIL Adjust-At-End
        READ Adjust-File
          AT END
            MOVE "Y" TO WS-Adjust-At-End-Flag
          NOT AT END
            EVALUATE AJ-Line(1:3)
              WHEN "HDR"
                MOVE "Y" TO WS-Hdr-Copied-Flag
                MOVE AJ-Line TO AN-Line
                WRITE AN-Line
              WHEN "TRL"
                CONTINUE
              WHEN OTHER
                ADD 1 TO WS-Adj-Detail-Count
                MOVE AJ-Line TO WS-Adj-Raw
                IF ADJ-Amount NUMERIC THEN
                  ADD ADJ-Amount TO WS-Adj-Hash-Total
                END-IF
                MOVE AJ-Line TO AN-Line
                WRITE AN-Line
            END-EVALUATE
        END-READ
      END-PERFORM
      CLOSE Adjust-File
    END-IF.

    IF NOT Hdr-Copied THEN
      PERFORM Write-Fresh-Header
    END-IF.

  Write-Fresh-Header.
    MOVE 0 TO WS-New-Generation.
    OPEN INPUT Adjust-Control-File.
    IF NOT Adjust-Control-Not-Found THEN
      READ Adjust-Control-File
        AT END
          CONTINUE
        NOT AT END
          MOVE AC-Last-Generation TO WS-New-Generation
      END-READ
      CLOSE Adjust-Control-File
    END-IF.
    ADD 1 TO WS-New-Generation.

    MOVE FUNCTION CURRENT-DATE(1:8) TO HDR-Date.
    MOVE "ADJUST" TO HDR-Source.
    MOVE WS-New-Generation TO HDR-Gen.
    MOVE WS-Hdr-Line TO AN-Line.
    WRITE AN-Line.

    OPEN OUTPUT Adjust-Control-File.
    MOVE WS-New-Generation TO AC-Last-Generation.
    WRITE AC-Line.
    CLOSE Adjust-Control-File.

  *> One adjustment entry: the record's key and currency, today's
  *> date, the signed percentage of its amount, posted status.
  Write-Adjust-Record.
    MOVE TM-Key TO ADJ-Key.
    MOVE FUNCTION CURRENT-DATE(1:8) TO ADJ-Date.
    MOVE ADJ-Date TO ADJ-Value-Date.
    MOVE WS-Record-Adjust TO ADJ-Amount.
    MOVE "P" TO ADJ-Status.
    IF TM-Currency = SPACES THEN
      MOVE "GBP" TO ADJ-Currency
    ELSE
      MOVE TM-Currency TO ADJ-Currency
    END-IF.

    ADD 1 TO WS-Adj-Detail-Count.
    ADD ADJ-Amount TO WS-Adj-Hash-Total.
    MOVE WS-Adj-Raw TO AN-Line.
    WRITE AN-Line.

  *> Closes the rebuild with its true TRL and swaps it over the
  *> extract.
  Close-Adjust-Rebuild.
    MOVE WS-Adj-Detail-Count TO TRL-Count.
    MOVE WS-Adj-Hash-Total TO TRL-Hash.
    MOVE WS-Trl-Line TO AN-Line.
    WRITE AN-Line.
    CLOSE Adjust-New-File.

    CALL "CBL_DELETE_FILE" USING WS-Adjust-Path
      RETURNING WS-Delete-Status
    END-CALL.
    CALL "CBL_RENAME_FILE" USING WS-Adjust-New-Path WS-Adjust-Path
      RETURNING WS-Rename-Status
    END-CALL.
    IF WS-Rename-Status NOT = 0 THEN
      ADD WS-Mass-Change-Count TO WS-Mass-Failed-Count
      MOVE SPACES TO WS-Audit-Message
      STRING
        "Mass update batch=" DELIMITED BY SIZE
        MU-Batch-Ref DELIMITED BY SIZE
        " adjustment extract swap FAILED" DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
      CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-IF.

  *> Walks the committed master for its count and amount hash and
  *> re-records its verification control.
  Record-Master-Verify-Control.
    MOVE 0 TO WS-Verify-Count.
    MOVE 0 TO WS-Verify-Hash.
    OPEN INPUT Trans-Master-File.
    IF NOT Trans-Master-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO TM-Key.
    MOVE "N" TO WS-Walk-At-End-Flag.
    START Trans-Master-File KEY IS NOT < TM-Key
      INVALID KEY
        MOVE "Y" TO WS-Walk-At-End-Flag
    END-START.
    PERFORM UNTIL Walk-At-End
      READ Trans-Master-File NEXT
        AT END
          MOVE "Y" TO WS-Walk-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Verify-Count
          ADD TM-Amount TO WS-Verify-Hash
      END-READ
    END-PERFORM.
    CLOSE Trans-Master-File.

    MOVE "T" TO WS-Verify-Style.
    CALL "WriteVerifyCtl" USING WS-Trans-Master-Path
      WS-Verify-Style WS-Verify-Count WS-Verify-Hash.

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

END PROGRAM MassUpd.
