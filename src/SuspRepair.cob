IDENTIFICATION DIVISION.
  PROGRAM-ID. SuspRepair.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Repair rules - the automatic corrections, keyed by reason
      *> code, source feed and sequence. Shared by every company,
      *> the same as the edit rules they clean up after.
      SELECT Repair-Rule-File ASSIGN TO "RepairRules.dat"
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS AR-Rule-Key
      FILE STATUS WS-Repair-Rule-Status.

      *> Named feed registry maintained by FeedMaint - each registered
      *> feed keeps its own Suspense.<feed>.dat for the pass to visit.
      SELECT Feed-Reg-File ASSIGN TO "FeedReg.dat"
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS FR-Name
      FILE STATUS WS-Feed-Reg-Status.

      *> Suspense file written by Sort 'n' Report's edit pass - same
      *> layout Suspense Correction reads.
      SELECT Suspense-File ASSIGN TO WS-Suspense-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Suspense-Status.

      *> Items no rule repaired stay in suspense - copied here and
      *> swapped over the old file, the same idiom Suspense
      *> Correction uses.
      SELECT Suspense-Keep-File ASSIGN TO WS-Suspense-Keep-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Suspense-Keep-Status.

      *> Repaired items go here in the standard extract layout, for
      *> Sort 'n' Report to pick up on the next run.
      SELECT Resub-File ASSIGN TO WS-Resub-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Resub-Status.

      *> Status code reference maintained by StatusMaint - a repaired
      *> status is judged against the same set the edit pass used.
      SELECT Status-Ref-File ASSIGN TO WS-Status-Ref-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS SR-Status
      FILE STATUS WS-Status-Ref-Status.

      *> Status transition matrix maintained by StatTransMaint - a
      *> rule may not move an item along a forbidden pair either.
      SELECT Stat-Trans-File ASSIGN TO "StatTrans.dat"
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS ST-Trans-Key
      FILE STATUS WS-Stat-Trans-Status.

      *> Repair journal - one row per field changed, with the rule
      *> that changed it. Appended to across runs.
      SELECT Repair-Jnl-File ASSIGN TO WS-Repair-Jnl-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Repair-Jnl-Status.

      *> Per-rule report of what the pass repaired, spooled.
      SELECT Repair-Rpt-File ASSIGN TO WS-Repair-Rpt-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Repair-Rpt-Status.

DATA DIVISION.
  FILE SECTION.
    FD Repair-Rule-File.
      COPY "RepairRuleRecord.cpy" REPLACING ==:PREFIX:== BY ==AR==.

    FD Feed-Reg-File.
      COPY "FeedRecord.cpy" REPLACING ==:PREFIX:== BY ==FR==.

    FD Suspense-File.
      *> Same layout Sort 'n' Report writes and SuspenseFix reads.
      01 SUS-Record.
        05 SUS-Reason PIC X(2).
        05 SUS-Data.
          10 SUS-Key PIC X(10).
          10 SUS-Date PIC X(8).
          10 SUS-Amount PIC X(11).
          10 SUS-Status PIC X(1).
          10 SUS-Currency PIC X(3).
          10 SUS-Value-Date PIC X(8).
        05 SUS-Rule PIC X(3).
        05 SUS-Sus-Date PIC X(8).
        05 SUS-Sus-Run PIC X(14).

    FD Suspense-Keep-File.
      01 SKP-Record.
        05 SKP-Reason PIC X(2).
        05 SKP-Data PIC X(41).
        05 SKP-Rule PIC X(3).
        05 SKP-Sus-Date PIC X(8).
        05 SKP-Sus-Run PIC X(14).

    FD Resub-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==RS==.

    FD Status-Ref-File.
      COPY "StatusRecord.cpy" REPLACING ==:PREFIX:== BY ==SR==.

    FD Stat-Trans-File.
      COPY "StatTransRecord.cpy" REPLACING ==:PREFIX:== BY ==ST==.

    FD Repair-Jnl-File.
      COPY "RepairJnlRecord.cpy" REPLACING ==:PREFIX:== BY ==AJ==.

    FD Repair-Rpt-File.
      01 AP-Line PIC X(132).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode - a
    *> batch run goes straight to the repair pass, no screens.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    *> The logged-in operator's authority, shared by CobAll's login.
    01 WS-Operator-Auth-Level PIC 9 EXTERNAL.

    01 WS-Repair-Rule-Status PIC XX.
      88 Repair-Rule-Opened-OK VALUE "00".
      88 Repair-Rule-Not-Found VALUE "35".
    01 WS-Rule-At-End-Flag PIC X VALUE "N".
      88 Rule-At-End VALUE "Y".
    01 WS-Feed-Reg-Status PIC XX.
      88 Feed-Reg-Not-Found VALUE "35".
    01 WS-Feed-Reg-At-End-Flag PIC X VALUE "N".
      88 Feed-Reg-At-End VALUE "Y".

    01 WS-Suspense-Path PIC X(80) VALUE "Suspense.dat".
    01 WS-Suspense-Status PIC XX.
      88 Suspense-Opened-Successfully VALUE "00".
      88 Suspense-Not-Found VALUE "35".
    01 WS-Suspense-At-End-Flag PIC X VALUE "N".
      88 Suspense-At-End VALUE "Y".
    01 WS-Suspense-Keep-Path PIC X(80) VALUE "Suspense.new".
    01 WS-Suspense-Keep-Status PIC XX.
    01 WS-Delete-Status PIC S9(9) COMP-5.
    01 WS-Rename-Status PIC S9(9) COMP-5.

    01 WS-Resub-Path PIC X(80) VALUE "Resubmit.dat".
    01 WS-Resub-Status PIC XX.
      88 Resub-Not-Found VALUE "35".

    *> Status code reference - tolerated missing, which falls back to
    *> the long-standing hardcoded P/C/R set, same as the edit pass.
    01 WS-Status-Ref-Path PIC X(80) VALUE "StatusRef.dat".
    01 WS-Status-Ref-Status PIC XX.
      88 Status-Ref-Not-Found VALUE "35".
    01 WS-Status-Ref-Missing-Flag PIC A VALUE "N".
      88 Status-Ref-Missing VALUE "Y".
    01 WS-Status-Valid-Flag PIC A VALUE "N".
      88 Status-Code-Valid VALUE "Y".

    01 WS-Stat-Trans-Status PIC XX.
      88 Stat-Trans-Not-Found VALUE "35".
    01 WS-Stat-Trans-Missing-Flag PIC A VALUE "N".
      88 Stat-Trans-Missing VALUE "Y".

    01 WS-Repair-Jnl-Path PIC X(80) VALUE "RepairJnl.dat".
    01 WS-Repair-Jnl-Status PIC XX.
      88 Repair-Jnl-Not-Found VALUE "35".
    01 WS-Repair-Rpt-Path PIC X(80) VALUE "SuspRepair.txt".
    01 WS-Repair-Rpt-Status PIC XX.

    *> Operator's maintenance request off SC-Repair-Menu - same
    *> add/amend/delete arrangement as the other reference screens,
    *> plus the pass itself on demand.
    01 WS-Maint-Action PIC 9 VALUE 0.
      88 Maint-Add VALUE 1.
      88 Maint-Amend VALUE 2.
      88 Maint-Delete VALUE 3.
      88 Maint-Run-Pass VALUE 4.
      88 Maint-Back VALUE 5.
    01 WS-Maint-Reason PIC X(2) VALUE SPACES.
    01 WS-Maint-Source PIC X(8) VALUE SPACES.
    01 WS-Maint-Seq PIC 99 VALUE 0.
    01 WS-Maint-Edit-Rule PIC X(3) VALUE SPACES.
    01 WS-Maint-Field PIC X(1) VALUE SPACE.
    01 WS-Maint-Rule-Action PIC X(1) VALUE SPACE.
    01 WS-Maint-From PIC X(10) VALUE SPACES.
    01 WS-Maint-To PIC X(10) VALUE SPACES.
    01 WS-Maint-Active PIC X(1) VALUE "Y".
    01 WS-Maint-Desc PIC X(30) VALUE SPACES.
    01 WS-Maint-Confirm PIC A VALUE SPACES.
      88 Maint-Delete-Confirmed VALUE "Y" "y".
    01 WS-Maint-Action-Label PIC X(20) VALUE SPACES.
    01 WS-Maint-Result-Label PIC X(76) VALUE SPACES.
    01 WS-Maint-Result-Detail PIC X(76) VALUE SPACES.
    01 WS-Rules-On-File PIC 9(3) VALUE 0.

    *> The active rules, loaded once per pass in key order - so a
    *> feed's rules for a reason apply in sequence - with what each
    *> one achieved this pass.
    01 WS-Rule-Table.
      05 WS-Rule-Entry OCCURS 100 TIMES.
        10 WS-RT-Rule-Key.
          15 WS-RT-Reason PIC X(2).
          15 WS-RT-Source PIC X(8).
          15 WS-RT-Seq PIC 9(2).
        10 WS-RT-Edit-Rule PIC X(3).
        10 WS-RT-Field PIC X(1).
        10 WS-RT-Action PIC X(1).
        10 WS-RT-From PIC X(10).
        10 WS-RT-To PIC X(10).
        10 WS-RT-Desc PIC X(30).
        10 WS-RT-Repaired PIC 9(7).
        10 WS-RT-Amount PIC S9(11)V99.
        10 WS-RT-Failed PIC 9(7).
    01 WS-Rule-Used PIC 9(3) VALUE 0.
    01 WS-Rule-Max PIC 9(3) VALUE 100.
    01 WS-Rule-Idx PIC 9(3) VALUE 0.
    01 WS-Rules-Skipped PIC 9(3) VALUE 0.

    *> The item being repaired, and the corrections made to it.
    01 WS-Current-Feed PIC X(8) VALUE SPACES.
    01 WS-Match-Source PIC X(8) VALUE SPACES.
    01 WS-Fix-Key PIC X(10) VALUE SPACES.
    01 WS-Fix-Date PIC X(8) VALUE SPACES.
    01 WS-Fix-Amount PIC S9(9)V99 VALUE 0.
    01 WS-Fix-Amount-X REDEFINES WS-Fix-Amount PIC X(11).
    01 WS-Fix-Status PIC X VALUE SPACE.
    01 WS-Fix-Currency PIC X(3) VALUE SPACES.
    01 WS-Fix-Error-Label PIC X(60) VALUE SPACES.
    01 WS-Key-Check-Scheme PIC X(1) VALUE SPACE.
    01 WS-Key-Check-Result PIC X(1) VALUE "Y".
      88 Key-Check-Passed VALUE "Y".
    01 WS-Applied-Table.
      05 WS-Applied-Entry OCCURS 10 TIMES.
        10 WS-AP-Rule-Idx PIC 9(3).
        10 WS-AP-Field PIC X(1).
        10 WS-AP-Before PIC X(10).
        10 WS-AP-After PIC X(10).
    01 WS-Applied-Used PIC 99 VALUE 0.
    01 WS-Applied-Idx PIC 99 VALUE 0.
    01 WS-Before-Value PIC X(10) VALUE SPACES.
    01 WS-After-Value PIC X(10) VALUE SPACES.
    01 WS-From-Len PIC 99 VALUE 0.
    01 WS-To-Len PIC 99 VALUE 0.
    01 WS-Prefix-Fit-Flag PIC A VALUE "Y".
      88 Prefix-Fits VALUE "Y".

    *> Same calendar-date check as Sort 'n' Report's edit pass, so a
    *> repaired item can't fail the very edit that rejected it.
    01 WS-Edit-Date-X PIC X(8).
    01 WS-Edit-Date-Num REDEFINES WS-Edit-Date-X.
      05 WS-Edit-Year PIC 9(4).
      05 WS-Edit-Month PIC 9(2).
      05 WS-Edit-Day PIC 9(2).
    01 WS-Edit-Days-In-Month PIC 99 VALUE 0.
    01 WS-Edit-Leap-Rem PIC 9(4) VALUE 0.
    01 WS-Edit-Date-OK-Flag PIC A VALUE "N".
      88 Edit-Date-OK VALUE "Y".

    *> The pass's tallies, per feed and overall.
    01 WS-Feed-Read PIC 9(7) VALUE 0.
    01 WS-Feed-Repaired PIC 9(7) VALUE 0.
    01 WS-Feed-Left PIC 9(7) VALUE 0.
    01 WS-Items-Read PIC 9(7) VALUE 0.
    01 WS-Items-Repaired PIC 9(7) VALUE 0.
    01 WS-Items-Left PIC 9(7) VALUE 0.
    01 WS-Items-Failed PIC 9(7) VALUE 0.
    01 WS-Repaired-Amount PIC S9(11)V99 VALUE 0.
    01 WS-Feeds-Visited PIC 9(3) VALUE 0.
    01 WS-Run-Stamp PIC X(14) VALUE SPACES.

    01 WS-Report-Title.
      05 FILLER PIC X(24) VALUE "Suspense Repair - run ".
      05 APT-Run PIC X(14).
      05 FILLER PIC X(3) VALUE SPACES.
      05 APT-Date PIC X(8).
    01 WS-Report-Feed-Line.
      05 FILLER PIC X(5) VALUE "Feed ".
      05 APF-Feed PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 APF-Read PIC ZZZ,ZZ9.
      05 FILLER PIC X(7) VALUE " read, ".
      05 APF-Repaired PIC ZZZ,ZZ9.
      05 FILLER PIC X(11) VALUE " repaired, ".
      05 APF-Left PIC ZZZ,ZZ9.
      05 FILLER PIC X(5) VALUE " left".
    01 WS-Report-Heading.
      05 FILLER PIC X(17) VALUE "Rule".
      05 FILLER PIC X(6) VALUE "F/A".
      05 FILLER PIC X(32) VALUE "Description".
      05 FILLER PIC X(9) VALUE "Repaired".
      05 FILLER PIC X(19) VALUE "           Amount".
      05 FILLER PIC X(14) VALUE "  Still failed".
    01 WS-Report-Detail.
      05 APD-Reason PIC X(2).
      05 FILLER PIC X(1) VALUE "/".
      05 APD-Source PIC X(8).
      05 FILLER PIC X(1) VALUE "/".
      05 APD-Seq PIC 99.
      05 FILLER PIC X(3) VALUE SPACES.
      05 APD-Field PIC X(1).
      05 FILLER PIC X(1) VALUE "/".
      05 APD-Action PIC X(1).
      05 FILLER PIC X(4) VALUE SPACES.
      05 APD-Desc PIC X(30).
      05 FILLER PIC X(2) VALUE SPACES.
      05 APD-Repaired PIC ZZZ,ZZ9.
      05 FILLER PIC X(2) VALUE SPACES.
      05 APD-Amount PIC Z,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(2) VALUE SPACES.
      05 APD-Failed PIC ZZZ,ZZ9.
    01 WS-Edit-Count PIC ZZZ,ZZ9.
    01 WS-Edit-Amount PIC Z,ZZZ,ZZZ,ZZ9.99-.

    *> The suspense files belong to Sort 'n' Report's run - the pass
    *> takes that run's lock, so it can never swap a suspense file
    *> out from under an edit pass that is still writing it.
    01 WS-Lock-Action PIC X(1) VALUE SPACE.
    01 WS-Lock-Name PIC X(8) VALUE "SORTRPT".
    01 WS-Lock-Result PIC X(1) VALUE SPACE.
    01 WS-Lock-Holder-Info PIC X(60) VALUE SPACES.

    *> Spool hand-off for the per-rule report.
    01 WS-Spool-Source PIC X(8) VALUE "SUSPREPR".
    01 WS-Spool-Paginate PIC X(1) VALUE "Y".

    *> Elapsed/run-history row, same arrangement as the other batch
    *> functions.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "SUSPREPR".
    01 WS-RH-Matched PIC 9(7) VALUE 0.
    01 WS-RH-Unmatched PIC 9(7) VALUE 0.
    01 WS-RH-End-Status PIC X(4) VALUE SPACES.
    01 WS-RH-Read PIC 9(7) VALUE 0.
    01 WS-RH-Written PIC 9(7) VALUE 0.

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
    COPY "SuspRepairScr.cpy". *> Suspense Repair Rules screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  SuspRepairMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Suspense Repair Rules selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> The session loop re-CALLs this program in one run unit, so
    *> the VALUE clauses only ever ran once - reset what carries.
    MOVE SPACES TO WS-Maint-Result-Label.
    MOVE SPACES TO WS-Maint-Result-Detail.
    MOVE SPACES TO WS-RH-End-Status.

    IF Batch-Mode-Active THEN
      PERFORM Run-Repair-Pass
      GOBACK
    END-IF.

    PERFORM Open-Rule-File-Maint.

    MOVE 0 TO WS-Maint-Action.
    PERFORM Maint-Loop UNTIL Maint-Back.

    CLOSE Repair-Rule-File.

    GOBACK.

  *> OPEN I-O fails with "35" when the rules file doesn't exist
  *> yet - create it empty then.
  Open-Rule-File-Maint.
    OPEN I-O Repair-Rule-File.
    IF Repair-Rule-Not-Found THEN
      OPEN OUTPUT Repair-Rule-File
      CLOSE Repair-Rule-File
      OPEN I-O Repair-Rule-File
    END-IF.
    PERFORM Count-Rules-On-File.

  Count-Rules-On-File.
    MOVE 0 TO WS-Rules-On-File.
    MOVE LOW-VALUES TO AR-Rule-Key.
    START Repair-Rule-File KEY IS NOT < AR-Rule-Key
      INVALID KEY
        EXIT PARAGRAPH
    END-START.
    MOVE "N" TO WS-Rule-At-End-Flag.
    PERFORM UNTIL Rule-At-End
      READ Repair-Rule-File NEXT RECORD
        AT END
          MOVE "Y" TO WS-Rule-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Rules-On-File
      END-READ
    END-PERFORM.

  *> One maintenance action: take the action and rule key off the
  *> screen, apply it, audit it, and show the outcome.
  Maint-Loop.
    MOVE 0 TO WS-Maint-Action.
    DISPLAY SC-Repair-Menu.
    ACCEPT SC-Repair-Menu.

    MOVE SPACES TO WS-Maint-Result-Label.
    MOVE SPACES TO WS-Maint-Result-Detail.
    EVALUATE TRUE
      WHEN Maint-Add
        PERFORM Do-Rule-Add
      WHEN Maint-Amend
        PERFORM Do-Rule-Amend
      WHEN Maint-Delete
        PERFORM Do-Rule-Delete
      WHEN Maint-Run-Pass
        *> The pass reads the rules on its own - let go of the
        *> maintenance handle while it runs.
        CLOSE Repair-Rule-File
        PERFORM Run-Repair-Pass
        PERFORM Open-Rule-File-Maint
      WHEN Maint-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-5." TO WS-Maint-Result-Label
    END-EVALUATE.

    IF NOT Maint-Back AND WS-Maint-Result-Label NOT = SPACES THEN
      DISPLAY SC-Repair-Result
      ACCEPT OMITTED
    END-IF.

  *> The reason/source/sequence key off the menu. A blank source is
  *> the default feed; duplicates are refused outright - whether a
  *> suspected duplicate should post is a person's call, never a
  *> rule's.
  Check-Rule-Key.
    MOVE FUNCTION UPPER-CASE(WS-Maint-Source) TO WS-Maint-Source.
    IF WS-Maint-Source = SPACES THEN
      MOVE "DEFAULT" TO WS-Maint-Source
    END-IF.
    IF WS-Maint-Reason = "04" THEN
      MOVE "Suspected duplicates need a person - no repair rule on 04."
        TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF WS-Maint-Reason NOT NUMERIC
      OR WS-Maint-Reason < "01" OR WS-Maint-Reason > "13" THEN
      MOVE "Reason code must be 01-13." TO WS-Maint-Result-Label
    END-IF.

  *> Adds a brand-new rule under the entered key.
  Do-Rule-Add.
    PERFORM Check-Rule-Key.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Move-Rule-Key.
    READ Repair-Rule-File
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE "Rule already on file - use Amend instead."
          TO WS-Maint-Result-Label
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Maint-Edit-Rule.
    MOVE SPACE TO WS-Maint-Field.
    MOVE SPACE TO WS-Maint-Rule-Action.
    MOVE SPACES TO WS-Maint-From.
    MOVE SPACES TO WS-Maint-To.
    MOVE "Y" TO WS-Maint-Active.
    MOVE SPACES TO WS-Maint-Desc.
    MOVE "Action: Add" TO WS-Maint-Action-Label.
    DISPLAY SC-Repair-Fields.
    ACCEPT SC-Repair-Fields.

    PERFORM Check-Rule-Fields.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Move-Rule-Key.
    PERFORM Move-Rule-Fields.
    WRITE AR-Record
      INVALID KEY
        MOVE "Add failed - write rejected by the file."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        MOVE "Rule added." TO WS-Maint-Result-Label
        ADD 1 TO WS-Rules-On-File
        PERFORM Audit-Rule-Change
    END-WRITE.

  *> Amends a stored rule.
  Do-Rule-Amend.
    PERFORM Check-Rule-Key.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Read-Rule-For-Maint.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE "Action: Amend" TO WS-Maint-Action-Label.
    DISPLAY SC-Repair-Fields.
    ACCEPT SC-Repair-Fields.

    PERFORM Check-Rule-Fields.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Move-Rule-Key.
    PERFORM Move-Rule-Fields.
    REWRITE AR-Record
      INVALID KEY
        MOVE "Amend failed - rewrite rejected by the file."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        MOVE "Rule amended." TO WS-Maint-Result-Label
        PERFORM Audit-Rule-Change
    END-REWRITE.

  *> Deletes a stored rule after confirmation.
  Do-Rule-Delete.
    PERFORM Check-Rule-Key.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Read-Rule-For-Maint.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Maint-Confirm.
    DISPLAY SC-Repair-Confirm.
    ACCEPT SC-Repair-Confirm.

    IF NOT Maint-Delete-Confirmed THEN
      MOVE "Delete abandoned - rule kept." TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM Move-Rule-Key.
    DELETE Repair-Rule-File
      INVALID KEY
        MOVE "Delete failed - rejected by the file."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        MOVE "Rule deleted." TO WS-Maint-Result-Label
        SUBTRACT 1 FROM WS-Rules-On-File
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Repair rule DELETE by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " rule=" DELIMITED BY SIZE
          WS-Maint-Reason DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Maint-Source) DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          WS-Maint-Seq DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-DELETE.

  Read-Rule-For-Maint.
    PERFORM Move-Rule-Key.
    READ Repair-Rule-File
      INVALID KEY
        MOVE "No rule on file for that reason/source/sequence."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        MOVE AR-Edit-Rule TO WS-Maint-Edit-Rule
        MOVE AR-Field TO WS-Maint-Field
        MOVE AR-Action TO WS-Maint-Rule-Action
        MOVE AR-From TO WS-Maint-From
        MOVE AR-To TO WS-Maint-To
        MOVE AR-Active TO WS-Maint-Active
        MOVE AR-Desc TO WS-Maint-Desc
    END-READ.

  *> A rule must say which field, what to do to it, and - for the
  *> actions that need them - what to look for and what to put.
  Check-Rule-Fields.
    MOVE FUNCTION UPPER-CASE(WS-Maint-Field) TO WS-Maint-Field.
    MOVE FUNCTION UPPER-CASE(WS-Maint-Rule-Action)
      TO WS-Maint-Rule-Action.
    MOVE FUNCTION UPPER-CASE(WS-Maint-Active) TO WS-Maint-Active.

    EVALUATE TRUE
      WHEN WS-Maint-Field NOT = "K" AND WS-Maint-Field NOT = "S"
        AND WS-Maint-Field NOT = "C"
        MOVE "Field must be K (key), S (status) or C (currency)."
          TO WS-Maint-Result-Label
      WHEN WS-Maint-Rule-Action NOT = "U"
        AND WS-Maint-Rule-Action NOT = "F"
        AND WS-Maint-Rule-Action NOT = "V"
        AND WS-Maint-Rule-Action NOT = "P"
        MOVE "Action must be U, F, V or P." TO WS-Maint-Result-Label
      WHEN WS-Maint-Rule-Action = "P" AND WS-Maint-Field NOT = "K"
        MOVE "A prefix replacement only applies to the key."
          TO WS-Maint-Result-Label
      WHEN (WS-Maint-Rule-Action = "V" OR WS-Maint-Rule-Action = "P")
        AND WS-Maint-From = SPACES
        MOVE "That action needs a From value." TO WS-Maint-Result-Label
      WHEN WS-Maint-Rule-Action NOT = "U" AND WS-Maint-To = SPACES
        MOVE "That action needs a To value." TO WS-Maint-Result-Label
      WHEN WS-Maint-Edit-Rule NOT = SPACES AND WS-Maint-Reason NOT = "05"
        MOVE "An edit rule selector only applies to reason 05."
          TO WS-Maint-Result-Label
      WHEN WS-Maint-Active NOT = "Y" AND WS-Maint-Active NOT = "N"
        MOVE "Active must be Y or N." TO WS-Maint-Result-Label
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

  Move-Rule-Key.
    MOVE WS-Maint-Reason TO AR-Reason.
    MOVE WS-Maint-Source TO AR-Source.
    MOVE WS-Maint-Seq TO AR-Seq.

  Move-Rule-Fields.
    MOVE WS-Maint-Edit-Rule TO AR-Edit-Rule.
    MOVE WS-Maint-Field TO AR-Field.
    MOVE WS-Maint-Rule-Action TO AR-Action.
    MOVE WS-Maint-From TO AR-From.
    MOVE WS-Maint-To TO AR-To.
    MOVE WS-Maint-Active TO AR-Active.
    MOVE WS-Maint-Desc TO AR-Desc.
    MOVE LK-Operator-ID TO AR-Set-By.
    MOVE FUNCTION CURRENT-DATE(1:8) TO AR-Set-Date.

  *> A rule change alters what posts without a person looking, so
  *> the whole rule goes on the permanent trail.
  Audit-Rule-Change.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Repair rule SET by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " rule=" DELIMITED BY SIZE
      WS-Maint-Reason DELIMITED BY SIZE
      "/" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Maint-Source) DELIMITED BY SIZE
      "/" DELIMITED BY SIZE
      WS-Maint-Seq DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      WS-Maint-Field DELIMITED BY SIZE
      WS-Maint-Rule-Action DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Maint-From) DELIMITED BY SIZE
      ">" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Maint-To) DELIMITED BY SIZE
      " act=" DELIMITED BY SIZE
      WS-Maint-Active DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> The pass: every feed's suspense file in turn - the default
  *> feed's, then each registered feed's - each item run through
  *> its feed's rules for its reason and then the ALL rules. An
  *> item a rule changed that now passes the edit pass's own field
  *> checks goes to Resubmit.dat with a journal row per change; an
  *> item no rule touched, or one still failing after the rules,
  *> stays in suspense exactly as it was for Suspense Correction.
  Run-Repair-Pass.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Stamp.
    MOVE 0 TO WS-Items-Read.
    MOVE 0 TO WS-Items-Repaired.
    MOVE 0 TO WS-Items-Left.
    MOVE 0 TO WS-Items-Failed.
    MOVE 0 TO WS-Repaired-Amount.
    MOVE 0 TO WS-Feeds-Visited.

    MOVE "A" TO WS-Lock-Action.
    CALL "RunLock" USING WS-Lock-Action WS-Lock-Name LK-Run-ID
      LK-Operator-ID WS-Lock-Result WS-Lock-Holder-Info.
    IF WS-Lock-Result NOT = "Y" THEN
      MOVE SPACES TO WS-Maint-Result-Label
      STRING
        "Repair pass not run - Sort 'n' Report busy: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Lock-Holder-Info) DELIMITED BY SIZE
        INTO WS-Maint-Result-Label
      END-STRING
      MOVE "ERR" TO WS-RH-End-Status
      PERFORM Write-Repair-History
      EXIT PARAGRAPH
    END-IF.

    PERFORM Load-Rule-Table.
    IF WS-Rule-Used = 0 THEN
      MOVE "No active repair rules on file - suspense left as it was."
        TO WS-Maint-Result-Label
      MOVE "INF" TO WS-Log-Level
      MOVE WS-Maint-Result-Label TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      MOVE "OK" TO WS-RH-End-Status
      PERFORM Write-Repair-History
      PERFORM Release-Repair-Lock
      EXIT PARAGRAPH
    END-IF.

    *> Everything the pass reads or writes follows the session's
    *> company and training qualification, as Suspense Correction's
    *> does.
    MOVE "Suspense.new" TO WS-Suspense-Keep-Path.
    CALL "ResolveDataPath" USING WS-Suspense-Keep-Path.
    MOVE "Resubmit.dat" TO WS-Resub-Path.
    CALL "ResolveDataPath" USING WS-Resub-Path.
    MOVE "RepairJnl.dat" TO WS-Repair-Jnl-Path.
    CALL "ResolveDataPath" USING WS-Repair-Jnl-Path.
    MOVE "SuspRepair.txt" TO WS-Repair-Rpt-Path.
    CALL "ResolveDataPath" USING WS-Repair-Rpt-Path.

    OPEN EXTEND Resub-File.
    IF Resub-Not-Found THEN
      OPEN OUTPUT Resub-File
    END-IF.
    OPEN EXTEND Repair-Jnl-File.
    IF Repair-Jnl-Not-Found THEN
      OPEN OUTPUT Repair-Jnl-File
    END-IF.

    MOVE "N" TO WS-Status-Ref-Missing-Flag.
    OPEN INPUT Status-Ref-File.
    IF Status-Ref-Not-Found THEN
      MOVE "Y" TO WS-Status-Ref-Missing-Flag
    END-IF.
    MOVE "N" TO WS-Stat-Trans-Missing-Flag.
    OPEN INPUT Stat-Trans-File.
    IF Stat-Trans-Not-Found THEN
      MOVE "Y" TO WS-Stat-Trans-Missing-Flag
    END-IF.

    OPEN OUTPUT Repair-Rpt-File.
    MOVE LK-Run-ID TO APT-Run.
    MOVE WS-Run-Stamp(1:8) TO APT-Date.
    MOVE WS-Report-Title TO AP-Line.
    WRITE AP-Line.
    MOVE SPACES TO AP-Line.
    WRITE AP-Line.

    MOVE "DEFAULT" TO WS-Current-Feed.
    MOVE "Suspense.dat" TO WS-Suspense-Path.
    PERFORM Repair-One-Feed.

    OPEN INPUT Feed-Reg-File.
    IF NOT Feed-Reg-Not-Found THEN
      MOVE "N" TO WS-Feed-Reg-At-End-Flag
      PERFORM UNTIL Feed-Reg-At-End
        READ Feed-Reg-File NEXT RECORD
          AT END
            MOVE "Y" TO WS-Feed-Reg-At-End-Flag
          NOT AT END
            MOVE FR-Name TO WS-Current-Feed
            MOVE SPACES TO WS-Suspense-Path
            STRING
              "Suspense." DELIMITED BY SIZE
              FUNCTION TRIM(FR-Name) DELIMITED BY SIZE
              ".dat" DELIMITED BY SIZE
              INTO WS-Suspense-Path
            END-STRING
            PERFORM Repair-One-Feed
        END-READ
      END-PERFORM
      CLOSE Feed-Reg-File
    END-IF.

    CLOSE Resub-File.
    CLOSE Repair-Jnl-File.
    IF NOT Status-Ref-Missing THEN
      CLOSE Status-Ref-File
    END-IF.
    IF NOT Stat-Trans-Missing THEN
      CLOSE Stat-Trans-File
    END-IF.

    PERFORM Write-Rule-Report.
    CLOSE Repair-Rpt-File.
    CALL "WriteSpoolJob" USING WS-Spool-Source WS-Repair-Rpt-Path
      WS-Spool-Paginate LK-Run-ID.

    MOVE SPACES TO WS-Log-Message.
    STRING
      "Suspense repair - " DELIMITED BY SIZE
      WS-Items-Read DELIMITED BY SIZE
      " read, " DELIMITED BY SIZE
      WS-Items-Repaired DELIMITED BY SIZE
      " repaired, " DELIMITED BY SIZE
      WS-Items-Left DELIMITED BY SIZE
      " left" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    MOVE "INF" TO WS-Log-Level.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      FUNCTION TRIM(WS-Log-Message) DELIMITED BY SIZE
      " by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE WS-Log-Message TO WS-Maint-Result-Label.
    MOVE SPACES TO WS-Maint-Result-Detail.
    STRING
      "Per-rule report: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Repair-Rpt-Path) DELIMITED BY SIZE
      INTO WS-Maint-Result-Detail
    END-STRING.

    *> An item a rule changed but could not mend means the rule no
    *> longer fits what the source sends - worth a look.
    IF WS-Items-Failed > 0 THEN
      MOVE "WARN" TO WS-RH-End-Status
    ELSE
      MOVE "OK" TO WS-RH-End-Status
    END-IF.
    PERFORM Write-Repair-History.
    PERFORM Release-Repair-Lock.

  *> The active rules, in key order. Parked rules are left out; a
  *> table overflow is logged rather than silently dropped.
  Load-Rule-Table.
    MOVE 0 TO WS-Rule-Used.
    MOVE 0 TO WS-Rules-Skipped.
    OPEN INPUT Repair-Rule-File.
    IF Repair-Rule-Not-Found THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Rule-At-End-Flag.
    PERFORM UNTIL Rule-At-End
      READ Repair-Rule-File NEXT RECORD
        AT END
          MOVE "Y" TO WS-Rule-At-End-Flag
        NOT AT END
          IF AR-Active = "Y" THEN
            IF WS-Rule-Used < WS-Rule-Max THEN
              ADD 1 TO WS-Rule-Used
              MOVE AR-Rule-Key TO WS-RT-Rule-Key(WS-Rule-Used)
              MOVE AR-Edit-Rule TO WS-RT-Edit-Rule(WS-Rule-Used)
              MOVE AR-Field TO WS-RT-Field(WS-Rule-Used)
              MOVE AR-Action TO WS-RT-Action(WS-Rule-Used)
              MOVE AR-From TO WS-RT-From(WS-Rule-Used)
              MOVE AR-To TO WS-RT-To(WS-Rule-Used)
              MOVE AR-Desc TO WS-RT-Desc(WS-Rule-Used)
              MOVE 0 TO WS-RT-Repaired(WS-Rule-Used)
              MOVE 0 TO WS-RT-Amount(WS-Rule-Used)
              MOVE 0 TO WS-RT-Failed(WS-Rule-Used)
            ELSE
              ADD 1 TO WS-Rules-Skipped
            END-IF
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Repair-Rule-File.

    IF WS-Rules-Skipped > 0 THEN
      MOVE SPACES TO WS-Log-Message
      STRING
        "Suspense repair: " DELIMITED BY SIZE
        WS-Rules-Skipped DELIMITED BY SIZE
        " active rule(s) beyond the first 100 not applied"
          DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      MOVE "WARN" TO WS-Log-Level
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

  *> One feed's suspense file. Nothing repaired means nothing to
  *> swap - the file is left untouched and the copy thrown away.
  Repair-One-Feed.
    CALL "ResolveDataPath" USING WS-Suspense-Path.
    MOVE 0 TO WS-Feed-Read.
    MOVE 0 TO WS-Feed-Repaired.
    MOVE 0 TO WS-Feed-Left.

    OPEN INPUT Suspense-File.
    IF NOT Suspense-Opened-Successfully THEN
      EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-Feeds-Visited.
    OPEN OUTPUT Suspense-Keep-File.

    MOVE "N" TO WS-Suspense-At-End-Flag.
    PERFORM Repair-One-Item UNTIL Suspense-At-End.

    CLOSE Suspense-File.
    CLOSE Suspense-Keep-File.

    IF WS-Feed-Repaired > 0 THEN
      CALL "CBL_DELETE_FILE" USING WS-Suspense-Path
        RETURNING WS-Delete-Status
      END-CALL
      CALL "CBL_RENAME_FILE" USING WS-Suspense-Keep-Path
        WS-Suspense-Path
        RETURNING WS-Rename-Status
      END-CALL
    ELSE
      CALL "CBL_DELETE_FILE" USING WS-Suspense-Keep-Path
        RETURNING WS-Delete-Status
      END-CALL
    END-IF.

    MOVE WS-Current-Feed TO APF-Feed.
    MOVE WS-Feed-Read TO APF-Read.
    MOVE WS-Feed-Repaired TO APF-Repaired.
    MOVE WS-Feed-Left TO APF-Left.
    MOVE WS-Report-Feed-Line TO AP-Line.
    WRITE AP-Line.

  Repair-One-Item.
    READ Suspense-File
      AT END
        MOVE "Y" TO WS-Suspense-At-End-Flag
      NOT AT END
        ADD 1 TO WS-Feed-Read
        ADD 1 TO WS-Items-Read
        PERFORM Try-Repair-Item
    END-READ.

  *> Runs the item through the feed's own rules for its reason, then
  *> the ALL rules, and decides whether what came out can post.
  Try-Repair-Item.
    MOVE SUS-Key TO WS-Fix-Key.
    MOVE SUS-Date TO WS-Fix-Date.
    MOVE SUS-Amount TO WS-Fix-Amount-X.
    MOVE SUS-Status TO WS-Fix-Status.
    MOVE SUS-Currency TO WS-Fix-Currency.
    MOVE 0 TO WS-Applied-Used.

    MOVE WS-Current-Feed TO WS-Match-Source.
    PERFORM Apply-Matching-Rules.
    MOVE "ALL" TO WS-Match-Source.
    PERFORM Apply-Matching-Rules.

    IF WS-Applied-Used = 0 THEN
      PERFORM Keep-Suspense-Item
      EXIT PARAGRAPH
    END-IF.

    PERFORM Validate-Repaired-Record.
    IF WS-Fix-Error-Label NOT = SPACES THEN
      PERFORM VARYING WS-Applied-Idx FROM 1 BY 1
        UNTIL WS-Applied-Idx > WS-Applied-Used
        MOVE WS-AP-Rule-Idx(WS-Applied-Idx) TO WS-Rule-Idx
        ADD 1 TO WS-RT-Failed(WS-Rule-Idx)
      END-PERFORM
      ADD 1 TO WS-Items-Failed
      PERFORM Keep-Suspense-Item
      EXIT PARAGRAPH
    END-IF.

    PERFORM Write-Repaired-Item.

  Apply-Matching-Rules.
    PERFORM VARYING WS-Rule-Idx FROM 1 BY 1
      UNTIL WS-Rule-Idx > WS-Rule-Used
      IF WS-RT-Reason(WS-Rule-Idx) = SUS-Reason
        AND WS-RT-Source(WS-Rule-Idx) = WS-Match-Source THEN
        PERFORM Apply-One-Rule
      END-IF
    END-PERFORM.

  *> One rule against the item's current values - a rule that
  *> changes nothing (the field isn't blank, doesn't hold the From
  *> value, is already upper case) simply doesn't count.
  Apply-One-Rule.
    IF WS-RT-Edit-Rule(WS-Rule-Idx) NOT = SPACES
      AND WS-RT-Edit-Rule(WS-Rule-Idx) NOT = SUS-Rule THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Before-Value.
    EVALUATE WS-RT-Field(WS-Rule-Idx)
      WHEN "K"
        MOVE WS-Fix-Key TO WS-Before-Value
      WHEN "S"
        MOVE WS-Fix-Status TO WS-Before-Value
      WHEN "C"
        MOVE WS-Fix-Currency TO WS-Before-Value
      WHEN OTHER
        EXIT PARAGRAPH
    END-EVALUATE.
    MOVE WS-Before-Value TO WS-After-Value.

    EVALUATE WS-RT-Action(WS-Rule-Idx)
      WHEN "U"
        MOVE FUNCTION UPPER-CASE(WS-Before-Value) TO WS-After-Value
      WHEN "F"
        IF WS-Before-Value = SPACES THEN
          MOVE WS-RT-To(WS-Rule-Idx) TO WS-After-Value
        END-IF
      WHEN "V"
        IF WS-Before-Value = WS-RT-From(WS-Rule-Idx) THEN
          MOVE WS-RT-To(WS-Rule-Idx) TO WS-After-Value
        END-IF
      WHEN "P"
        PERFORM Replace-Key-Prefix
    END-EVALUATE.

    IF WS-After-Value = WS-Before-Value THEN
      EXIT PARAGRAPH
    END-IF.

    EVALUATE WS-RT-Field(WS-Rule-Idx)
      WHEN "K"
        MOVE WS-After-Value TO WS-Fix-Key
      WHEN "S"
        MOVE WS-After-Value(1:1) TO WS-Fix-Status
      WHEN "C"
        MOVE WS-After-Value(1:3) TO WS-Fix-Currency
    END-EVALUATE.

    IF WS-Applied-Used < 10 THEN
      ADD 1 TO WS-Applied-Used
      MOVE WS-Rule-Idx TO WS-AP-Rule-Idx(WS-Applied-Used)
      MOVE WS-RT-Field(WS-Rule-Idx) TO WS-AP-Field(WS-Applied-Used)
      MOVE WS-Before-Value TO WS-AP-Before(WS-Applied-Used)
      MOVE WS-After-Value TO WS-AP-After(WS-Applied-Used)
    END-IF.

  *> A key starting with the rule's From prefix gets the To prefix
  *> in its place. A longer new prefix that would push the key past
  *> its ten characters is not applied - a truncated key is worse
  *> than a suspended one.
  Replace-Key-Prefix.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RT-From(WS-Rule-Idx)))
      TO WS-From-Len.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RT-To(WS-Rule-Idx)))
      TO WS-To-Len.
    IF WS-Before-Value(1:WS-From-Len)
      NOT = WS-RT-From(WS-Rule-Idx)(1:WS-From-Len) THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE "Y" TO WS-Prefix-Fit-Flag.
    IF WS-To-Len > WS-From-Len THEN
      IF WS-Before-Value(11 - WS-To-Len + WS-From-Len:
        WS-To-Len - WS-From-Len) NOT = SPACES THEN
        MOVE "N" TO WS-Prefix-Fit-Flag
      END-IF
    END-IF.
    IF NOT Prefix-Fits THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-After-Value.
    IF WS-From-Len < 10 THEN
      STRING
        WS-RT-To(WS-Rule-Idx)(1:WS-To-Len) DELIMITED BY SIZE
        WS-Before-Value(WS-From-Len + 1:10 - WS-From-Len)
          DELIMITED BY SIZE
        INTO WS-After-Value
      END-STRING
    ELSE
      MOVE WS-RT-To(WS-Rule-Idx)(1:WS-To-Len) TO WS-After-Value
    END-IF.

  *> Applies the same field rules as Suspense Correction, so nothing
  *> leaves here still broken.
  Validate-Repaired-Record.
    MOVE SPACES TO WS-Fix-Error-Label.

    CALL "BranchKeyCheck" USING WS-Fix-Key WS-Key-Check-Scheme
      WS-Key-Check-Result.
    IF NOT Key-Check-Passed THEN
      MOVE "Key fails its branch's check digit." TO WS-Fix-Error-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Fix-Date TO WS-Edit-Date-X.
    PERFORM Validate-Calendar-Date.
    IF NOT Edit-Date-OK THEN
      MOVE "Date is not a real calendar date." TO WS-Fix-Error-Label
      EXIT PARAGRAPH
    END-IF.

    IF WS-Fix-Amount NOT NUMERIC THEN
      MOVE "Amount is not numeric." TO WS-Fix-Error-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM Validate-Status-Code.
    IF NOT Status-Code-Valid THEN
      MOVE "Status is not in the allowed set." TO WS-Fix-Error-Label
      EXIT PARAGRAPH
    END-IF.

    IF WS-Fix-Status NOT = SUS-Status
      AND NOT Stat-Trans-Missing THEN
      MOVE SUS-Status TO ST-From
      MOVE WS-Fix-Status TO ST-To
      READ Stat-Trans-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          IF ST-Allowed NOT = "Y" THEN
            MOVE "That status change is not allowed."
              TO WS-Fix-Error-Label
          ELSE
            IF WS-Operator-Auth-Level < ST-Min-Auth THEN
              MOVE "That status change needs higher authority."
                TO WS-Fix-Error-Label
            END-IF
          END-IF
      END-READ
    END-IF.

  *> Checks the repaired status against the status reference file,
  *> falling back to the long-standing hardcoded P/C/R set when the
  *> reference hasn't been keyed yet.
  Validate-Status-Code.
    MOVE "N" TO WS-Status-Valid-Flag.
    IF Status-Ref-Missing THEN
      IF WS-Fix-Status = "P"
        OR WS-Fix-Status = "C"
        OR WS-Fix-Status = "R" THEN
        MOVE "Y" TO WS-Status-Valid-Flag
      END-IF
    ELSE
      MOVE WS-Fix-Status TO SR-Status
      READ Status-Ref-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE "Y" TO WS-Status-Valid-Flag
      END-READ
    END-IF.

  Keep-Suspense-Item.
    ADD 1 TO WS-Feed-Left.
    ADD 1 TO WS-Items-Left.
    MOVE SUS-Record TO SKP-Record.
    WRITE SKP-Record.

  *> The repaired item to the resubmission extract, a journal row
  *> for each change made, and the credit to each rule that made one.
  Write-Repaired-Item.
    MOVE WS-Fix-Key TO RS-Key.
    MOVE WS-Fix-Date TO RS-Date.
    MOVE WS-Fix-Amount TO RS-Amount.
    MOVE WS-Fix-Status TO RS-Status.
    MOVE WS-Fix-Currency TO RS-Currency.
    *> The value date rides through unchanged - the edit pass will
    *> re-settle (and re-roll) it on resubmission.
    MOVE SUS-Value-Date TO RS-Value-Date.
    WRITE RS-Record.
    ADD 1 TO WS-Feed-Repaired.
    ADD 1 TO WS-Items-Repaired.
    ADD WS-Fix-Amount TO WS-Repaired-Amount.

    PERFORM VARYING WS-Applied-Idx FROM 1 BY 1
      UNTIL WS-Applied-Idx > WS-Applied-Used
      MOVE WS-AP-Rule-Idx(WS-Applied-Idx) TO WS-Rule-Idx
      ADD 1 TO WS-RT-Repaired(WS-Rule-Idx)
      ADD WS-Fix-Amount TO WS-RT-Amount(WS-Rule-Idx)
      MOVE WS-Run-Stamp TO AJ-Stamp
      MOVE LK-Run-ID TO AJ-Run
      MOVE WS-Current-Feed TO AJ-Feed
      MOVE WS-RT-Rule-Key(WS-Rule-Idx) TO AJ-Rule-Key
      MOVE SUS-Key TO AJ-Item-Key
      MOVE SUS-Date TO AJ-Item-Date
      MOVE SUS-Amount TO AJ-Item-Amount
      MOVE WS-AP-Field(WS-Applied-Idx) TO AJ-Field
      MOVE WS-AP-Before(WS-Applied-Idx) TO AJ-Before
      MOVE WS-AP-After(WS-Applied-Idx) TO AJ-After
      MOVE LK-Operator-ID TO AJ-Operator
      WRITE AJ-Record
    END-PERFORM.

  *> Every active rule with what it mended this pass - a rule that
  *> never fires, or only ever fails, is a rule to revisit.
  Write-Rule-Report.
    MOVE SPACES TO AP-Line.
    WRITE AP-Line.
    MOVE WS-Report-Heading TO AP-Line.
    WRITE AP-Line.
    PERFORM VARYING WS-Rule-Idx FROM 1 BY 1
      UNTIL WS-Rule-Idx > WS-Rule-Used
      MOVE WS-RT-Reason(WS-Rule-Idx) TO APD-Reason
      MOVE WS-RT-Source(WS-Rule-Idx) TO APD-Source
      MOVE WS-RT-Seq(WS-Rule-Idx) TO APD-Seq
      MOVE WS-RT-Field(WS-Rule-Idx) TO APD-Field
      MOVE WS-RT-Action(WS-Rule-Idx) TO APD-Action
      MOVE WS-RT-Desc(WS-Rule-Idx) TO APD-Desc
      MOVE WS-RT-Repaired(WS-Rule-Idx) TO APD-Repaired
      MOVE WS-RT-Amount(WS-Rule-Idx) TO APD-Amount
      MOVE WS-RT-Failed(WS-Rule-Idx) TO APD-Failed
      MOVE WS-Report-Detail TO AP-Line
      WRITE AP-Line
    END-PERFORM.

    MOVE SPACES TO AP-Line.
    WRITE AP-Line.
    MOVE WS-Items-Repaired TO WS-Edit-Count.
    MOVE WS-Repaired-Amount TO WS-Edit-Amount.
    STRING
      "Repaired and resubmitted: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
      " item(s), total " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Amount) DELIMITED BY SIZE
      INTO AP-Line
    END-STRING.
    WRITE AP-Line.
    MOVE WS-Items-Left TO WS-Edit-Count.
    MOVE SPACES TO AP-Line.
    STRING
      "Left for Suspense Correction: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
      " item(s)" DELIMITED BY SIZE
      INTO AP-Line
    END-STRING.
    WRITE AP-Line.
    MOVE WS-Items-Failed TO WS-Edit-Count.
    MOVE SPACES TO AP-Line.
    STRING
      "  of which a rule changed but could not mend: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
      INTO AP-Line
    END-STRING.
    WRITE AP-Line.

  Release-Repair-Lock.
    MOVE "R" TO WS-Lock-Action.
    CALL "RunLock" USING WS-Lock-Action WS-Lock-Name LK-Run-ID
      LK-Operator-ID WS-Lock-Result WS-Lock-Holder-Info.

  Write-Repair-History.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.
    MOVE WS-Items-Read TO WS-RH-Read.
    MOVE WS-Items-Repaired TO WS-RH-Written.
    MOVE WS-Items-Repaired TO WS-RH-Matched.
    MOVE WS-Items-Left TO WS-RH-Unmatched.
    CALL "WriteRunHistory" USING WS-RH-Function WS-RH-Read
      WS-RH-Written WS-RH-Matched WS-RH-Unmatched WS-Elapsed-Seconds
      WS-RH-End-Status LK-Run-ID LK-Terminal-ID LK-Operator-ID.

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

END PROGRAM SuspRepair.
