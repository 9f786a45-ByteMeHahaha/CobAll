IDENTIFICATION DIVISION.
  PROGRAM-ID. Budget.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Finance's annual plan as delivered - one line per branch and
      *> month: branch (4), YYYYMM (6), amount (signed, pence, 13).
      *> Lines starting "*" and blank lines are passed over.
      SELECT Budget-In-File ASSIGN TO WS-Budget-In-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Budget-In-Status.

      *> The budget by branch and month, as loaded and maintained.
      SELECT Budget-File ASSIGN TO WS-Budget-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS BG-Budget-Key
      FILE STATUS WS-Budget-Status.

      *> A month's MTD master - the open month's MtdMaster.dat or a
      *> closed month's archive as the month-end close left it. The
      *> path is repointed month by month for the year to date.
      SELECT Mtd-Master-File ASSIGN TO WS-Mtd-Read-Path
      ORGANISATION INDEXED
      ACCESS MODE SEQUENTIAL
      RECORD KEY IS MM-Key
      FILE STATUS WS-Mtd-Master-Status.

      *> The fold's run-to-run control - its last feed date says which
      *> month the open MTD master holds.
      SELECT Mtd-Control-File ASSIGN TO WS-Mtd-Control-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Mtd-Control-Status.

      *> The month-end close's closed-period control - the default
      *> report month is the last one closed.
      SELECT Mtd-Period-File ASSIGN TO WS-Mtd-Period-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Mtd-Period-Status.

      *> Branch reference maintained by BranchMaint - names and the
      *> regions the report subtotals by.
      SELECT Branch-Ref-File ASSIGN TO WS-Branch-Ref-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS BR-Branch
      FILE STATUS WS-Branch-Ref-Status.

      *> The budget versus actual report for the review pack.
      SELECT Budget-Report-File ASSIGN TO WS-Budget-Report-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Budget-Report-Status.

      *> Control-card file for batch runs.
      SELECT Control-Card-File ASSIGN TO "CobAllCards.dat"
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Control-Card-Status.

DATA DIVISION.
  FILE SECTION.
    FD Budget-In-File.
      01 BPI-Line.
        05 BPI-Branch PIC X(4).
        05 BPI-Period PIC X(6).
        05 BPI-Amount PIC S9(11)V99.
        05 FILLER PIC X(57).

    FD Budget-File.
      COPY "BudgetRecord.cpy" REPLACING ==:PREFIX:== BY ==BG==.

    FD Mtd-Master-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==MM==.

    FD Mtd-Control-File.
      *> Same layout as Consolidate's MC-Line.
      01 MC-Line.
        05 MC-Last-Generation PIC 9(4).
        05 FILLER PIC X(1).
        05 MC-Last-Feed-Date PIC X(8).

    FD Mtd-Period-File.
      01 PD-Line.
        05 PD-Closed-Through PIC X(6).

    FD Branch-Ref-File.
      COPY "BranchRecord.cpy" REPLACING ==:PREFIX:== BY ==BR==.

    FD Budget-Report-File.
      01 BRP-Line PIC X(132).

    FD Control-Card-File.
      *> One KEYWORD=VALUE control card.
      01 CC-Card-Line PIC X(80).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    *> Signed-on operator's authority - loading and keying budgets is
    *> supervisor work; the report is anyone's.
    01 WS-Operator-Auth-Level PIC 9 EXTERNAL.

    *> The session's company, shared by CobAll's login - stamped on
    *> the report.
    01 WS-Company-ID PIC X(4) EXTERNAL.

    *> The shared settings block, loaded through the one ReadSettings
    *> parser - this report reads the output format.
    COPY "SettingsRec.cpy" REPLACING ==:PREFIX:== BY ==WS-Cfg==.
    01 WS-Settings-Error PIC X(70) VALUE SPACES.

    01 WS-Budget-In-Path PIC X(80) VALUE "BudgetIn.dat".
    01 WS-Budget-In-Status PIC XX.
      88 Budget-In-Opened-OK VALUE "00".
    01 WS-Budget-In-At-End-Flag PIC A VALUE "N".
      88 Budget-In-At-End VALUE "Y".

    01 WS-Budget-Path PIC X(80) VALUE "Budget.dat".
    01 WS-Budget-Status PIC XX.
      88 Budget-Opened-OK VALUE "00".
      88 Budget-Not-Found VALUE "35".
    01 WS-Budget-At-End-Flag PIC A VALUE "N".
      88 Budget-At-End VALUE "Y".

    01 WS-Mtd-Master-Path PIC X(80) VALUE "MtdMaster.dat".
    01 WS-Mtd-Read-Path PIC X(80) VALUE SPACES.
    01 WS-Mtd-Master-Status PIC XX.
      88 Mtd-Master-Opened-OK VALUE "00".
    01 WS-Mtd-At-End-Flag PIC A VALUE "N".
      88 Mtd-At-End VALUE "Y".
    01 WS-Mtd-Control-Path PIC X(80) VALUE "MtdFeedControl.dat".
    01 WS-Mtd-Control-Status PIC XX.
      88 Mtd-Control-Not-Found VALUE "35".
    01 WS-Mtd-Period-Path PIC X(80) VALUE "MtdPeriod.dat".
    01 WS-Mtd-Period-Status PIC XX.
      88 Mtd-Period-Not-Found VALUE "35".

    01 WS-Branch-Ref-Path PIC X(80) VALUE "BranchRef.dat".
    01 WS-Branch-Ref-Status PIC XX.
      88 Branch-Ref-Opened-OK VALUE "00".
    01 WS-Branch-Ref-Missing-Flag PIC A VALUE "N".
      88 Branch-Ref-Missing VALUE "Y".

    01 WS-Budget-Report-Path PIC X(80) VALUE "BudgetReport.txt".
    01 WS-Budget-Report-Status PIC XX.

    *> Operator's request off SC-Budget-Menu.
    01 WS-Bud-Action PIC 9 VALUE 0.
      88 Bud-Load VALUE 1.
      88 Bud-Add VALUE 2.
      88 Bud-Amend VALUE 3.
      88 Bud-Delete VALUE 4.
      88 Bud-Report VALUE 5.
      88 Bud-Back VALUE 6.
    01 WS-Bud-Branch PIC X(4) VALUE SPACES.
    01 WS-Bud-Period PIC X(6) VALUE SPACES.
    01 WS-Bud-Amount PIC S9(11)V99 VALUE 0.
    01 WS-Bud-Before-Amount PIC S9(11)V99 VALUE 0.
    01 WS-Bud-Confirm PIC A VALUE SPACES.
      88 Bud-Delete-Confirmed VALUE "Y" "y".
    01 WS-Bud-Action-Label PIC X(20) VALUE SPACES.
    01 WS-Bud-Result-Label PIC X(60) VALUE SPACES.
    01 WS-None-Label PIC X(60) VALUE SPACES.
    01 WS-Audit-Amount-Before PIC -(11)9.99.
    01 WS-Audit-Amount-After PIC -(11)9.99.

    *> YYYYMM check shared by the screen, the cards and the load.
    01 WS-Check-Period PIC X(6) VALUE SPACES.
    01 WS-Check-Month PIC 99 VALUE 0.
    01 WS-Period-OK-Flag PIC A VALUE "N".
      88 Period-OK VALUE "Y".

    *> Plan load tallies.
    01 WS-Lines-Loaded PIC 9(7) VALUE 0.
    01 WS-Lines-Replaced PIC 9(7) VALUE 0.
    01 WS-Lines-Skipped PIC 9(7) VALUE 0.

    *> The report's month and the tolerance a variance may run to,
    *> as a percentage of budget, before it is highlighted.
    01 WS-Rpt-Period PIC X(6) VALUE SPACES.
    01 WS-Rpt-Year PIC X(4) VALUE SPACES.
    01 WS-Rpt-Month PIC 99 VALUE 0.
    01 WS-Rpt-Tolerance PIC 9(3)V9 VALUE 10.0.
    01 WS-Tolerance-Disp PIC ZZ9.9.

    *> The month being read for the year to date, and where its
    *> figures come from. A closed month is its close archive
    *> (MtdMaster.YYYYMM, or the latest "-n" re-close); the open
    *> month is the live MtdMaster.dat.
    01 WS-Ytd-Month PIC 99 VALUE 0.
    01 WS-Src-Period.
      05 WS-Src-Year PIC X(4).
      05 WS-Src-Month PIC 99.
    01 WS-Live-Month PIC X(6) VALUE SPACES.
    01 WS-Archive-Name PIC X(80) VALUE SPACES.
    01 WS-Archive-Seq PIC 9(3) VALUE 0.
    01 WS-Archive-File-Info.
      05 FILLER PIC X(24).
    01 WS-Archive-Check-Status PIC S9(9) COMP-5.
    01 WS-Src-Found-Flag PIC A VALUE "N".
      88 Src-Found VALUE "Y".
    01 WS-Src-Live-Flag PIC A VALUE "N".
      88 Src-Is-Live VALUE "Y".
    01 WS-Month-Live-Flag PIC A VALUE "N".
      88 Report-Month-Live VALUE "Y".
    01 WS-Month-Missing-Flag PIC A VALUE "N".
      88 Report-Month-Missing VALUE "Y".
    01 WS-Months-Missing PIC 99 VALUE 0.
    01 WS-Missing-List PIC X(84) VALUE SPACES.
    01 WS-Missing-Ptr PIC 9(3) VALUE 1.

    *> Every branch seen on the MTD masters or the budget, in the
    *> order first seen.
    01 WS-Branch-Table.
      05 WS-BT-Entry OCCURS 300 TIMES.
        10 WS-BT-Branch PIC X(4).
        10 WS-BT-Name PIC X(30).
        10 WS-BT-Region PIC X(10).
        10 WS-BT-Month-Actual PIC S9(13)V99.
        10 WS-BT-Month-Budget PIC S9(13)V99.
        10 WS-BT-Ytd-Actual PIC S9(13)V99.
        10 WS-BT-Ytd-Budget PIC S9(13)V99.
        10 WS-BT-Flagged PIC A.
    01 WS-BT-Used PIC 9(3) VALUE 0.
    01 WS-BT-Idx PIC 9(3) VALUE 0.
    01 WS-BT-Find PIC X(4) VALUE SPACES.
    01 WS-BT-Overflow PIC 9(5) VALUE 0.

    *> BranchAccess's verdict on each branch against the operator's
    *> data scope - a branch outside it is left off the report (its
    *> region set to HIGH-VALUES so no region block picks it up), the
    *> branches withheld noted on the report and audited once. Batch
    *> and head-office runs see every branch.
    01 WS-Access-Silent PIC X(20) VALUE SPACES.
    01 WS-Access-Key PIC X(10) VALUE SPACES.
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".
    01 WS-Rows-Withheld PIC 9(7) VALUE 0.

    *> Region subtotals - regions are free text on the reference
    *> file, so they're collected as first seen, as BranchReport does.
    01 WS-Region-Table.
      05 WS-Region-Entry OCCURS 20 TIMES.
        10 WS-Region-Name PIC X(10).
        10 WS-Region-Month-Actual PIC S9(13)V99.
        10 WS-Region-Month-Budget PIC S9(13)V99.
        10 WS-Region-Ytd-Actual PIC S9(13)V99.
        10 WS-Region-Ytd-Budget PIC S9(13)V99.
    01 WS-Region-Count PIC 99 VALUE 0.
    01 WS-Region-Idx PIC 99 VALUE 0.
    01 WS-Region-Found-Flag PIC A VALUE "N".
      88 Region-Found VALUE "Y".

    *> The four figures of the line being printed, and what is
    *> worked out from them.
    01 WS-Fig-Month-Actual PIC S9(13)V99 VALUE 0.
    01 WS-Fig-Month-Budget PIC S9(13)V99 VALUE 0.
    01 WS-Fig-Ytd-Actual PIC S9(13)V99 VALUE 0.
    01 WS-Fig-Ytd-Budget PIC S9(13)V99 VALUE 0.
    01 WS-Grand-Month-Actual PIC S9(13)V99 VALUE 0.
    01 WS-Grand-Month-Budget PIC S9(13)V99 VALUE 0.
    01 WS-Grand-Ytd-Actual PIC S9(13)V99 VALUE 0.
    01 WS-Grand-Ytd-Budget PIC S9(13)V99 VALUE 0.
    01 WS-Var-Actual PIC S9(13)V99 VALUE 0.
    01 WS-Var-Budget PIC S9(13)V99 VALUE 0.
    01 WS-Var-Amount PIC S9(13)V99 VALUE 0.
    01 WS-Var-Base PIC S9(13)V99 VALUE 0.
    01 WS-Var-Pct PIC S9(5)V9 VALUE 0.
    01 WS-Var-Pct-Abs PIC 9(5)V9 VALUE 0.
    01 WS-Var-Pct-Text PIC X(7) VALUE SPACES.
    01 WS-Var-Pct-Edit PIC -(4)9.9.
    01 WS-Var-Flag PIC X(1) VALUE SPACE.
    01 WS-Line-Flagged-Flag PIC A VALUE "N".
      88 Line-Flagged VALUE "Y".
    01 WS-Whole-Units PIC S9(13) VALUE 0.
    01 WS-Line-Label PIC X(21) VALUE SPACES.

    *> Fixed-width report lines, whole currency units.
    01 WS-Bud-Heading-1.
      05 FILLER PIC X(22) VALUE SPACES.
      05 FILLER PIC X(49)
        VALUE "------------------- Month -------------------".
      05 FILLER PIC X(49)
        VALUE "--------------- Year to date ----------------".
    01 WS-Bud-Heading-2.
      05 FILLER PIC X(22) VALUE "Br   Name".
      05 FILLER PIC X(49)
        VALUE "      Actual       Budget     Variance   Var %".
      05 FILLER PIC X(49)
        VALUE "      Actual       Budget     Variance   Var %".
    01 WS-Bud-Detail.
      05 BDD-Label PIC X(21).
      05 FILLER PIC X(1) VALUE SPACES.
      05 BDD-M-Actual PIC ZZZ,ZZZ,ZZ9-.
      05 FILLER PIC X(1) VALUE SPACES.
      05 BDD-M-Budget PIC ZZZ,ZZZ,ZZ9-.
      05 FILLER PIC X(1) VALUE SPACES.
      05 BDD-M-Var PIC ZZZ,ZZZ,ZZ9-.
      05 FILLER PIC X(1) VALUE SPACES.
      05 BDD-M-Pct PIC X(7).
      05 BDD-M-Flag PIC X(1).
      05 FILLER PIC X(2) VALUE SPACES.
      05 BDD-Y-Actual PIC ZZZ,ZZZ,ZZ9-.
      05 FILLER PIC X(1) VALUE SPACES.
      05 BDD-Y-Budget PIC ZZZ,ZZZ,ZZ9-.
      05 FILLER PIC X(1) VALUE SPACES.
      05 BDD-Y-Var PIC ZZZ,ZZZ,ZZ9-.
      05 FILLER PIC X(1) VALUE SPACES.
      05 BDD-Y-Pct PIC X(7).
      05 BDD-Y-Flag PIC X(1).

    *> CSV line-building area, used instead of the fixed-width lines
    *> when Cfg-Report-Format-Csv is set.
    01 WS-Csv-Line PIC X(132).
    01 WS-Csv-M-Actual PIC -(13)9.99.
    01 WS-Csv-M-Budget PIC -(13)9.99.
    01 WS-Csv-M-Var PIC -(13)9.99.
    01 WS-Csv-M-Pct PIC X(7).
    01 WS-Csv-Y-Actual PIC -(13)9.99.
    01 WS-Csv-Y-Budget PIC -(13)9.99.
    01 WS-Csv-Y-Var PIC -(13)9.99.
    01 WS-Csv-Y-Pct PIC X(7).
    01 WS-Csv-Flag PIC X(2).
    01 WS-Csv-Branch PIC X(4).
    01 WS-Csv-Name PIC X(30).
    01 WS-Csv-Region PIC X(10).

    *> Report tallies.
    01 WS-Mtd-Records-Read PIC 9(7) VALUE 0.
    01 WS-Report-Lines PIC 9(7) VALUE 0.
    01 WS-Branches-Reported PIC 9(7) VALUE 0.
    01 WS-Branches-Flagged PIC 9(7) VALUE 0.
    01 WS-Budget-Rows-Read PIC 9(7) VALUE 0.

    *> Control-card parsing - KEYWORD=VALUE, one card per line.
    01 WS-Control-Card-Status PIC XX.
      88 Control-Card-Not-Found VALUE "35".
    01 WS-Card-Keyword PIC X(20).
    01 WS-Card-Value PIC X(60).
    01 WS-Card-Load-Flag PIC A VALUE "N".
      88 Card-Load-Requested VALUE "Y" "y".

    01 WS-Error-Code PIC 999 VALUE 0.
    01 WS-Error-Msg PIC X(70) VALUE SPACES.

    *> Elapsed/run-history row.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "BUDGET".
    01 WS-RH-End-Status PIC X(4) VALUE SPACES.

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
    COPY "BudgetScr.cpy". *> Budget versus Actual screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  BudgetMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Budget versus Actual selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> Re-defaulted every invocation, then company-qualified - the
    *> budget is the company's own plan, like its MTD master. The
    *> branch reference is shared.
    MOVE "BudgetIn.dat" TO WS-Budget-In-Path.
    MOVE "Budget.dat" TO WS-Budget-Path.
    MOVE "MtdMaster.dat" TO WS-Mtd-Master-Path.
    MOVE "MtdFeedControl.dat" TO WS-Mtd-Control-Path.
    MOVE "MtdPeriod.dat" TO WS-Mtd-Period-Path.
    CALL "ResolveDataPath" USING WS-Budget-In-Path.
    CALL "ResolveDataPath" USING WS-Budget-Path.
    CALL "ResolveDataPath" USING WS-Mtd-Master-Path.
    CALL "ResolveDataPath" USING WS-Mtd-Control-Path.
    CALL "ResolveDataPath" USING WS-Mtd-Period-Path.

    PERFORM LoadConfig.
    PERFORM Default-Report-Period.
    MOVE 10.0 TO WS-Rpt-Tolerance.

    *> Unattended: take a new plan when the cards ask for it, then
    *> the month's report for the review pack.
    IF Batch-Mode-Active THEN
      MOVE "N" TO WS-Card-Load-Flag
      PERFORM ReadControlCards
      IF Card-Load-Requested THEN
        PERFORM Load-Budget-Plan
      END-IF
      PERFORM Run-Budget-Report
      GOBACK
    END-IF.

    MOVE 0 TO WS-Bud-Action.
    PERFORM Bud-Loop UNTIL Bud-Back.

    GOBACK.

  *> One choice off the front screen.
  Bud-Loop.
    MOVE 0 TO WS-Bud-Action.
    MOVE SPACES TO WS-Bud-Branch.
    MOVE SPACES TO WS-Bud-Period.
    DISPLAY SC-Budget-Menu.
    ACCEPT SC-Budget-Menu.

    MOVE SPACES TO WS-Bud-Result-Label.
    EVALUATE TRUE
      WHEN Bud-Load
      WHEN Bud-Add
      WHEN Bud-Amend
      WHEN Bud-Delete
        IF WS-Operator-Auth-Level < 3 THEN
          MOVE "Loading or keying budgets needs supervisor authority."
            TO WS-Bud-Result-Label
        ELSE
          PERFORM Do-Budget-Change
        END-IF
      WHEN Bud-Report
        PERFORM Ask-Report-Options
      WHEN Bud-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-6." TO WS-Bud-Result-Label
    END-EVALUATE.

    IF NOT Bud-Back AND WS-Bud-Result-Label NOT = SPACES THEN
      DISPLAY SC-Budget-Result
      ACCEPT OMITTED
    END-IF.

  *> The supervisor's actions: the plan load, or one budget line
  *> keyed by branch and month.
  Do-Budget-Change.
    IF Bud-Load THEN
      PERFORM Load-Budget-Plan
      EXIT PARAGRAPH
    END-IF.

    IF WS-Bud-Branch = SPACES THEN
      MOVE "A branch is required." TO WS-Bud-Result-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Bud-Period TO WS-Check-Period.
    PERFORM Check-Period.
    IF NOT Period-OK THEN
      MOVE "The month must be YYYYMM." TO WS-Bud-Result-Label
      EXIT PARAGRAPH
    END-IF.

    OPEN I-O Budget-File.
    IF Budget-Not-Found THEN
      OPEN OUTPUT Budget-File
      CLOSE Budget-File
      OPEN I-O Budget-File
    END-IF.
    EVALUATE TRUE
      WHEN Bud-Add
        PERFORM Do-Budget-Add
      WHEN Bud-Amend
        PERFORM Do-Budget-Amend
      WHEN Bud-Delete
        PERFORM Do-Budget-Delete
    END-EVALUATE.
    CLOSE Budget-File.

  *> Adds a budget line for a branch and month not yet budgeted.
  Do-Budget-Add.
    MOVE WS-Bud-Branch TO BG-Branch.
    MOVE WS-Bud-Period TO BG-Period.
    READ Budget-File
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE "Branch already budgeted for that month - use Amend."
          TO WS-Bud-Result-Label
    END-READ.
    IF WS-Bud-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO WS-Bud-Amount.
    MOVE "Action: Add" TO WS-Bud-Action-Label.
    DISPLAY SC-Budget-Fields.
    ACCEPT SC-Budget-Fields.

    MOVE WS-Bud-Branch TO BG-Branch.
    MOVE WS-Bud-Period TO BG-Period.
    MOVE WS-Bud-Amount TO BG-Amount.
    MOVE "M" TO BG-Source.
    MOVE LK-Operator-ID TO BG-Updated-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO BG-Updated-Stamp.
    WRITE BG-Record
      INVALID KEY
        MOVE "Add failed - write rejected by the file."
          TO WS-Bud-Result-Label
      NOT INVALID KEY
        MOVE "Budget line added." TO WS-Bud-Result-Label
        MOVE WS-Bud-Amount TO WS-Audit-Amount-After
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Budget ADD by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " branch=" DELIMITED BY SIZE
          WS-Bud-Branch DELIMITED BY SIZE
          " month=" DELIMITED BY SIZE
          WS-Bud-Period DELIMITED BY SIZE
          " amount=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Audit-Amount-After) DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-WRITE.

  *> Amends a stored budget line, auditing before and after.
  Do-Budget-Amend.
    MOVE WS-Bud-Branch TO BG-Branch.
    MOVE WS-Bud-Period TO BG-Period.
    READ Budget-File
      INVALID KEY
        MOVE "No budget for that branch and month - use Add."
          TO WS-Bud-Result-Label
      NOT INVALID KEY
        MOVE BG-Amount TO WS-Bud-Amount
        MOVE BG-Amount TO WS-Bud-Before-Amount
    END-READ.
    IF WS-Bud-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE "Action: Amend" TO WS-Bud-Action-Label.
    DISPLAY SC-Budget-Fields.
    ACCEPT SC-Budget-Fields.

    MOVE WS-Bud-Amount TO BG-Amount.
    MOVE "M" TO BG-Source.
    MOVE LK-Operator-ID TO BG-Updated-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO BG-Updated-Stamp.
    REWRITE BG-Record
      INVALID KEY
        MOVE "Amend failed - rewrite rejected by the file."
          TO WS-Bud-Result-Label
      NOT INVALID KEY
        MOVE "Budget line amended." TO WS-Bud-Result-Label
        MOVE WS-Bud-Before-Amount TO WS-Audit-Amount-Before
        MOVE WS-Bud-Amount TO WS-Audit-Amount-After
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Budget AMEND by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          WS-Bud-Branch DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          WS-Bud-Period DELIMITED BY SIZE
          " before=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Audit-Amount-Before) DELIMITED BY SIZE
          " after=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Audit-Amount-After) DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-REWRITE.

  *> Deletes a budget line after showing it and getting a
  *> confirmation.
  Do-Budget-Delete.
    MOVE WS-Bud-Branch TO BG-Branch.
    MOVE WS-Bud-Period TO BG-Period.
    READ Budget-File
      INVALID KEY
        MOVE "No budget for that branch and month."
          TO WS-Bud-Result-Label
      NOT INVALID KEY
        MOVE BG-Amount TO WS-Bud-Amount
    END-READ.
    IF WS-Bud-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Bud-Confirm.
    DISPLAY SC-Budget-Confirm.
    ACCEPT SC-Budget-Confirm.
    IF NOT Bud-Delete-Confirmed THEN
      MOVE "Delete abandoned - budget line kept." TO WS-Bud-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Bud-Branch TO BG-Branch.
    MOVE WS-Bud-Period TO BG-Period.
    DELETE Budget-File
      INVALID KEY
        MOVE "Delete failed - rejected by the file."
          TO WS-Bud-Result-Label
      NOT INVALID KEY
        MOVE "Budget line deleted." TO WS-Bud-Result-Label
        MOVE WS-Bud-Amount TO WS-Audit-Amount-Before
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Budget DELETE by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " branch=" DELIMITED BY SIZE
          WS-Bud-Branch DELIMITED BY SIZE
          " month=" DELIMITED BY SIZE
          WS-Bud-Period DELIMITED BY SIZE
          " before=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Audit-Amount-Before) DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-DELETE.

  *> Finance's plan onto the budget file - each branch and month on
  *> it is set to the plan's figure, replacing whatever was there;
  *> months the plan doesn't mention are left alone. No file on
  *> disk leaves the budget as it stands.
  Load-Budget-Plan.
    MOVE 0 TO WS-Lines-Loaded.
    MOVE 0 TO WS-Lines-Replaced.
    MOVE 0 TO WS-Lines-Skipped.
    OPEN INPUT Budget-In-File.
    IF NOT Budget-In-Opened-OK THEN
      MOVE "No plan file (BudgetIn.dat) - budget left as it stands."
        TO WS-Bud-Result-Label
      MOVE "INF" TO WS-Log-Level
      MOVE "Budget versus Actual: no BudgetIn.dat - budget left as it stands"
        TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      EXIT PARAGRAPH
    END-IF.

    OPEN I-O Budget-File.
    IF Budget-Not-Found THEN
      OPEN OUTPUT Budget-File
      CLOSE Budget-File
      OPEN I-O Budget-File
    END-IF.

    MOVE "N" TO WS-Budget-In-At-End-Flag.
    PERFORM UNTIL Budget-In-At-End
      READ Budget-In-File
        AT END
          MOVE "Y" TO WS-Budget-In-At-End-Flag
        NOT AT END
          IF BPI-Line NOT = SPACES AND BPI-Line(1:1) NOT = "*" THEN
            PERFORM Load-One-Plan-Line
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Budget-File.
    CLOSE Budget-In-File.

    MOVE SPACES TO WS-Bud-Result-Label.
    STRING
      "Plan loaded: " DELIMITED BY SIZE
      WS-Lines-Loaded DELIMITED BY SIZE
      " new, " DELIMITED BY SIZE
      WS-Lines-Replaced DELIMITED BY SIZE
      " replaced, " DELIMITED BY SIZE
      WS-Lines-Skipped DELIMITED BY SIZE
      " skipped" DELIMITED BY SIZE
      INTO WS-Bud-Result-Label
    END-STRING.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Budget " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Bud-Result-Label) DELIMITED BY SIZE
      " by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.
    MOVE "INF" TO WS-Log-Level.
    MOVE WS-Audit-Message TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

  *> One plan line. A blank branch, a bad month or a non-numeric
  *> amount is skipped with a WARN.
  Load-One-Plan-Line.
    MOVE BPI-Period TO WS-Check-Period.
    PERFORM Check-Period.
    IF BPI-Branch = SPACES OR NOT Period-OK
      OR BPI-Amount NOT NUMERIC THEN
      ADD 1 TO WS-Lines-Skipped
      MOVE "WARN" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Budget versus Actual: plan line skipped - " DELIMITED BY SIZE
        BPI-Line(1:23) DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      EXIT PARAGRAPH
    END-IF.

    MOVE BPI-Branch TO BG-Branch.
    MOVE BPI-Period TO BG-Period.
    READ Budget-File
      INVALID KEY
        MOVE BPI-Amount TO BG-Amount
        MOVE "P" TO BG-Source
        MOVE LK-Operator-ID TO BG-Updated-By
        MOVE FUNCTION CURRENT-DATE(1:14) TO BG-Updated-Stamp
        WRITE BG-Record
          INVALID KEY
            ADD 1 TO WS-Lines-Skipped
          NOT INVALID KEY
            ADD 1 TO WS-Lines-Loaded
        END-WRITE
      NOT INVALID KEY
        MOVE BPI-Amount TO BG-Amount
        MOVE "P" TO BG-Source
        MOVE LK-Operator-ID TO BG-Updated-By
        MOVE FUNCTION CURRENT-DATE(1:14) TO BG-Updated-Stamp
        REWRITE BG-Record
          INVALID KEY
            ADD 1 TO WS-Lines-Skipped
          NOT INVALID KEY
            ADD 1 TO WS-Lines-Replaced
        END-REWRITE
    END-READ.

  *> Is WS-Check-Period a YYYYMM month?
  Check-Period.
    MOVE "N" TO WS-Period-OK-Flag.
    IF WS-Check-Period NUMERIC THEN
      MOVE WS-Check-Period(5:2) TO WS-Check-Month
      IF WS-Check-Month >= 1 AND WS-Check-Month <= 12 THEN
        MOVE "Y" TO WS-Period-OK-Flag
      END-IF
    END-IF.

  *> The report's default month: the last one the month-end close
  *> closed, for the review pack - or this month when nothing has
  *> been closed yet.
  Default-Report-Period.
    MOVE FUNCTION CURRENT-DATE(1:6) TO WS-Rpt-Period.
    OPEN INPUT Mtd-Period-File.
    IF Mtd-Period-Not-Found THEN
      EXIT PARAGRAPH
    END-IF.
    READ Mtd-Period-File
      AT END
        CONTINUE
      NOT AT END
        IF PD-Closed-Through NUMERIC THEN
          MOVE PD-Closed-Through TO WS-Rpt-Period
        END-IF
    END-READ.
    CLOSE Mtd-Period-File.

  *> The report's month and tolerance off the screen.
  Ask-Report-Options.
    DISPLAY SC-Budget-Ask.
    ACCEPT SC-Budget-Ask.
    MOVE WS-Rpt-Period TO WS-Check-Period.
    PERFORM Check-Period.
    IF NOT Period-OK THEN
      MOVE "The report month must be YYYYMM." TO WS-Bud-Result-Label
      EXIT PARAGRAPH
    END-IF.
    PERFORM Run-Budget-Report.

  *> The month's budget versus actual by branch, with the year to
  *> date off the close archives, region subtotals and the
  *> variances beyond tolerance highlighted.
  Run-Budget-Report.
    *> The session loop re-CALLs this program in one run unit, so
    *> the VALUE clauses only ever ran once - reset the tallies.
    MOVE 0 TO WS-BT-Used.
    MOVE 0 TO WS-BT-Overflow.
    MOVE 0 TO WS-Rows-Withheld.
    MOVE 0 TO WS-Region-Count.
    MOVE 0 TO WS-Mtd-Records-Read.
    MOVE 0 TO WS-Report-Lines.
    MOVE 0 TO WS-Branches-Reported.
    MOVE 0 TO WS-Branches-Flagged.
    MOVE 0 TO WS-Budget-Rows-Read.
    MOVE 0 TO WS-Months-Missing.
    MOVE SPACES TO WS-Missing-List.
    MOVE 1 TO WS-Missing-Ptr.
    MOVE "N" TO WS-Month-Live-Flag.
    MOVE "N" TO WS-Month-Missing-Flag.
    MOVE 0 TO WS-Grand-Month-Actual.
    MOVE 0 TO WS-Grand-Month-Budget.
    MOVE 0 TO WS-Grand-Ytd-Actual.
    MOVE 0 TO WS-Grand-Ytd-Budget.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.

    MOVE WS-Rpt-Period(1:4) TO WS-Rpt-Year.
    MOVE WS-Rpt-Period(5:2) TO WS-Rpt-Month.
    PERFORM Find-Live-Month.

    *> January to the report month, one MTD master each.
    PERFORM VARYING WS-Ytd-Month FROM 1 BY 1
      UNTIL WS-Ytd-Month > WS-Rpt-Month
      PERFORM Add-Month-Actuals
    END-PERFORM.

    PERFORM Add-Budgets.

    IF WS-BT-Used = 0 THEN
      MOVE "(no MTD figures or budget for the year - nothing to report)"
        TO WS-None-Label
      PERFORM Report-Nothing-To-Do
      EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-Branch-Ref-Missing-Flag.
    OPEN INPUT Branch-Ref-File.
    IF NOT Branch-Ref-Opened-OK THEN
      MOVE "Y" TO WS-Branch-Ref-Missing-Flag
    END-IF.
    PERFORM VARYING WS-BT-Idx FROM 1 BY 1
      UNTIL WS-BT-Idx > WS-BT-Used
      PERFORM Judge-Branch-Scope
    END-PERFORM.
    IF NOT Branch-Ref-Missing THEN
      CLOSE Branch-Ref-File
    END-IF.

    IF Cfg-Report-Format-Csv THEN
      MOVE "BudgetReport.csv" TO WS-Budget-Report-Path
    ELSE
      MOVE "BudgetReport.txt" TO WS-Budget-Report-Path
    END-IF.
    CALL "ResolveDataPath" USING WS-Budget-Report-Path.
    OPEN OUTPUT Budget-Report-File.
    PERFORM Write-Report-Heading.

    *> Region by region, each region's branches then its subtotal.
    PERFORM VARYING WS-Region-Idx FROM 1 BY 1
      UNTIL WS-Region-Idx > WS-Region-Count
      PERFORM Write-Region-Block
    END-PERFORM.

    MOVE "GRAND TOTAL" TO WS-Line-Label.
    MOVE SPACES TO WS-Csv-Branch.
    MOVE "GRAND TOTAL" TO WS-Csv-Name.
    MOVE SPACES TO WS-Csv-Region.
    MOVE WS-Grand-Month-Actual TO WS-Fig-Month-Actual.
    MOVE WS-Grand-Month-Budget TO WS-Fig-Month-Budget.
    MOVE WS-Grand-Ytd-Actual TO WS-Fig-Ytd-Actual.
    MOVE WS-Grand-Ytd-Budget TO WS-Fig-Ytd-Budget.
    PERFORM Write-Figures-Line.

    PERFORM Write-Exceptions.
    PERFORM Write-Report-Footing.
    PERFORM Note-Rows-Withheld.
    CLOSE Budget-Report-File.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

    *> A year to date with holes in it, or no budget at all, is
    *> worth a look before the pack goes out.
    IF WS-Months-Missing > 0 OR Report-Month-Missing
      OR WS-Budget-Rows-Read = 0 THEN
      MOVE "WARN" TO WS-Log-Level
      MOVE "WARN" TO WS-RH-End-Status
    ELSE
      MOVE "INF" TO WS-Log-Level
      MOVE "OK" TO WS-RH-End-Status
    END-IF.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Budget versus Actual " DELIMITED BY SIZE
      WS-Rpt-Period DELIMITED BY SIZE
      " - " DELIMITED BY SIZE
      WS-Branches-Reported DELIMITED BY SIZE
      " branch(es), " DELIMITED BY SIZE
      WS-Branches-Flagged DELIMITED BY SIZE
      " beyond tolerance, " DELIMITED BY SIZE
      WS-Months-Missing DELIMITED BY SIZE
      " month(s) missing" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.
    MOVE WS-Log-Message TO WS-Audit-Message.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    CALL "WriteRunHistory" USING WS-RH-Function WS-Mtd-Records-Read
      WS-Report-Lines WS-Branches-Reported WS-Branches-Flagged
      WS-Elapsed-Seconds WS-RH-End-Status LK-Run-ID LK-Terminal-ID
      LK-Operator-ID.

    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Budget-Done
      ACCEPT OMITTED
    END-IF.

  *> Which month the live MTD master holds: the month of the fold's
  *> last feed date, or this month for a site whose extracts carry
  *> no HDR records - the same rule the month-end close goes by.
  Find-Live-Month.
    MOVE FUNCTION CURRENT-DATE(1:6) TO WS-Live-Month.
    OPEN INPUT Mtd-Control-File.
    IF Mtd-Control-Not-Found THEN
      EXIT PARAGRAPH
    END-IF.
    READ Mtd-Control-File
      AT END
        CONTINUE
      NOT AT END
        IF MC-Last-Feed-Date(1:6) NOT = SPACES THEN
          MOVE MC-Last-Feed-Date(1:6) TO WS-Live-Month
        END-IF
    END-READ.
    CLOSE Mtd-Control-File.

  *> One month of the year to date onto the branch table - the
  *> report month's figures go in the month columns too. A month
  *> with neither an archive nor the live master is noted as
  *> missing rather than read as nil.
  Add-Month-Actuals.
    MOVE WS-Rpt-Year TO WS-Src-Year.
    MOVE WS-Ytd-Month TO WS-Src-Month.
    PERFORM Find-Month-Source.

    IF NOT Src-Found THEN
      IF WS-Ytd-Month = WS-Rpt-Month THEN
        MOVE "Y" TO WS-Month-Missing-Flag
      ELSE
        ADD 1 TO WS-Months-Missing
        STRING
          WS-Src-Period DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          INTO WS-Missing-List
          WITH POINTER WS-Missing-Ptr
        END-STRING
      END-IF
      EXIT PARAGRAPH
    END-IF.
    IF WS-Ytd-Month = WS-Rpt-Month AND Src-Is-Live THEN
      MOVE "Y" TO WS-Month-Live-Flag
    END-IF.

    OPEN INPUT Mtd-Master-File.
    IF NOT Mtd-Master-Opened-OK THEN
      IF WS-Ytd-Month = WS-Rpt-Month THEN
        MOVE "Y" TO WS-Month-Missing-Flag
      ELSE
        ADD 1 TO WS-Months-Missing
        STRING
          WS-Src-Period DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          INTO WS-Missing-List
          WITH POINTER WS-Missing-Ptr
        END-STRING
      END-IF
      EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-Mtd-At-End-Flag.
    PERFORM UNTIL Mtd-At-End
      READ Mtd-Master-File
        AT END
          MOVE "Y" TO WS-Mtd-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Mtd-Records-Read
          MOVE MM-Key(1:4) TO WS-BT-Find
          PERFORM Find-Branch-Entry
          IF WS-BT-Idx > 0 THEN
            ADD MM-Amount TO WS-BT-Ytd-Actual(WS-BT-Idx)
            IF WS-Ytd-Month = WS-Rpt-Month THEN
              ADD MM-Amount TO WS-BT-Month-Actual(WS-BT-Idx)
            END-IF
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Mtd-Master-File.

  *> Points WS-Mtd-Read-Path at the month's figures: the latest
  *> close archive for it, else the live master when that is the
  *> month it holds.
  Find-Month-Source.
    MOVE "N" TO WS-Src-Found-Flag.
    MOVE "N" TO WS-Src-Live-Flag.
    MOVE 0 TO WS-Archive-Seq.
    PERFORM Build-Mtd-Archive-Name.
    CALL "CBL_CHECK_FILE_EXIST" USING WS-Archive-Name
      WS-Archive-File-Info RETURNING WS-Archive-Check-Status
    END-CALL.
    PERFORM UNTIL WS-Archive-Check-Status NOT = 0
      MOVE WS-Archive-Name TO WS-Mtd-Read-Path
      MOVE "Y" TO WS-Src-Found-Flag
      ADD 1 TO WS-Archive-Seq
      PERFORM Build-Mtd-Archive-Name
      CALL "CBL_CHECK_FILE_EXIST" USING WS-Archive-Name
        WS-Archive-File-Info RETURNING WS-Archive-Check-Status
      END-CALL
    END-PERFORM.
    IF Src-Found THEN
      EXIT PARAGRAPH
    END-IF.

    IF WS-Src-Period = WS-Live-Month THEN
      CALL "CBL_CHECK_FILE_EXIST" USING WS-Mtd-Master-Path
        WS-Archive-File-Info RETURNING WS-Archive-Check-Status
      END-CALL
      IF WS-Archive-Check-Status = 0 THEN
        MOVE WS-Mtd-Master-Path TO WS-Mtd-Read-Path
        MOVE "Y" TO WS-Src-Found-Flag
        MOVE "Y" TO WS-Src-Live-Flag
      END-IF
    END-IF.

  *> The close archive's name, exactly as Consolidate builds it -
  *> seq 0 is the plain name, anything higher appends "-n".
  Build-Mtd-Archive-Name.
    MOVE SPACES TO WS-Archive-Name.
    IF WS-Archive-Seq = 0 THEN
      STRING
        "MtdMaster." DELIMITED BY SIZE
        WS-Src-Period DELIMITED BY SIZE
        INTO WS-Archive-Name
      END-STRING
    ELSE
      STRING
        "MtdMaster." DELIMITED BY SIZE
        WS-Src-Period DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        WS-Archive-Seq DELIMITED BY SIZE
        INTO WS-Archive-Name
      END-STRING
    END-IF.
    CALL "ResolveDataPath" USING WS-Archive-Name.

  *> The year's budget lines up to the report month onto the
  *> branch table. No budget file just means nothing is budgeted.
  Add-Budgets.
    OPEN INPUT Budget-File.
    IF NOT Budget-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO BG-Budget-Key.
    MOVE "N" TO WS-Budget-At-End-Flag.
    START Budget-File KEY IS NOT < BG-Budget-Key
      INVALID KEY
        MOVE "Y" TO WS-Budget-At-End-Flag
    END-START.
    PERFORM UNTIL Budget-At-End
      READ Budget-File NEXT
        AT END
          MOVE "Y" TO WS-Budget-At-End-Flag
        NOT AT END
          IF BG-Period(1:4) = WS-Rpt-Year
            AND BG-Period <= WS-Rpt-Period THEN
            ADD 1 TO WS-Budget-Rows-Read
            MOVE BG-Branch TO WS-BT-Find
            PERFORM Find-Branch-Entry
            IF WS-BT-Idx > 0 THEN
              ADD BG-Amount TO WS-BT-Ytd-Budget(WS-BT-Idx)
              IF BG-Period = WS-Rpt-Period THEN
                ADD BG-Amount TO WS-BT-Month-Budget(WS-BT-Idx)
              END-IF
            END-IF
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Budget-File.

  *> WS-BT-Idx to WS-BT-Find's entry, adding it the first time the
  *> branch is seen; zero when the table is full.
  Find-Branch-Entry.
    PERFORM VARYING WS-BT-Idx FROM 1 BY 1
      UNTIL WS-BT-Idx > WS-BT-Used
        OR WS-BT-Branch(WS-BT-Idx) = WS-BT-Find
      CONTINUE
    END-PERFORM.
    IF WS-BT-Idx <= WS-BT-Used THEN
      EXIT PARAGRAPH
    END-IF.
    IF WS-BT-Used >= 300 THEN
      ADD 1 TO WS-BT-Overflow
      MOVE 0 TO WS-BT-Idx
      EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-BT-Used.
    MOVE WS-BT-Used TO WS-BT-Idx.
    MOVE WS-BT-Find TO WS-BT-Branch(WS-BT-Idx).
    MOVE SPACES TO WS-BT-Name(WS-BT-Idx).
    MOVE SPACES TO WS-BT-Region(WS-BT-Idx).
    MOVE 0 TO WS-BT-Month-Actual(WS-BT-Idx).
    MOVE 0 TO WS-BT-Month-Budget(WS-BT-Idx).
    MOVE 0 TO WS-BT-Ytd-Actual(WS-BT-Idx).
    MOVE 0 TO WS-BT-Ytd-Budget(WS-BT-Idx).
    MOVE "N" TO WS-BT-Flagged(WS-BT-Idx).

  *> The branch's name and region off the reference - an unknown
  *> (or unavailable) branch still reports, under region "(none)".
  Lookup-Branch-Ref.
    MOVE "(not on branch file)" TO WS-BT-Name(WS-BT-Idx).
    MOVE "(none)" TO WS-BT-Region(WS-BT-Idx).
    IF NOT Branch-Ref-Missing THEN
      MOVE WS-BT-Branch(WS-BT-Idx) TO BR-Branch
      READ Branch-Ref-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE BR-Name TO WS-BT-Name(WS-BT-Idx)
          MOVE BR-Region TO WS-BT-Region(WS-BT-Idx)
      END-READ
    END-IF.

  *> A branch inside the operator's scope is looked up and folded
  *> into its region; one outside it is withheld.
  Judge-Branch-Scope.
    MOVE SPACES TO WS-Access-Key.
    MOVE WS-BT-Branch(WS-BT-Idx) TO WS-Access-Key(1:4).
    CALL "BranchAccess" USING WS-Access-Key WS-Access-Silent
      LK-Run-ID LK-Operator-ID WS-Access-Result.
    IF Access-Permitted THEN
      PERFORM Lookup-Branch-Ref
      PERFORM Add-To-Region-Total
    ELSE
      MOVE HIGH-VALUES TO WS-BT-Region(WS-BT-Idx)
      ADD 1 TO WS-Rows-Withheld
    END-IF.

  *> Folds the branch into its region's subtotals, adding the region
  *> the first time it's seen. Past twenty regions the branch goes
  *> under the last one.
  Add-To-Region-Total.
    MOVE "N" TO WS-Region-Found-Flag.
    PERFORM VARYING WS-Region-Idx FROM 1 BY 1
      UNTIL WS-Region-Idx > WS-Region-Count OR Region-Found
      IF WS-Region-Name(WS-Region-Idx) = WS-BT-Region(WS-BT-Idx) THEN
        MOVE "Y" TO WS-Region-Found-Flag
      END-IF
    END-PERFORM.
    IF Region-Found THEN
      SUBTRACT 1 FROM WS-Region-Idx
    ELSE
      IF WS-Region-Count < 20 THEN
        ADD 1 TO WS-Region-Count
        MOVE WS-Region-Count TO WS-Region-Idx
        MOVE WS-BT-Region(WS-BT-Idx) TO WS-Region-Name(WS-Region-Idx)
        MOVE 0 TO WS-Region-Month-Actual(WS-Region-Idx)
        MOVE 0 TO WS-Region-Month-Budget(WS-Region-Idx)
        MOVE 0 TO WS-Region-Ytd-Actual(WS-Region-Idx)
        MOVE 0 TO WS-Region-Ytd-Budget(WS-Region-Idx)
      ELSE
        MOVE WS-Region-Count TO WS-Region-Idx
        MOVE WS-Region-Name(WS-Region-Idx) TO WS-BT-Region(WS-BT-Idx)
      END-IF
    END-IF.
    ADD WS-BT-Month-Actual(WS-BT-Idx)
      TO WS-Region-Month-Actual(WS-Region-Idx) WS-Grand-Month-Actual.
    ADD WS-BT-Month-Budget(WS-BT-Idx)
      TO WS-Region-Month-Budget(WS-Region-Idx) WS-Grand-Month-Budget.
    ADD WS-BT-Ytd-Actual(WS-BT-Idx)
      TO WS-Region-Ytd-Actual(WS-Region-Idx) WS-Grand-Ytd-Actual.
    ADD WS-BT-Ytd-Budget(WS-BT-Idx)
      TO WS-Region-Ytd-Budget(WS-Region-Idx) WS-Grand-Ytd-Budget.

  Write-Report-Heading.
    MOVE WS-Rpt-Tolerance TO WS-Tolerance-Disp.
    IF Cfg-Report-Format-Csv THEN
      MOVE SPACES TO BRP-Line
      STRING
        "Branch,Name,Region,Month Actual,Month Budget,Month Variance,"
          DELIMITED BY SIZE
        "Month Var %,YTD Actual,YTD Budget,YTD Variance,YTD Var %,"
          DELIMITED BY SIZE
        "Beyond Tolerance" DELIMITED BY SIZE
        INTO BRP-Line
      END-STRING
      PERFORM Write-Report-Line
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO BRP-Line.
    STRING
      "Budget versus Actual - month " DELIMITED BY SIZE
      WS-Rpt-Period DELIMITED BY SIZE
      "   tolerance " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Tolerance-Disp) DELIMITED BY SIZE
      "%   run " DELIMITED BY SIZE
      FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
      INTO BRP-Line
    END-STRING.
    PERFORM Write-Report-Line.
    IF WS-Company-ID NOT = SPACES THEN
      MOVE SPACES TO BRP-Line
      STRING
        "Company: " DELIMITED BY SIZE
        WS-Company-ID DELIMITED BY SIZE
        INTO BRP-Line
      END-STRING
      PERFORM Write-Report-Line
    END-IF.
    IF Report-Month-Live THEN
      MOVE "(the month is still open - actuals are the month to date)"
        TO BRP-Line
      PERFORM Write-Report-Line
    END-IF.
    MOVE "(whole currency units; * = variance beyond tolerance)"
      TO BRP-Line.
    PERFORM Write-Report-Line.
    MOVE SPACES TO BRP-Line.
    PERFORM Write-Report-Line.
    MOVE WS-Bud-Heading-1 TO BRP-Line.
    PERFORM Write-Report-Line.
    MOVE WS-Bud-Heading-2 TO BRP-Line.
    PERFORM Write-Report-Line.

  *> One region: its branches in the order first seen, then its
  *> subtotal line.
  Write-Region-Block.
    PERFORM VARYING WS-BT-Idx FROM 1 BY 1
      UNTIL WS-BT-Idx > WS-BT-Used
      IF WS-BT-Region(WS-BT-Idx) = WS-Region-Name(WS-Region-Idx) THEN
        PERFORM Write-Branch-Line
      END-IF
    END-PERFORM.

    MOVE SPACES TO WS-Line-Label.
    STRING
      "  Region " DELIMITED BY SIZE
      WS-Region-Name(WS-Region-Idx) DELIMITED BY SIZE
      INTO WS-Line-Label
    END-STRING.
    MOVE SPACES TO WS-Csv-Branch.
    MOVE "REGION TOTAL" TO WS-Csv-Name.
    MOVE WS-Region-Name(WS-Region-Idx) TO WS-Csv-Region.
    MOVE WS-Region-Month-Actual(WS-Region-Idx) TO WS-Fig-Month-Actual.
    MOVE WS-Region-Month-Budget(WS-Region-Idx) TO WS-Fig-Month-Budget.
    MOVE WS-Region-Ytd-Actual(WS-Region-Idx) TO WS-Fig-Ytd-Actual.
    MOVE WS-Region-Ytd-Budget(WS-Region-Idx) TO WS-Fig-Ytd-Budget.
    PERFORM Write-Figures-Line.
    IF NOT Cfg-Report-Format-Csv THEN
      MOVE SPACES TO BRP-Line
      PERFORM Write-Report-Line
    END-IF.

  Write-Branch-Line.
    MOVE SPACES TO WS-Line-Label.
    STRING
      WS-BT-Branch(WS-BT-Idx) DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      WS-BT-Name(WS-BT-Idx)(1:16) DELIMITED BY SIZE
      INTO WS-Line-Label
    END-STRING.
    MOVE WS-BT-Branch(WS-BT-Idx) TO WS-Csv-Branch.
    MOVE WS-BT-Name(WS-BT-Idx) TO WS-Csv-Name.
    MOVE WS-BT-Region(WS-BT-Idx) TO WS-Csv-Region.
    MOVE WS-BT-Month-Actual(WS-BT-Idx) TO WS-Fig-Month-Actual.
    MOVE WS-BT-Month-Budget(WS-BT-Idx) TO WS-Fig-Month-Budget.
    MOVE WS-BT-Ytd-Actual(WS-BT-Idx) TO WS-Fig-Ytd-Actual.
    MOVE WS-BT-Ytd-Budget(WS-BT-Idx) TO WS-Fig-Ytd-Budget.
    PERFORM Write-Figures-Line.
    ADD 1 TO WS-Branches-Reported.
    IF Line-Flagged THEN
      MOVE "Y" TO WS-BT-Flagged(WS-BT-Idx)
      ADD 1 TO WS-Branches-Flagged
    END-IF.

  *> One line off the four WS-Fig figures: the month's and the year
  *> to date's variance and percentage of budget, each marked when
  *> beyond tolerance.
  Write-Figures-Line.
    MOVE "N" TO WS-Line-Flagged-Flag.

    MOVE WS-Fig-Month-Actual TO WS-Var-Actual.
    MOVE WS-Fig-Month-Budget TO WS-Var-Budget.
    PERFORM Work-Out-Variance.
    IF Cfg-Report-Format-Csv THEN
      MOVE WS-Var-Actual TO WS-Csv-M-Actual
      MOVE WS-Var-Budget TO WS-Csv-M-Budget
      MOVE WS-Var-Amount TO WS-Csv-M-Var
      MOVE WS-Var-Pct-Text TO WS-Csv-M-Pct
    ELSE
      MOVE SPACES TO WS-Bud-Detail
      MOVE WS-Line-Label TO BDD-Label
      COMPUTE WS-Whole-Units ROUNDED = WS-Var-Actual
      MOVE WS-Whole-Units TO BDD-M-Actual
      COMPUTE WS-Whole-Units ROUNDED = WS-Var-Budget
      MOVE WS-Whole-Units TO BDD-M-Budget
      COMPUTE WS-Whole-Units ROUNDED = WS-Var-Amount
      MOVE WS-Whole-Units TO BDD-M-Var
      MOVE WS-Var-Pct-Text TO BDD-M-Pct
      MOVE WS-Var-Flag TO BDD-M-Flag
    END-IF.

    MOVE WS-Fig-Ytd-Actual TO WS-Var-Actual.
    MOVE WS-Fig-Ytd-Budget TO WS-Var-Budget.
    PERFORM Work-Out-Variance.
    IF Cfg-Report-Format-Csv THEN
      MOVE WS-Var-Actual TO WS-Csv-Y-Actual
      MOVE WS-Var-Budget TO WS-Csv-Y-Budget
      MOVE WS-Var-Amount TO WS-Csv-Y-Var
      MOVE WS-Var-Pct-Text TO WS-Csv-Y-Pct
      IF Line-Flagged THEN
        MOVE "Y" TO WS-Csv-Flag
      ELSE
        MOVE "N" TO WS-Csv-Flag
      END-IF
      MOVE SPACES TO WS-Csv-Line
      STRING
        FUNCTION TRIM(WS-Csv-Branch) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-Csv-Name) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-Csv-Region) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-Csv-M-Actual) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-Csv-M-Budget) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-Csv-M-Var) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-Csv-M-Pct) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-Csv-Y-Actual) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-Csv-Y-Budget) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-Csv-Y-Var) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-Csv-Y-Pct) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        WS-Csv-Flag DELIMITED BY SIZE
        INTO WS-Csv-Line
      END-STRING
      MOVE WS-Csv-Line TO BRP-Line
    ELSE
      COMPUTE WS-Whole-Units ROUNDED = WS-Var-Actual
      MOVE WS-Whole-Units TO BDD-Y-Actual
      COMPUTE WS-Whole-Units ROUNDED = WS-Var-Budget
      MOVE WS-Whole-Units TO BDD-Y-Budget
      COMPUTE WS-Whole-Units ROUNDED = WS-Var-Amount
      MOVE WS-Whole-Units TO BDD-Y-Var
      MOVE WS-Var-Pct-Text TO BDD-Y-Pct
      MOVE WS-Var-Flag TO BDD-Y-Flag
      MOVE WS-Bud-Detail TO BRP-Line
    END-IF.
    PERFORM Write-Report-Line.

  *> Variance (actual less budget) and its percentage of the budget.
  *> Nothing budgeted has no percentage; any actual against it is
  *> beyond any tolerance.
  Work-Out-Variance.
    COMPUTE WS-Var-Amount = WS-Var-Actual - WS-Var-Budget.
    MOVE SPACE TO WS-Var-Flag.
    IF WS-Var-Budget = 0 THEN
      MOVE "    n/a" TO WS-Var-Pct-Text
      IF WS-Var-Actual NOT = 0 THEN
        MOVE "*" TO WS-Var-Flag
        MOVE "Y" TO WS-Line-Flagged-Flag
      END-IF
      EXIT PARAGRAPH
    END-IF.

    IF WS-Var-Budget < 0 THEN
      COMPUTE WS-Var-Base = 0 - WS-Var-Budget
    ELSE
      MOVE WS-Var-Budget TO WS-Var-Base
    END-IF.
    COMPUTE WS-Var-Pct ROUNDED = WS-Var-Amount * 100 / WS-Var-Base
      ON SIZE ERROR
        IF WS-Var-Amount < 0 THEN
          MOVE -9999.9 TO WS-Var-Pct
        ELSE
          MOVE 9999.9 TO WS-Var-Pct
        END-IF
    END-COMPUTE.
    MOVE WS-Var-Pct TO WS-Var-Pct-Edit.
    MOVE WS-Var-Pct-Edit TO WS-Var-Pct-Text.
    IF WS-Var-Pct < 0 THEN
      COMPUTE WS-Var-Pct-Abs = 0 - WS-Var-Pct
    ELSE
      MOVE WS-Var-Pct TO WS-Var-Pct-Abs
    END-IF.
    IF WS-Var-Pct-Abs > WS-Rpt-Tolerance THEN
      MOVE "*" TO WS-Var-Flag
      MOVE "Y" TO WS-Line-Flagged-Flag
    END-IF.

  *> The review pack's page: every branch beyond tolerance, again,
  *> on its own.
  Write-Exceptions.
    IF Cfg-Report-Format-Csv THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO BRP-Line.
    PERFORM Write-Report-Line.
    MOVE SPACES TO BRP-Line.
    STRING
      "Variances beyond tolerance (" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Tolerance-Disp) DELIMITED BY SIZE
      "%) for the monthly review:" DELIMITED BY SIZE
      INTO BRP-Line
    END-STRING.
    PERFORM Write-Report-Line.
    IF WS-Branches-Flagged = 0 THEN
      MOVE "  (none)" TO BRP-Line
      PERFORM Write-Report-Line
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Bud-Heading-2 TO BRP-Line.
    PERFORM Write-Report-Line.
    PERFORM VARYING WS-BT-Idx FROM 1 BY 1
      UNTIL WS-BT-Idx > WS-BT-Used
      IF WS-BT-Flagged(WS-BT-Idx) = "Y" THEN
        MOVE SPACES TO WS-Line-Label
        STRING
          WS-BT-Branch(WS-BT-Idx) DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          WS-BT-Name(WS-BT-Idx)(1:16) DELIMITED BY SIZE
          INTO WS-Line-Label
        END-STRING
        MOVE WS-BT-Month-Actual(WS-BT-Idx) TO WS-Fig-Month-Actual
        MOVE WS-BT-Month-Budget(WS-BT-Idx) TO WS-Fig-Month-Budget
        MOVE WS-BT-Ytd-Actual(WS-BT-Idx) TO WS-Fig-Ytd-Actual
        MOVE WS-BT-Ytd-Budget(WS-BT-Idx) TO WS-Fig-Ytd-Budget
        PERFORM Write-Figures-Line
      END-IF
    END-PERFORM.

  *> What the year to date could not include, said on the report
  *> itself so nobody reads a short year as a bad one.
  Write-Report-Footing.
    IF Cfg-Report-Format-Csv THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO BRP-Line.
    PERFORM Write-Report-Line.
    IF Report-Month-Missing THEN
      MOVE SPACES TO BRP-Line
      STRING
        "** No MTD master for " DELIMITED BY SIZE
        WS-Rpt-Period DELIMITED BY SIZE
        " - the month's actuals are shown as nil" DELIMITED BY SIZE
        INTO BRP-Line
      END-STRING
      PERFORM Write-Report-Line
    END-IF.
    IF WS-Months-Missing > 0 THEN
      MOVE SPACES TO BRP-Line
      STRING
        "** Year to date excludes month(s) with no close archive: "
          DELIMITED BY SIZE
        WS-Missing-List DELIMITED BY SIZE
        INTO BRP-Line
      END-STRING
      PERFORM Write-Report-Line
    END-IF.
    IF WS-Budget-Rows-Read = 0 THEN
      MOVE "** No budget on file for the year - every actual is unbudgeted"
        TO BRP-Line
      PERFORM Write-Report-Line
    END-IF.
    IF WS-BT-Overflow > 0 THEN
      MOVE "** More than 300 branches - the rest are left off this report"
        TO BRP-Line
      PERFORM Write-Report-Line
    END-IF.

  *> Notes on the report, and audits once, the branches left out
  *> because they sit outside the operator's permitted branches.
  Note-Rows-Withheld.
    IF WS-Rows-Withheld = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    IF NOT Cfg-Report-Format-Csv THEN
      MOVE SPACES TO BRP-Line
      STRING
        "Restricted to the branches permitted to " DELIMITED BY SIZE
        FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
        " - " DELIMITED BY SIZE
        WS-Rows-Withheld DELIMITED BY SIZE
        " branch(es) withheld" DELIMITED BY SIZE
        INTO BRP-Line
      END-STRING
      PERFORM Write-Report-Line
    END-IF.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Branch access REFUSED for " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " at Budget Report - " DELIMITED BY SIZE
      WS-Rows-Withheld DELIMITED BY SIZE
      " branch(es) withheld" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  Write-Report-Line.
    WRITE BRP-Line.
    ADD 1 TO WS-Report-Lines.

  *> Nothing to report - say why on the screen, or in the log when
  *> nobody is watching.
  Report-Nothing-To-Do.
    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Budget-None
      ACCEPT OMITTED
    ELSE
      MOVE "WARN" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Budget versus Actual: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-None-Label) DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

  *> Reads the batch answers for this function off the control-card
  *> file - a missing file leaves the defaults standing: last closed
  *> month, 10% tolerance, no plan load.
  ReadControlCards.
    OPEN INPUT Control-Card-File.
    IF Control-Card-Not-Found THEN
      EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL Control-Card-Not-Found
      READ Control-Card-File
        AT END
          MOVE "35" TO WS-Control-Card-Status
        NOT AT END
          MOVE SPACES TO WS-Card-Keyword
          MOVE SPACES TO WS-Card-Value
          UNSTRING CC-Card-Line DELIMITED BY "="
            INTO WS-Card-Keyword WS-Card-Value
          END-UNSTRING
          EVALUATE FUNCTION TRIM(WS-Card-Keyword)
            WHEN "BUDLOAD"
              MOVE WS-Card-Value(1:1) TO WS-Card-Load-Flag
            WHEN "BUDPERIOD"
              MOVE WS-Card-Value(1:6) TO WS-Check-Period
              PERFORM Check-Period
              IF Period-OK THEN
                MOVE WS-Check-Period TO WS-Rpt-Period
              ELSE
                MOVE "WARN" TO WS-Log-Level
                MOVE "Budget versus Actual: bad BUDPERIOD - default month used"
                  TO WS-Log-Message
                CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message
                  LK-Run-ID LK-Terminal-ID LK-Operator-ID
                  WS-Log-Write-Status
              END-IF
            WHEN "BUDTOL"
              IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-Card-Value)) = 0
                THEN
                MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Card-Value))
                  TO WS-Rpt-Tolerance
              END-IF
            WHEN OTHER
              *> Other functions' cards share this file - ignore them.
              CONTINUE
          END-EVALUATE
      END-READ
    END-PERFORM.
    CLOSE Control-Card-File.

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

END PROGRAM Budget.
