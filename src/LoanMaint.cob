IDENTIFICATION DIVISION.
  PROGRAM-ID. LoanMaint.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Loan master - one row per instalment loan, keyed on the loan
      *> account's transaction key, maintained here and collected
      *> against by the nightly repayment run below.
      SELECT Loan-File ASSIGN TO WS-Loan-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS LN-Key
      FILE STATUS WS-Loan-Status.

      *> The repayment extract - standard TransRecord layout with
      *> HDR/TRL control records, consumed by Sort 'n' Report like
      *> any other feed (register it on FeedMaint). A previous
      *> extract still on disk means the night hasn't consumed it
      *> yet, and the run refuses rather than overwrite it.
      SELECT Loan-Extract-File ASSIGN TO WS-Loan-Extract-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Loan-Extract-Status.

      *> Generation counter for the extract's HDR records, so the
      *> feed generation handshake protects this feed too.
      SELECT Loan-Gen-File ASSIGN TO WS-Loan-Gen-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Loan-Gen-Status.

      *> Run control - the last date a repayment run ran, so a rerun
      *> can't collect the same day's instalments twice.
      SELECT Loan-Control-File ASSIGN TO WS-Loan-Control-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Loan-Control-Status.

      *> Keyed transaction master - the repayment account's position
      *> is what a repayment can take.
      SELECT Trans-Master-File ASSIGN TO WS-Trans-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS TM-Key
      ALTERNATE RECORD KEY IS TM-Date WITH DUPLICATES
      FILE STATUS WS-Trans-Master-Status.

      *> Business-day calendar maintained by CalMaint - a due date
      *> landing on a holiday rolls forward to the next open day.
      SELECT Calendar-File ASSIGN TO "Calendar.dat"
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS CAL-Date
      FILE STATUS WS-Calendar-Status.

      *> A printed amortisation schedule, LoanSched.<key>.txt.
      SELECT Sched-Print-File ASSIGN TO WS-Sched-Print-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Sched-Print-Status.

      *> The arrears report - this run's missed and short
      *> instalments, then every loan still behind.
      SELECT Arrears-File ASSIGN TO WS-Arrears-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Arrears-Status.

DATA DIVISION.
  FILE SECTION.
    FD Loan-File.
      COPY "LoanRecord.cpy" REPLACING ==:PREFIX:== BY ==LN==.

    FD Loan-Extract-File.
      01 LX-Line PIC X(41).

    FD Loan-Gen-File.
      01 LG-Line.
        05 LG-Last-Generation PIC 9(4).

    FD Loan-Control-File.
      01 LCF-Line.
        05 LCF-Last-Run-Date PIC X(8).

    FD Trans-Master-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==TM==.

    FD Calendar-File.
      COPY "CalRecord.cpy" REPLACING ==:PREFIX:== BY ==CAL==.

    FD Sched-Print-File.
      01 SP-Line PIC X(80).

    FD Arrears-File.
      01 AR-Line PIC X(80).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.
    01 WS-Loan-Path PIC X(80) VALUE "LoanMaster.dat".
    01 WS-Loan-Status PIC XX.
      88 Loan-Opened-Successfully VALUE "00".
      88 Loan-Not-Found VALUE "35".
    01 WS-Loan-At-End-Flag PIC X VALUE "N".
      88 Loan-At-End VALUE "Y".

    01 WS-Loan-Extract-Path PIC X(80) VALUE "LoanExtract.dat".
    01 WS-Loan-Gen-Path PIC X(80) VALUE "LoanGenControl.dat".
    01 WS-Loan-Control-Path PIC X(80) VALUE "LoanControl.dat".
    01 WS-Loan-Extract-Status PIC XX.
    01 WS-Loan-Extract-Info.
      05 FILLER PIC X(24).
    01 WS-Loan-Extract-Check-Status PIC S9(9) COMP-5.

    01 WS-Loan-Gen-Status PIC XX.
      88 Loan-Gen-Opened-OK VALUE "00".
      88 Loan-Gen-Not-Found VALUE "35".
    01 WS-Loan-Control-Status PIC XX.
      88 Loan-Control-Opened-OK VALUE "00".
      88 Loan-Control-Not-Found VALUE "35".
    01 WS-Trans-Master-Path PIC X(80) VALUE "TransMaster.dat".
    01 WS-Trans-Master-Status PIC XX.
      88 Trans-Master-Opened-OK VALUE "00".
    01 WS-Calendar-Status PIC XX.
      88 Calendar-Opened-Successfully VALUE "00".
      88 Calendar-Not-Found VALUE "35".
    01 WS-Calendar-Missing-Flag PIC A VALUE "N".
      88 Calendar-Missing VALUE "Y".
    01 WS-Sched-Print-Path PIC X(80) VALUE SPACES.
    01 WS-Sched-Print-Status PIC XX.
    01 WS-Arrears-Path PIC X(80) VALUE "LoanArrears.txt".
    01 WS-Arrears-Status PIC XX.

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode - a
    *> batch run goes straight to the repayment run, no screens.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    *> Operator's request off SC-Loan-Menu.
    01 WS-Maint-Action PIC 9 VALUE 0.
      88 Maint-Add VALUE 1.
      88 Maint-Amend VALUE 2.
      88 Maint-Delete VALUE 3.
      88 Maint-Back VALUE 4.
      88 Maint-Generate VALUE 5.
      88 Maint-View VALUE 6.
      88 Maint-Print VALUE 7.
      88 Maint-Arrears VALUE 8.
    01 WS-Maint-Key PIC X(10) VALUE SPACES.
    01 WS-Maint-Repay-Key PIC X(10) VALUE SPACES.
    01 WS-Maint-Principal PIC 9(9)V99 VALUE 0.
    01 WS-Maint-Rate PIC 9(2)V9(4) VALUE 0.
    01 WS-Maint-Term PIC 9(3) VALUE 0.
    01 WS-Maint-Start-Date PIC X(8) VALUE SPACES.
    01 WS-Maint-Frequency PIC X VALUE "M".
    01 WS-Maint-Currency PIC X(3) VALUE "GBP".
    01 WS-Maint-Prin-Status PIC X VALUE "P".
    01 WS-Maint-Int-Status PIC X VALUE "I".
    01 WS-Maint-State PIC X VALUE "A".
    01 WS-Maint-Instalment PIC 9(9)V99 VALUE 0.
    01 WS-Maint-Next-Inst PIC 9(3) VALUE 0.
    01 WS-Maint-Next-Due PIC X(8) VALUE SPACES.
    01 WS-Maint-Arrears PIC 9(9)V99 VALUE 0.
    01 WS-Maint-Arr-Since PIC X(8) VALUE SPACES.
    01 WS-Maint-Confirm PIC A VALUE SPACES.
      88 Maint-Delete-Confirmed VALUE "Y" "y".
    01 WS-Maint-Action-Label PIC X(20) VALUE SPACES.
    01 WS-Maint-Result-Label PIC X(76) VALUE SPACES.

    *> The stored agreement, held while an amend is keyed, so a loan
    *> already collected against can't have its terms rewritten.
    01 WS-Before-Terms.
      05 WS-Before-Principal PIC 9(9)V99.
      05 WS-Before-Rate PIC 9(2)V9(4).
      05 WS-Before-Term PIC 9(3).
      05 WS-Before-Start-Date PIC X(8).
      05 WS-Before-Frequency PIC X.
      05 WS-Before-Currency PIC X(3).
    01 WS-Before-State PIC X VALUE SPACES.
    01 WS-Before-Repay-Key PIC X(10) VALUE SPACES.
    01 WS-Audit-Amount-Before PIC -(9)9.99.
    01 WS-Audit-Amount-After PIC -(9)9.99.
    01 WS-Audit-Rate PIC Z9.9999.
    01 WS-Audit-Message PIC X(80).

    *> BranchAccess's verdict on a key against the operator's data
    *> scope - the loan key and the account it is repaid from must
    *> both sit inside it, or no action is taken and the refusal is
    *> audited. The arrears report leaves other branches' loans out.
    *> A new loan key, and the repay-from key, must pass their
    *> branch's check digit.
    01 WS-Access-Point PIC X(20) VALUE "Instalment Loans".
    01 WS-Access-Silent PIC X(20) VALUE SPACES.
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".
    01 WS-Rows-Withheld PIC 9(7) VALUE 0.
    01 WS-Key-Check-Scheme PIC X(1) VALUE SPACE.
    01 WS-Key-Check-Result PIC X(1) VALUE "Y".
      88 Key-Check-Passed VALUE "Y".

    *> Instalment arithmetic. The period rate is the annual rate
    *> spread over the frequency's periods per year; the level
    *> instalment is the annuity P.r.f / (f - 1), f = (1 + r) ** n.
    01 WS-Calc-Rate PIC 9(2)V9(4) VALUE 0.
    01 WS-Calc-Frequency PIC X VALUE SPACES.
    01 WS-Periods-Per-Year PIC 9(2) VALUE 0.
    01 WS-Period-Rate PIC 9V9(14) VALUE 0.
    01 WS-Growth-Factor PIC 9(12)V9(14) VALUE 0.
    01 WS-Calc-Overflow-Flag PIC A VALUE "N".
      88 Calc-Overflow VALUE "Y".

    *> One instalment's split - interest on the scheduled balance,
    *> the rest of the instalment off the principal; the last
    *> instalment clears whatever rounding has left.
    01 WS-Split-Balance PIC 9(9)V99 VALUE 0.
    01 WS-Split-Inst-No PIC 9(3) VALUE 0.
    01 WS-Split-Term PIC 9(3) VALUE 0.
    01 WS-Split-Instalment PIC 9(9)V99 VALUE 0.
    01 WS-Split-Interest PIC 9(9)V99 VALUE 0.
    01 WS-Split-Principal PIC 9(9)V99 VALUE 0.

    *> The amortisation schedule, built fresh from the loan record.
    01 WS-Sched-Rows PIC 9(3) VALUE 0.
    01 WS-Sched-Idx PIC 9(3) VALUE 0.
    01 WS-Sched-Table.
      05 WS-Sched-Row OCCURS 360 TIMES.
        10 WS-Sched-Due PIC X(8).
        10 WS-Sched-Payment PIC 9(9)V99.
        10 WS-Sched-Interest PIC 9(9)V99.
        10 WS-Sched-Principal PIC 9(9)V99.
        10 WS-Sched-Balance PIC 9(9)V99.
    01 WS-Sched-Total-Payment PIC 9(11)V99 VALUE 0.
    01 WS-Sched-Total-Interest PIC 9(11)V99 VALUE 0.

    *> The schedule screen's page of twelve rows.
    01 WS-Sched-Title PIC X(76) VALUE SPACES.
    01 WS-Sched-Heading PIC X(76) VALUE
      "  No  Due date        Payment       Interest      Principal        Balance".
    01 WS-Sched-Show-Table.
      05 WS-Sched-Show-Line PIC X(76) OCCURS 12 TIMES.
    01 WS-Sched-Page-Label PIC X(76) VALUE SPACES.
    01 WS-Sched-Nav PIC X VALUE SPACES.
      88 Sched-Nav-Next VALUE "N" "n".
      88 Sched-Nav-Prev VALUE "P" "p".
      88 Sched-Nav-Done VALUE "X" "x".
    01 WS-Sched-Page PIC 9(3) VALUE 0.
    01 WS-Sched-Pages PIC 9(3) VALUE 0.
    01 WS-Sched-Show-Idx PIC 9(2) VALUE 0.
    01 WS-Sched-Page-Edit PIC ZZ9.
    01 WS-Sched-Pages-Edit PIC ZZ9.

    01 WS-Sched-Detail.
      05 SD-Mark PIC X(1).
      05 SD-Inst PIC ZZ9.
      05 FILLER PIC X(2) VALUE SPACES.
      05 SD-Due PIC X(8).
      05 FILLER PIC X(1) VALUE SPACES.
      05 SD-Payment PIC ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(1) VALUE SPACES.
      05 SD-Interest PIC ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(1) VALUE SPACES.
      05 SD-Principal PIC ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(1) VALUE SPACES.
      05 SD-Balance PIC ZZZ,ZZZ,ZZ9.99.

    01 WS-Edit-Amount PIC Z,ZZZ,ZZZ,ZZ9.99.
    01 WS-Edit-Amount-2 PIC Z,ZZZ,ZZZ,ZZ9.99.
    01 WS-Edit-Term PIC ZZ9.
    01 WS-Edit-Count PIC ZZ,ZZ9.

    *> Repayment run work fields.
    01 WS-Run-Date PIC X(8) VALUE SPACES.
    01 WS-Gen-Due-Count PIC 9(5) VALUE 0.
    01 WS-Gen-Full-Count PIC 9(5) VALUE 0.
    01 WS-Gen-Short-Count PIC 9(5) VALUE 0.
    01 WS-Gen-Missed-Count PIC 9(5) VALUE 0.
    01 WS-Gen-Rolled-Count PIC 9(5) VALUE 0.
    01 WS-Gen-Written-Count PIC 9(5) VALUE 0.
    01 WS-Detail-Count PIC 9(7) VALUE 0.
    01 WS-Hash-Total PIC S9(11)V99 VALUE 0.
    01 WS-New-Generation PIC 9(4) VALUE 0.

    *> One loan's pass through the run - up to a year of monthly
    *> catch-up in one night, then done.
    01 WS-Loan-Pass PIC 9(2) VALUE 0.
    01 WS-Loan-Done-Flag PIC A VALUE "N".
      88 Loan-Done VALUE "Y".
    01 WS-Recovery-Flag PIC A VALUE "N".
      88 Recovery-Only VALUE "Y".

    *> What one collection seeks, finds and takes, and how what it
    *> takes is applied - oldest debt first, interest before
    *> principal.
    01 WS-Cur-Interest PIC 9(9)V99 VALUE 0.
    01 WS-Cur-Principal PIC 9(9)V99 VALUE 0.
    01 WS-Amount-Sought PIC 9(11)V99 VALUE 0.
    01 WS-Funds-Available PIC S9(11)V99 VALUE 0.
    01 WS-Amount-Collected PIC 9(11)V99 VALUE 0.
    01 WS-Collect-Left PIC 9(11)V99 VALUE 0.
    01 WS-Paid-Arr-Interest PIC 9(9)V99 VALUE 0.
    01 WS-Paid-Arr-Principal PIC 9(9)V99 VALUE 0.
    01 WS-Paid-Cur-Interest PIC 9(9)V99 VALUE 0.
    01 WS-Paid-Cur-Principal PIC 9(9)V99 VALUE 0.
    01 WS-Paid-Principal PIC 9(9)V99 VALUE 0.
    01 WS-Paid-Interest PIC 9(9)V99 VALUE 0.
    01 WS-Shortfall PIC 9(9)V99 VALUE 0.

    *> What each repayment account has already given up this run,
    *> so two loans repaid from one account can't both spend the
    *> same balance.
    01 WS-Funds-Count PIC 9(3) VALUE 0.
    01 WS-Funds-Idx PIC 9(3) VALUE 0.
    01 WS-Funds-Found PIC 9(3) VALUE 0.
    01 WS-Funds-Table.
      05 WS-Funds-Entry OCCURS 500 TIMES.
        10 WS-Funds-Key PIC X(10).
        10 WS-Funds-Used PIC 9(11)V99.

    *> This run's missed and short instalments, for the report.
    01 WS-Event-Count PIC 9(3) VALUE 0.
    01 WS-Event-Idx PIC 9(3) VALUE 0.
    01 WS-Event-Table.
      05 WS-Event-Entry OCCURS 500 TIMES.
        10 WS-Event-Key PIC X(10).
        10 WS-Event-Inst PIC 9(3).
        10 WS-Event-Due PIC X(8).
        10 WS-Event-Sought PIC 9(11)V99.
        10 WS-Event-Collected PIC 9(11)V99.
        10 WS-Event-Kind PIC X(6).

    *> Arrears report lines and totals.
    01 WS-Arrears-Loans PIC 9(5) VALUE 0.
    01 WS-Arrears-Total-Prin PIC 9(11)V99 VALUE 0.
    01 WS-Arrears-Total-Int PIC 9(11)V99 VALUE 0.
    01 WS-Arrears-Total PIC 9(11)V99 VALUE 0.
    01 WS-Event-Detail.
      05 ED-Key PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 ED-Inst PIC ZZ9.
      05 FILLER PIC X(2) VALUE SPACES.
      05 ED-Due PIC X(8).
      05 FILLER PIC X(1) VALUE SPACES.
      05 ED-Sought PIC ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(1) VALUE SPACES.
      05 ED-Collected PIC ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(2) VALUE SPACES.
      05 ED-Kind PIC X(6).
    01 WS-Arrears-Detail.
      05 AD-Key PIC X(10).
      05 FILLER PIC X(1) VALUE SPACES.
      05 AD-Repay-Key PIC X(10).
      05 FILLER PIC X(1) VALUE SPACES.
      05 AD-Count PIC ZZ9.
      05 FILLER PIC X(1) VALUE SPACES.
      05 AD-Since PIC X(8).
      05 FILLER PIC X(1) VALUE SPACES.
      05 AD-Principal PIC ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(1) VALUE SPACES.
      05 AD-Interest PIC ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(1) VALUE SPACES.
      05 AD-Total PIC ZZZ,ZZZ,ZZ9.99.

    *> The generated record, and its raw view for the line file.
    COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==GEN==.
    01 WS-Gen-Raw REDEFINES GEN-Record PIC X(41).

    01 WS-Hdr-Line.
      05 FILLER PIC X(3) VALUE "HDR".
      05 HDR-Date PIC X(8).
      05 HDR-Source PIC X(8).
      05 HDR-Gen PIC 9(4).
    01 WS-Trl-Line.
      05 FILLER PIC X(3) VALUE "TRL".
      05 TRL-Count PIC 9(7).
      05 TRL-Hash PIC S9(11)V99.

    *> Holiday roll and due-date arithmetic - the same
    *> integer-of-date approach the standing instructions use.
    01 WS-Roll-Date PIC X(8) VALUE SPACES.
    01 WS-Roll-Date-Num REDEFINES WS-Roll-Date PIC 9(8).
    01 WS-Roll-Int PIC 9(7) VALUE 0.
    01 WS-Roll-Tries PIC 9(3) VALUE 0.
    01 WS-Roll-Done-Flag PIC A VALUE "N".
      88 Roll-Done VALUE "Y".
    01 WS-Due-Date-X PIC X(8) VALUE SPACES.
    01 WS-Due-Date-Num REDEFINES WS-Due-Date-X.
      05 WS-Due-Year PIC 9(4).
      05 WS-Due-Month PIC 9(2).
      05 WS-Due-Day PIC 9(2).
    01 WS-Due-Days-In-Month PIC 99 VALUE 0.
    01 WS-Due-Leap-Rem PIC 9(4) VALUE 0.
    01 WS-Due-Int PIC 9(7) VALUE 0.
    01 WS-Due-Work-Num PIC 9(8) VALUE 0.
    01 WS-Due-Inst-No PIC 9(3) VALUE 0.
    01 WS-Due-Start-Date PIC X(8) VALUE SPACES.
    01 WS-Due-Frequency PIC X VALUE SPACES.
    01 WS-Due-Month-Total PIC 9(6) VALUE 0.

    *> Spool hand-off for the schedule print and arrears report.
    01 WS-Spool-Source PIC X(8) VALUE SPACES.
    01 WS-Spool-Paginate PIC X(1) VALUE "Y".

    *> Elapsed/run-history row, same arrangement as the other batch
    *> functions.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "LOANS".
    01 WS-RH-Matched PIC 9(7) VALUE 0.
    01 WS-RH-Unmatched PIC 9(7) VALUE 0.
    01 WS-RH-End-Status PIC X(4) VALUE SPACES.
    01 WS-RH-Read PIC 9(7) VALUE 0.
    01 WS-RH-Written PIC 9(7) VALUE 0.

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
    COPY "LoanMaintScr.cpy". *> Instalment Loan screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  LoanMaintMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Instalment Loans selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> The session loop re-CALLs this program in one run unit, so
    *> the VALUE clauses only ever ran once - reset the tallies.
    MOVE 0 TO WS-Gen-Due-Count.
    MOVE 0 TO WS-Gen-Full-Count.
    MOVE 0 TO WS-Gen-Short-Count.
    MOVE 0 TO WS-Gen-Missed-Count.
    MOVE 0 TO WS-Gen-Rolled-Count.
    MOVE 0 TO WS-Gen-Written-Count.
    MOVE 0 TO WS-Detail-Count.
    MOVE 0 TO WS-Hash-Total.
    MOVE 0 TO WS-Funds-Count.
    MOVE 0 TO WS-Event-Count.

    *> Re-defaulted every invocation, then qualified - the same
    *> arrangement as the standing instructions, so a training
    *> session's repayment run never touches the live loans or
    *> builds a live feed.
    MOVE "LoanMaster.dat" TO WS-Loan-Path.
    MOVE "LoanExtract.dat" TO WS-Loan-Extract-Path.
    MOVE "LoanGenControl.dat" TO WS-Loan-Gen-Path.
    MOVE "LoanControl.dat" TO WS-Loan-Control-Path.
    MOVE "TransMaster.dat" TO WS-Trans-Master-Path.
    MOVE "LoanArrears.txt" TO WS-Arrears-Path.
    CALL "ResolveDataPath" USING WS-Loan-Path.
    CALL "ResolveDataPath" USING WS-Loan-Extract-Path.
    CALL "ResolveDataPath" USING WS-Loan-Gen-Path.
    CALL "ResolveDataPath" USING WS-Loan-Control-Path.
    CALL "ResolveDataPath" USING WS-Trans-Master-Path.
    CALL "ResolveDataPath" USING WS-Arrears-Path.

    *> OPEN I-O fails with "35" when the file doesn't exist yet -
    *> create it empty then, same first-use arrangement as the other
    *> reference screens.
    OPEN I-O Loan-File.
    IF Loan-Not-Found THEN
      OPEN OUTPUT Loan-File
      CLOSE Loan-File
      OPEN I-O Loan-File
    END-IF.

    *> A batch run is the repayment run, full stop - the maintenance
    *> screens are interactive-only.
    IF Batch-Mode-Active THEN
      PERFORM Generate-Repayments
      CLOSE Loan-File
      GOBACK
    END-IF.

    MOVE 0 TO WS-Maint-Action.
    PERFORM Maint-Loop UNTIL Maint-Back.

    CLOSE Loan-File.

    GOBACK.

  *> One maintenance action: take the action and loan key off the
  *> screen, apply it, audit it, and show the outcome.
  Maint-Loop.
    MOVE 0 TO WS-Maint-Action.
    MOVE SPACES TO WS-Maint-Key.
    DISPLAY SC-Loan-Menu.
    ACCEPT SC-Loan-Menu.

    MOVE SPACES TO WS-Maint-Result-Label.
    IF (Maint-Add OR Maint-Amend OR Maint-Delete OR Maint-View
      OR Maint-Print) AND WS-Maint-Key = SPACES THEN
      MOVE "Key the loan account key first." TO WS-Maint-Result-Label
    END-IF.
    IF (Maint-Add OR Maint-Amend OR Maint-Delete OR Maint-View
      OR Maint-Print) AND WS-Maint-Result-Label = SPACES THEN
      CALL "BranchAccess" USING WS-Maint-Key WS-Access-Point
        LK-Run-ID LK-Operator-ID WS-Access-Result
      IF NOT Access-Permitted THEN
        MOVE "Refused - that account is outside your permitted branches."
          TO WS-Maint-Result-Label
      END-IF
    END-IF.

    IF WS-Maint-Result-Label = SPACES THEN
      EVALUATE TRUE
        WHEN Maint-Add
          PERFORM Do-Loan-Add
        WHEN Maint-Amend
          PERFORM Do-Loan-Amend
        WHEN Maint-Delete
          PERFORM Do-Loan-Delete
        WHEN Maint-Generate
          PERFORM Generate-Repayments
          IF WS-Maint-Result-Label = SPACES THEN
            DISPLAY SC-Loan-Gen-Done
            ACCEPT OMITTED
          END-IF
        WHEN Maint-View
          PERFORM Do-Loan-View
        WHEN Maint-Print
          PERFORM Do-Loan-Print
        WHEN Maint-Arrears
          MOVE 0 TO WS-Event-Count
          PERFORM Write-Arrears-Report
          MOVE WS-Arrears-Loans TO WS-Edit-Count
          STRING
            "Arrears report written - " DELIMITED BY SIZE
            FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
            " loan(s) in arrears." DELIMITED BY SIZE
            INTO WS-Maint-Result-Label
          END-STRING
        WHEN Maint-Back
          CONTINUE
        WHEN OTHER
          MOVE "Invalid choice - pick 1-8." TO WS-Maint-Result-Label
      END-EVALUATE
    END-IF.

    IF NOT Maint-Back AND WS-Maint-Result-Label NOT = SPACES THEN
      DISPLAY SC-Loan-Result
      ACCEPT OMITTED
    END-IF.

  *> Adds a brand-new loan under the entered key: the agreement is
  *> validated, the level instalment worked out, and the loan starts
  *> at its first instalment with the whole principal scheduled.
  Do-Loan-Add.
    MOVE WS-Maint-Key TO LN-Key.
    READ Loan-File
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE "Loan already on file - use Amend instead."
          TO WS-Maint-Result-Label
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    CALL "BranchKeyCheck" USING WS-Maint-Key WS-Key-Check-Scheme
      WS-Key-Check-Result.
    IF NOT Key-Check-Passed THEN
      MOVE "Key fails its branch's check digit - not added."
        TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Maint-Repay-Key.
    MOVE 0 TO WS-Maint-Principal.
    MOVE 0 TO WS-Maint-Rate.
    MOVE 0 TO WS-Maint-Term.
    MOVE SPACES TO WS-Maint-Start-Date.
    MOVE "M" TO WS-Maint-Frequency.
    MOVE "GBP" TO WS-Maint-Currency.
    MOVE "P" TO WS-Maint-Prin-Status.
    MOVE "I" TO WS-Maint-Int-Status.
    MOVE "A" TO WS-Maint-State.
    MOVE 0 TO WS-Maint-Instalment.
    MOVE 1 TO WS-Maint-Next-Inst.
    MOVE SPACES TO WS-Maint-Next-Due.
    MOVE 0 TO WS-Maint-Arrears.
    MOVE SPACES TO WS-Maint-Arr-Since.
    MOVE SPACE TO WS-Before-State.
    MOVE "Action: Add" TO WS-Maint-Action-Label.
    DISPLAY SC-Loan-Fields.
    ACCEPT SC-Loan-Fields.

    PERFORM Validate-Loan-Fields.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    PERFORM Compute-Maint-Instalment.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    INITIALIZE LN-Record.
    MOVE WS-Maint-Key TO LN-Key.
    PERFORM Move-Keyed-Fields.
    PERFORM Reset-Loan-Progress.
    MOVE LK-Operator-ID TO LN-Created-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO LN-Created-Stamp.
    WRITE LN-Record
      INVALID KEY
        MOVE "Add failed - write rejected by the file."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        MOVE LN-Instalment TO WS-Edit-Amount
        MOVE LN-Term TO WS-Edit-Term
        STRING
          "Loan added - " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Edit-Term) DELIMITED BY SIZE
          " instalments of " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Edit-Amount) DELIMITED BY SIZE
          "." DELIMITED BY SIZE
          INTO WS-Maint-Result-Label
        END-STRING
        MOVE LN-Principal TO WS-Audit-Amount-After
        MOVE LN-Rate TO WS-Audit-Rate
        STRING
          "Loan ADD by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " key=" DELIMITED BY SIZE
          LN-Key DELIMITED BY SIZE
          " prin=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Audit-Amount-After) DELIMITED BY SIZE
          " rate=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Audit-Rate) DELIMITED BY SIZE
          " term=" DELIMITED BY SIZE
          LN-Term DELIMITED BY SIZE
          LN-Frequency DELIMITED BY SIZE
          " from=" DELIMITED BY SIZE
          LN-Repay-Key DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-WRITE.

  *> Amends a stored loan. Until the first instalment is collected
  *> the whole agreement may be rekeyed (and the instalment is worked
  *> out again); after that the terms are fixed and only where it is
  *> repaid from, the statuses and the state may change.
  Do-Loan-Amend.
    MOVE WS-Maint-Key TO LN-Key.
    READ Loan-File
      INVALID KEY
        MOVE "No loan on file for that key." TO WS-Maint-Result-Label
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Move-Record-To-Screen.
    MOVE LN-Principal TO WS-Before-Principal.
    MOVE LN-Rate TO WS-Before-Rate.
    MOVE LN-Term TO WS-Before-Term.
    MOVE LN-Start-Date TO WS-Before-Start-Date.
    MOVE LN-Frequency TO WS-Before-Frequency.
    MOVE LN-Currency TO WS-Before-Currency.
    MOVE LN-State TO WS-Before-State.
    MOVE LN-Repay-Key TO WS-Before-Repay-Key.
    MOVE "Action: Amend" TO WS-Maint-Action-Label.
    DISPLAY SC-Loan-Fields.
    ACCEPT SC-Loan-Fields.

    IF LN-Next-Inst > 1
      AND (WS-Maint-Principal NOT = WS-Before-Principal
        OR WS-Maint-Rate NOT = WS-Before-Rate
        OR WS-Maint-Term NOT = WS-Before-Term
        OR WS-Maint-Start-Date NOT = WS-Before-Start-Date
        OR WS-Maint-Frequency NOT = WS-Before-Frequency
        OR WS-Maint-Currency NOT = WS-Before-Currency) THEN
      MOVE "Repayments collected - the agreed terms can no longer change."
        TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM Validate-Loan-Fields.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    IF LN-Next-Inst <= 1 THEN
      PERFORM Compute-Maint-Instalment
      IF WS-Maint-Result-Label NOT = SPACES THEN
        EXIT PARAGRAPH
      END-IF
    END-IF.

    PERFORM Move-Keyed-Fields.
    IF LN-Next-Inst <= 1 THEN
      PERFORM Reset-Loan-Progress
    END-IF.
    REWRITE LN-Record
      INVALID KEY
        MOVE "Amend failed - rewrite rejected by the file."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        MOVE "Loan amended." TO WS-Maint-Result-Label
        MOVE WS-Before-Principal TO WS-Audit-Amount-Before
        MOVE LN-Principal TO WS-Audit-Amount-After
        STRING
          "Loan AMEND by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " key=" DELIMITED BY SIZE
          LN-Key DELIMITED BY SIZE
          " prin=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Audit-Amount-Before) DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Audit-Amount-After) DELIMITED BY SIZE
          " from=" DELIMITED BY SIZE
          WS-Before-Repay-Key DELIMITED BY SPACE
          "/" DELIMITED BY SIZE
          LN-Repay-Key DELIMITED BY SPACE
          " state=" DELIMITED BY SIZE
          WS-Before-State DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          LN-State DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-REWRITE.

  *> Deletes a loan after confirmation - only one never collected
  *> against, or one complete; a live loan with history is suspended
  *> instead, so its arrears stay on the record.
  Do-Loan-Delete.
    MOVE WS-Maint-Key TO LN-Key.
    READ Loan-File
      INVALID KEY
        MOVE "No loan on file for that key." TO WS-Maint-Result-Label
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    IF LN-Next-Inst > 1 AND LN-State NOT = "C" THEN
      MOVE "Loan has repayments collected - suspend it (state S) instead."
        TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM Move-Record-To-Screen.
    MOVE SPACES TO WS-Maint-Confirm.
    DISPLAY SC-Loan-Confirm.
    ACCEPT SC-Loan-Confirm.

    IF NOT Maint-Delete-Confirmed THEN
      MOVE "Delete abandoned - loan kept." TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Maint-Key TO LN-Key.
    DELETE Loan-File
      INVALID KEY
        MOVE "Delete failed - rejected by the file."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        MOVE "Loan deleted." TO WS-Maint-Result-Label
        MOVE WS-Maint-Principal TO WS-Audit-Amount-Before
        STRING
          "Loan DELETE by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " key=" DELIMITED BY SIZE
          WS-Maint-Key DELIMITED BY SIZE
          " prin=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Audit-Amount-Before) DELIMITED BY SIZE
          " state=" DELIMITED BY SIZE
          WS-Maint-State DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-DELETE.

  *> Pre-fills the field screen from the stored loan.
  Move-Record-To-Screen.
    MOVE LN-Repay-Key TO WS-Maint-Repay-Key.
    MOVE LN-Principal TO WS-Maint-Principal.
    MOVE LN-Rate TO WS-Maint-Rate.
    MOVE LN-Term TO WS-Maint-Term.
    MOVE LN-Start-Date TO WS-Maint-Start-Date.
    MOVE LN-Frequency TO WS-Maint-Frequency.
    MOVE LN-Currency TO WS-Maint-Currency.
    MOVE LN-Prin-Status TO WS-Maint-Prin-Status.
    MOVE LN-Int-Status TO WS-Maint-Int-Status.
    MOVE LN-State TO WS-Maint-State.
    MOVE LN-Instalment TO WS-Maint-Instalment.
    MOVE LN-Next-Inst TO WS-Maint-Next-Inst.
    MOVE LN-Next-Due TO WS-Maint-Next-Due.
    COMPUTE WS-Maint-Arrears = LN-Arr-Principal + LN-Arr-Interest.
    MOVE LN-Arr-Since TO WS-Maint-Arr-Since.

  *> The keyed agreement has to make a loan the schedule can be
  *> built from. Leaves the reason in the result label.
  Validate-Loan-Fields.
    MOVE FUNCTION UPPER-CASE(WS-Maint-Frequency) TO WS-Maint-Frequency.
    MOVE FUNCTION UPPER-CASE(WS-Maint-State) TO WS-Maint-State.
    EVALUATE TRUE
      WHEN WS-Maint-Repay-Key = SPACES
        MOVE "Key the account the repayments are taken from."
          TO WS-Maint-Result-Label
      WHEN WS-Maint-Repay-Key = WS-Maint-Key
        MOVE "A loan cannot be repaid from its own account."
          TO WS-Maint-Result-Label
      WHEN WS-Maint-Principal NOT > 0
        MOVE "Principal must be more than zero." TO WS-Maint-Result-Label
      WHEN WS-Maint-Term < 1 OR WS-Maint-Term > 360
        MOVE "Term must be 1 to 360 instalments." TO WS-Maint-Result-Label
      WHEN WS-Maint-Start-Date IS NOT NUMERIC
        MOVE "First due date must be a real date, YYYYMMDD."
          TO WS-Maint-Result-Label
      WHEN FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-Maint-Start-Date))
          NOT = 0
        MOVE "First due date must be a real date, YYYYMMDD."
          TO WS-Maint-Result-Label
      WHEN WS-Maint-Frequency NOT = "W" AND NOT = "M" AND NOT = "Q"
        MOVE "Frequency must be W (weekly), M (monthly) or Q (quarterly)."
          TO WS-Maint-Result-Label
      WHEN WS-Maint-Currency = SPACES
        MOVE "Key the loan's currency." TO WS-Maint-Result-Label
      WHEN WS-Maint-Prin-Status = SPACES OR WS-Maint-Int-Status = SPACES
        MOVE "Key the principal and interest statuses."
          TO WS-Maint-Result-Label
      WHEN WS-Maint-State = "C" AND WS-Before-State NOT = "C"
        MOVE "Only the repayment run marks a loan complete."
          TO WS-Maint-Result-Label
      WHEN WS-Maint-State NOT = "A" AND NOT = "S" AND NOT = "C"
        MOVE "State must be A (active) or S (suspended)."
          TO WS-Maint-Result-Label
    END-EVALUATE.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    *> The repay-from account is checked like the loan key itself:
    *> its branch's check digit, then the operator's scope.
    CALL "BranchKeyCheck" USING WS-Maint-Repay-Key WS-Key-Check-Scheme
      WS-Key-Check-Result.
    IF NOT Key-Check-Passed THEN
      MOVE "Repay-from key fails its branch's check digit."
        TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.
    CALL "BranchAccess" USING WS-Maint-Repay-Key WS-Access-Point
      LK-Run-ID LK-Operator-ID WS-Access-Result.
    IF NOT Access-Permitted THEN
      MOVE "Refused - the repay-from account is outside your branches."
        TO WS-Maint-Result-Label
    END-IF.

  *> Level instalment for the keyed agreement.
  Compute-Maint-Instalment.
    MOVE WS-Maint-Rate TO WS-Calc-Rate.
    MOVE WS-Maint-Frequency TO WS-Calc-Frequency.
    PERFORM Compute-Period-Rate.
    MOVE "N" TO WS-Calc-Overflow-Flag.
    IF WS-Period-Rate = 0 THEN
      COMPUTE WS-Maint-Instalment ROUNDED =
        WS-Maint-Principal / WS-Maint-Term
    ELSE
      COMPUTE WS-Growth-Factor = (1 + WS-Period-Rate) ** WS-Maint-Term
        ON SIZE ERROR
          MOVE "Y" TO WS-Calc-Overflow-Flag
      END-COMPUTE
      IF NOT Calc-Overflow THEN
        COMPUTE WS-Maint-Instalment ROUNDED =
          WS-Maint-Principal * WS-Period-Rate * WS-Growth-Factor
            / (WS-Growth-Factor - 1)
          ON SIZE ERROR
            MOVE "Y" TO WS-Calc-Overflow-Flag
        END-COMPUTE
      END-IF
    END-IF.
    IF Calc-Overflow OR WS-Maint-Instalment = 0 THEN
      MOVE "Rate and term give no workable instalment - check them."
        TO WS-Maint-Result-Label
    END-IF.

  *> Annual rate spread over the frequency's periods.
  Compute-Period-Rate.
    EVALUATE WS-Calc-Frequency
      WHEN "W"
        MOVE 52 TO WS-Periods-Per-Year
      WHEN "Q"
        MOVE 4 TO WS-Periods-Per-Year
      WHEN OTHER
        MOVE 12 TO WS-Periods-Per-Year
    END-EVALUATE.
    COMPUTE WS-Period-Rate ROUNDED =
      WS-Calc-Rate / 100 / WS-Periods-Per-Year.

  Move-Keyed-Fields.
    MOVE WS-Maint-Repay-Key TO LN-Repay-Key.
    MOVE WS-Maint-Principal TO LN-Principal.
    MOVE WS-Maint-Rate TO LN-Rate.
    MOVE WS-Maint-Term TO LN-Term.
    MOVE WS-Maint-Start-Date TO LN-Start-Date.
    MOVE WS-Maint-Frequency TO LN-Frequency.
    MOVE WS-Maint-Currency TO LN-Currency.
    MOVE WS-Maint-Prin-Status TO LN-Prin-Status.
    MOVE WS-Maint-Int-Status TO LN-Int-Status.
    MOVE WS-Maint-State TO LN-State.

  *> A loan nothing has been collected on starts at instalment one,
  *> due on its first due date, with the whole principal scheduled.
  Reset-Loan-Progress.
    MOVE WS-Maint-Instalment TO LN-Instalment.
    MOVE 1 TO LN-Next-Inst.
    MOVE LN-Start-Date TO LN-Next-Due.
    MOVE LN-Principal TO LN-Sched-Balance.
    MOVE 0 TO LN-Arr-Principal.
    MOVE 0 TO LN-Arr-Interest.
    MOVE 0 TO LN-Arr-Count.
    MOVE SPACES TO LN-Arr-Since.

  *> Builds the full amortisation schedule for the loan in LN-Record
  *> into WS-Sched-Table, one row per instalment.
  Build-Schedule.
    MOVE LN-Rate TO WS-Calc-Rate.
    MOVE LN-Frequency TO WS-Calc-Frequency.
    PERFORM Compute-Period-Rate.
    MOVE LN-Principal TO WS-Split-Balance.
    MOVE LN-Term TO WS-Split-Term.
    MOVE LN-Instalment TO WS-Split-Instalment.
    MOVE LN-Start-Date TO WS-Due-Start-Date.
    MOVE LN-Frequency TO WS-Due-Frequency.
    MOVE 0 TO WS-Sched-Total-Payment.
    MOVE 0 TO WS-Sched-Total-Interest.
    MOVE LN-Term TO WS-Sched-Rows.
    PERFORM VARYING WS-Sched-Idx FROM 1 BY 1
      UNTIL WS-Sched-Idx > WS-Sched-Rows
      MOVE WS-Sched-Idx TO WS-Split-Inst-No
      PERFORM Split-Instalment
      MOVE WS-Sched-Idx TO WS-Due-Inst-No
      PERFORM Compute-Inst-Due
      MOVE WS-Due-Date-X TO WS-Sched-Due(WS-Sched-Idx)
      MOVE WS-Split-Interest TO WS-Sched-Interest(WS-Sched-Idx)
      MOVE WS-Split-Principal TO WS-Sched-Principal(WS-Sched-Idx)
      COMPUTE WS-Sched-Payment(WS-Sched-Idx) =
        WS-Split-Interest + WS-Split-Principal
      SUBTRACT WS-Split-Principal FROM WS-Split-Balance
      MOVE WS-Split-Balance TO WS-Sched-Balance(WS-Sched-Idx)
      ADD WS-Sched-Payment(WS-Sched-Idx) TO WS-Sched-Total-Payment
      ADD WS-Split-Interest TO WS-Sched-Total-Interest
    END-PERFORM.

  *> Splits instalment WS-Split-Inst-No, due on WS-Split-Balance, into
  *> interest and principal at the current period rate.
  Split-Instalment.
    COMPUTE WS-Split-Interest ROUNDED =
      WS-Split-Balance * WS-Period-Rate.
    IF WS-Split-Interest >= WS-Split-Instalment THEN
      MOVE 0 TO WS-Split-Principal
    ELSE
      COMPUTE WS-Split-Principal =
        WS-Split-Instalment - WS-Split-Interest
    END-IF.
    IF WS-Split-Inst-No >= WS-Split-Term
      OR WS-Split-Principal > WS-Split-Balance THEN
      MOVE WS-Split-Balance TO WS-Split-Principal
    END-IF.

  *> Contractual due date of instalment WS-Due-Inst-No: weekly ones
  *> seven days apart through the day-number arithmetic, monthly and
  *> quarterly ones on the first due date's day of the month,
  *> clamped to a short month's length.
  Compute-Inst-Due.
    MOVE WS-Due-Start-Date TO WS-Due-Date-X.
    IF WS-Due-Inst-No <= 1 THEN
      EXIT PARAGRAPH
    END-IF.
    EVALUATE WS-Due-Frequency
      WHEN "W"
        COMPUTE WS-Due-Int =
          FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Due-Date-X))
            + 7 * (WS-Due-Inst-No - 1)
        COMPUTE WS-Due-Work-Num = FUNCTION DATE-OF-INTEGER(WS-Due-Int)
        MOVE WS-Due-Work-Num TO WS-Due-Date-X
      WHEN OTHER
        IF WS-Due-Frequency = "Q" THEN
          COMPUTE WS-Due-Month-Total =
            WS-Due-Month - 1 + 3 * (WS-Due-Inst-No - 1)
        ELSE
          COMPUTE WS-Due-Month-Total =
            WS-Due-Month - 1 + (WS-Due-Inst-No - 1)
        END-IF
        COMPUTE WS-Due-Year =
          WS-Due-Year + WS-Due-Month-Total / 12
        COMPUTE WS-Due-Month =
          FUNCTION MOD(WS-Due-Month-Total, 12) + 1
        PERFORM Clamp-Due-Day
    END-EVALUATE.

  *> Clamps the due day to the target month's length (the 31st rolls
  *> to a 30-day month's 30th, February honours leap years).
  Clamp-Due-Day.
    EVALUATE WS-Due-Month
      WHEN 4
      WHEN 6
      WHEN 9
      WHEN 11
        MOVE 30 TO WS-Due-Days-In-Month
      WHEN 2
        MOVE 28 TO WS-Due-Days-In-Month
        COMPUTE WS-Due-Leap-Rem = FUNCTION MOD(WS-Due-Year, 4)
        IF WS-Due-Leap-Rem = 0 THEN
          COMPUTE WS-Due-Leap-Rem = FUNCTION MOD(WS-Due-Year, 100)
          IF WS-Due-Leap-Rem NOT = 0 THEN
            MOVE 29 TO WS-Due-Days-In-Month
          ELSE
            COMPUTE WS-Due-Leap-Rem = FUNCTION MOD(WS-Due-Year, 400)
            IF WS-Due-Leap-Rem = 0 THEN
              MOVE 29 TO WS-Due-Days-In-Month
            END-IF
          END-IF
        END-IF
      WHEN OTHER
        MOVE 31 TO WS-Due-Days-In-Month
    END-EVALUATE.
    IF WS-Due-Day > WS-Due-Days-In-Month THEN
      MOVE WS-Due-Days-In-Month TO WS-Due-Day
    END-IF.

  *> Pages through a loan's schedule on screen, twelve instalments
  *> at a time; instalments already collected are starred.
  Do-Loan-View.
    MOVE WS-Maint-Key TO LN-Key.
    READ Loan-File
      INVALID KEY
        MOVE "No loan on file for that key." TO WS-Maint-Result-Label
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Build-Schedule.
    PERFORM Format-Schedule-Title.
    COMPUTE WS-Sched-Pages = (WS-Sched-Rows + 11) / 12.
    MOVE 1 TO WS-Sched-Page.
    MOVE SPACES TO WS-Sched-Nav.
    PERFORM UNTIL Sched-Nav-Done
      PERFORM Fill-Schedule-Page
      MOVE SPACES TO WS-Sched-Nav
      DISPLAY SC-Loan-Sched
      ACCEPT SC-Loan-Sched
      EVALUATE TRUE
        WHEN Sched-Nav-Next
          IF WS-Sched-Page < WS-Sched-Pages THEN
            ADD 1 TO WS-Sched-Page
          END-IF
        WHEN Sched-Nav-Prev
          IF WS-Sched-Page > 1 THEN
            SUBTRACT 1 FROM WS-Sched-Page
          END-IF
        WHEN Sched-Nav-Done
          CONTINUE
        WHEN OTHER
          *> Enter alone pages forward, and off the last page leaves.
          IF WS-Sched-Page < WS-Sched-Pages THEN
            ADD 1 TO WS-Sched-Page
          ELSE
            MOVE "X" TO WS-Sched-Nav
          END-IF
      END-EVALUATE
    END-PERFORM.

  *> One screen page of the schedule.
  Fill-Schedule-Page.
    MOVE SPACES TO WS-Sched-Show-Table.
    PERFORM VARYING WS-Sched-Show-Idx FROM 1 BY 1
      UNTIL WS-Sched-Show-Idx > 12
      COMPUTE WS-Sched-Idx =
        (WS-Sched-Page - 1) * 12 + WS-Sched-Show-Idx
      IF WS-Sched-Idx <= WS-Sched-Rows THEN
        PERFORM Format-Schedule-Row
        MOVE WS-Sched-Detail TO WS-Sched-Show-Line(WS-Sched-Show-Idx)
      END-IF
    END-PERFORM.
    MOVE WS-Sched-Page TO WS-Sched-Page-Edit.
    MOVE WS-Sched-Pages TO WS-Sched-Pages-Edit.
    MOVE SPACES TO WS-Sched-Page-Label.
    STRING
      "Page " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Sched-Page-Edit) DELIMITED BY SIZE
      " of " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Sched-Pages-Edit) DELIMITED BY SIZE
      "    * = collected" DELIMITED BY SIZE
      INTO WS-Sched-Page-Label
    END-STRING.

  *> One schedule row, instalment WS-Sched-Idx, into WS-Sched-Detail.
  Format-Schedule-Row.
    IF WS-Sched-Idx < LN-Next-Inst THEN
      MOVE "*" TO SD-Mark
    ELSE
      MOVE SPACE TO SD-Mark
    END-IF.
    MOVE WS-Sched-Idx TO SD-Inst.
    MOVE WS-Sched-Due(WS-Sched-Idx) TO SD-Due.
    MOVE WS-Sched-Payment(WS-Sched-Idx) TO SD-Payment.
    MOVE WS-Sched-Interest(WS-Sched-Idx) TO SD-Interest.
    MOVE WS-Sched-Principal(WS-Sched-Idx) TO SD-Principal.
    MOVE WS-Sched-Balance(WS-Sched-Idx) TO SD-Balance.

  *> "Principal 10,000.00 at 6.5000% - 36 x M of 306.49 GBP"
  Format-Schedule-Title.
    MOVE LN-Principal TO WS-Edit-Amount.
    MOVE LN-Instalment TO WS-Edit-Amount-2.
    MOVE LN-Rate TO WS-Audit-Rate.
    MOVE LN-Term TO WS-Edit-Term.
    MOVE SPACES TO WS-Sched-Title.
    STRING
      "Principal " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Amount) DELIMITED BY SIZE
      " at " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Rate) DELIMITED BY SIZE
      "% - " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Term) DELIMITED BY SIZE
      " x " DELIMITED BY SIZE
      LN-Frequency DELIMITED BY SIZE
      " of " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Amount-2) DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      LN-Currency DELIMITED BY SIZE
      "  from " DELIMITED BY SIZE
      LN-Repay-Key DELIMITED BY SPACE
      INTO WS-Sched-Title
    END-STRING.

  *> Prints a loan's whole schedule to LoanSched.<key>.txt, with the
  *> totals the borrower pays, and spools it.
  Do-Loan-Print.
    MOVE WS-Maint-Key TO LN-Key.
    READ Loan-File
      INVALID KEY
        MOVE "No loan on file for that key." TO WS-Maint-Result-Label
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Build-Schedule.
    PERFORM Format-Schedule-Title.
    MOVE SPACES TO WS-Sched-Print-Path.
    STRING
      "LoanSched." DELIMITED BY SIZE
      FUNCTION TRIM(LN-Key) DELIMITED BY SIZE
      ".txt" DELIMITED BY SIZE
      INTO WS-Sched-Print-Path
    END-STRING.
    OPEN OUTPUT Sched-Print-File.
    IF WS-Sched-Print-Status NOT = "00" THEN
      MOVE "Schedule print file could not be opened."
        TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO SP-Line.
    STRING
      "Amortisation schedule - loan " DELIMITED BY SIZE
      LN-Key DELIMITED BY SIZE
      "  printed " DELIMITED BY SIZE
      FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
      INTO SP-Line
    END-STRING.
    WRITE SP-Line.
    MOVE WS-Sched-Title TO SP-Line.
    WRITE SP-Line.
    MOVE SPACES TO SP-Line.
    WRITE SP-Line.
    MOVE WS-Sched-Heading TO SP-Line.
    WRITE SP-Line.
    PERFORM VARYING WS-Sched-Idx FROM 1 BY 1
      UNTIL WS-Sched-Idx > WS-Sched-Rows
      PERFORM Format-Schedule-Row
      MOVE WS-Sched-Detail TO SP-Line
      WRITE SP-Line
    END-PERFORM.
    MOVE SPACES TO SP-Line.
    WRITE SP-Line.
    MOVE WS-Sched-Total-Payment TO WS-Edit-Amount.
    MOVE WS-Sched-Total-Interest TO WS-Edit-Amount-2.
    MOVE SPACES TO SP-Line.
    STRING
      "Total repaid " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Amount) DELIMITED BY SIZE
      ", of which interest " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Amount-2) DELIMITED BY SIZE
      INTO SP-Line
    END-STRING.
    WRITE SP-Line.
    MOVE "* = instalment collected" TO SP-Line.
    WRITE SP-Line.
    CLOSE Sched-Print-File.

    MOVE "LOANSCHD" TO WS-Spool-Source.
    MOVE "Y" TO WS-Spool-Paginate.
    CALL "WriteSpoolJob" USING WS-Spool-Source WS-Sched-Print-Path
      WS-Spool-Paginate LK-Run-ID.

    STRING
      "Schedule printed to " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Sched-Print-Path) DELIMITED BY SIZE
      " and spooled." DELIMITED BY SIZE
      INTO WS-Maint-Result-Label
    END-STRING.

  *> The batch function: every active loan's instalments due on (or
  *> before) the processing day - the due date rolled off any
  *> holiday - are collected from the repayment account as far as
  *> its position allows, into a fresh standard-format extract with
  *> HDR/TRL controls: the repayment account's debit and the loan
  *> account's principal and interest credits, netting to nothing.
  *> Whatever can't be collected goes into arrears, is taken first
  *> next time, and is reported. Its own run control refuses a
  *> same-day rerun.
  Generate-Repayments.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.
    MOVE 0 TO WS-Funds-Count.
    MOVE 0 TO WS-Event-Count.

    PERFORM Check-Generation-Run-Control.
    PERFORM Check-Prior-Extract-Consumed.

    *> Without the master nothing can be known about what the
    *> repayment accounts hold - collect nothing rather than push
    *> every loan into arrears, and leave the day open for a rerun.
    OPEN INPUT Trans-Master-File.
    IF NOT Trans-Master-Opened-OK THEN
      MOVE "WARN" TO WS-Log-Level
      MOVE "Instalment loans: transaction master unavailable - no repayments taken"
        TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      MOVE "Transaction master unavailable - no repayments taken."
        TO WS-Maint-Result-Label
      MOVE 0 TO WS-Elapsed-Seconds
      MOVE 0 TO WS-RH-Read
      MOVE 0 TO WS-RH-Written
      MOVE "ERR" TO WS-RH-End-Status
      CALL "WriteRunHistory" USING WS-RH-Function WS-RH-Read
        WS-RH-Written WS-RH-Matched WS-RH-Unmatched WS-Elapsed-Seconds
        WS-RH-End-Status LK-Run-ID LK-Terminal-ID LK-Operator-ID
      EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-Calendar-Missing-Flag.
    OPEN INPUT Calendar-File.
    IF Calendar-Not-Found THEN
      MOVE "Y" TO WS-Calendar-Missing-Flag
    END-IF.

    OPEN OUTPUT Loan-Extract-File.
    PERFORM Write-Extract-Header.

    *> Walk the whole loan file in key order.
    MOVE LOW-VALUES TO LN-Key.
    START Loan-File KEY IS NOT < LN-Key
      INVALID KEY
        CONTINUE
    END-START.
    MOVE "N" TO WS-Loan-At-End-Flag.
    PERFORM Generate-One-Loan UNTIL Loan-At-End.

    PERFORM Write-Extract-Trailer.
    CLOSE Loan-Extract-File.
    CLOSE Trans-Master-File.
    IF NOT Calendar-Missing THEN
      CLOSE Calendar-File
    END-IF.

    PERFORM Record-Generation-Run.
    PERFORM Write-Arrears-Report.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Loan repayments - " DELIMITED BY SIZE
      WS-Gen-Due-Count DELIMITED BY SIZE
      " due, " DELIMITED BY SIZE
      WS-Gen-Short-Count DELIMITED BY SIZE
      " short, " DELIMITED BY SIZE
      WS-Gen-Missed-Count DELIMITED BY SIZE
      " missed, " DELIMITED BY SIZE
      WS-Arrears-Loans DELIMITED BY SIZE
      " in arrears, gen " DELIMITED BY SIZE
      WS-New-Generation DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    MOVE WS-Log-Message TO WS-Audit-Message.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE WS-Gen-Due-Count TO WS-RH-Read.
    MOVE WS-Detail-Count TO WS-RH-Written.
    IF WS-Arrears-Loans > 0 THEN
      MOVE "WARN" TO WS-RH-End-Status
    ELSE
      MOVE "OK" TO WS-RH-End-Status
    END-IF.
    CALL "WriteRunHistory" USING WS-RH-Function WS-RH-Read
      WS-RH-Written WS-RH-Matched WS-RH-Unmatched WS-Elapsed-Seconds
      WS-RH-End-Status LK-Run-ID LK-Terminal-ID LK-Operator-ID.

  *> A same-day rerun would collect every due instalment twice -
  *> refuse it through the catalog, the same rerun discipline as the
  *> standing instructions.
  Check-Generation-Run-Control.
    OPEN INPUT Loan-Control-File.
    IF Loan-Control-Not-Found THEN
      EXIT PARAGRAPH
    END-IF.
    READ Loan-Control-File
      AT END
        CONTINUE
      NOT AT END
        IF LCF-Last-Run-Date = WS-Run-Date THEN
          CLOSE Loan-Control-File
          MOVE 414 TO WS-Error-Code
          MOVE SPACES TO WS-Error-Msg
          STRING
            "Loan repayments already generated for " DELIMITED BY SIZE
            WS-Run-Date DELIMITED BY SIZE
            " - rerun refused" DELIMITED BY SIZE
            INTO WS-Error-Msg
          END-STRING
          CALL "CloseWithError" USING WS-Error-Code WS-Error-Msg
            LK-Run-ID LK-Terminal-ID LK-Operator-ID
        END-IF
    END-READ.
    CLOSE Loan-Control-File.

  *> A previous repayment extract still on disk hasn't been consumed
  *> by the night - overwriting it would lose those repayments.
  Check-Prior-Extract-Consumed.
    CALL "CBL_CHECK_FILE_EXIST" USING WS-Loan-Extract-Path
      WS-Loan-Extract-Info RETURNING WS-Loan-Extract-Check-Status
    END-CALL.
    IF WS-Loan-Extract-Check-Status = 0 THEN
      MOVE 421 TO WS-Error-Code
      MOVE "Previous loan repayment extract not yet consumed"
        TO WS-Error-Msg
      CALL "CloseWithError" USING WS-Error-Code WS-Error-Msg
        LK-Run-ID LK-Terminal-ID LK-Operator-ID
    END-IF.

  *> One loan: collect each instalment now due - a loan behind by
  *> several (a run missed, or a long holiday) catches up to a year
  *> of them - then save where it has got to. A loan past its term
  *> that is still in arrears gets one recovery attempt a night.
  Generate-One-Loan.
    READ Loan-File NEXT
      AT END
        MOVE "Y" TO WS-Loan-At-End-Flag
    END-READ.
    IF Loan-At-End THEN
      EXIT PARAGRAPH
    END-IF.

    IF LN-State NOT = "A" THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE LN-Rate TO WS-Calc-Rate.
    MOVE LN-Frequency TO WS-Calc-Frequency.
    PERFORM Compute-Period-Rate.
    MOVE LN-Start-Date TO WS-Due-Start-Date.
    MOVE LN-Frequency TO WS-Due-Frequency.

    MOVE 0 TO WS-Loan-Pass.
    MOVE "N" TO WS-Loan-Done-Flag.
    PERFORM Collect-One-Instalment
      UNTIL Loan-Done OR WS-Loan-Pass >= 12.

    IF LN-Next-Inst > LN-Term
      AND LN-Arr-Principal = 0 AND LN-Arr-Interest = 0 THEN
      MOVE "C" TO LN-State
    END-IF.

    REWRITE LN-Record
      INVALID KEY
        MOVE "ERR" TO WS-Log-Level
        MOVE "Instalment loans: loan rewrite failed" TO WS-Log-Message
        CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message
          LK-Run-ID LK-Terminal-ID LK-Operator-ID
          WS-Log-Write-Status
    END-REWRITE.

  *> Collects the loan's next due instalment together with any
  *> arrears, or past term just the arrears.
  Collect-One-Instalment.
    ADD 1 TO WS-Loan-Pass.
    MOVE "N" TO WS-Recovery-Flag.
    IF LN-Next-Inst > LN-Term THEN
      IF WS-Loan-Pass > 1
        OR (LN-Arr-Principal = 0 AND LN-Arr-Interest = 0) THEN
        MOVE "Y" TO WS-Loan-Done-Flag
        EXIT PARAGRAPH
      END-IF
      MOVE "Y" TO WS-Recovery-Flag
      MOVE 0 TO WS-Cur-Interest
      MOVE 0 TO WS-Cur-Principal
      MOVE WS-Run-Date TO WS-Roll-Date
    ELSE
      *> The collection is dated the due date rolled off any
      *> holiday; a rolled date still in the future waits for that
      *> day's run.
      MOVE LN-Next-Due TO WS-Roll-Date
      PERFORM Roll-To-Open-Day
      IF WS-Roll-Date > WS-Run-Date THEN
        MOVE "Y" TO WS-Loan-Done-Flag
        EXIT PARAGRAPH
      END-IF
      IF WS-Roll-Date NOT = LN-Next-Due THEN
        ADD 1 TO WS-Gen-Rolled-Count
      END-IF
      ADD 1 TO WS-Gen-Due-Count
      MOVE LN-Sched-Balance TO WS-Split-Balance
      MOVE LN-Next-Inst TO WS-Split-Inst-No
      MOVE LN-Term TO WS-Split-Term
      MOVE LN-Instalment TO WS-Split-Instalment
      PERFORM Split-Instalment
      MOVE WS-Split-Interest TO WS-Cur-Interest
      MOVE WS-Split-Principal TO WS-Cur-Principal
    END-IF.

    COMPUTE WS-Amount-Sought =
      LN-Arr-Interest + LN-Arr-Principal
        + WS-Cur-Interest + WS-Cur-Principal.
    PERFORM Find-Funds-Available.
    IF WS-Funds-Available < WS-Amount-Sought THEN
      IF WS-Funds-Available > 0 THEN
        MOVE WS-Funds-Available TO WS-Amount-Collected
      ELSE
        MOVE 0 TO WS-Amount-Collected
      END-IF
    ELSE
      MOVE WS-Amount-Sought TO WS-Amount-Collected
    END-IF.
    PERFORM Allocate-Collection.

    IF WS-Amount-Collected > 0 THEN
      PERFORM Write-Repayment-Lines
      IF WS-Funds-Found > 0 THEN
        ADD WS-Amount-Collected TO WS-Funds-Used(WS-Funds-Found)
      END-IF
    END-IF.

    *> Arrears carry forward whatever of the old debt and the new
    *> instalment was not paid.
    COMPUTE LN-Arr-Interest =
      LN-Arr-Interest - WS-Paid-Arr-Interest
        + WS-Cur-Interest - WS-Paid-Cur-Interest.
    COMPUTE LN-Arr-Principal =
      LN-Arr-Principal - WS-Paid-Arr-Principal
        + WS-Cur-Principal - WS-Paid-Cur-Principal.

    IF NOT Recovery-Only THEN
      COMPUTE WS-Shortfall =
        WS-Cur-Interest + WS-Cur-Principal
          - WS-Paid-Cur-Interest - WS-Paid-Cur-Principal
      IF WS-Shortfall > 0 THEN
        ADD 1 TO LN-Arr-Count
        IF LN-Arr-Since = SPACES THEN
          MOVE LN-Next-Due TO LN-Arr-Since
        END-IF
        PERFORM Record-Arrears-Event
      ELSE
        ADD 1 TO WS-Gen-Full-Count
      END-IF
      *> The schedule moves on whether or not it was paid - what
      *> wasn't is in arrears now.
      SUBTRACT WS-Cur-Principal FROM LN-Sched-Balance
      ADD 1 TO LN-Next-Inst
      MOVE LN-Next-Inst TO WS-Due-Inst-No
      PERFORM Compute-Inst-Due
      MOVE WS-Due-Date-X TO LN-Next-Due
    ELSE
      MOVE "Y" TO WS-Loan-Done-Flag
    END-IF.

    IF LN-Arr-Principal = 0 AND LN-Arr-Interest = 0 THEN
      MOVE 0 TO LN-Arr-Count
      MOVE SPACES TO LN-Arr-Since
    END-IF.

  *> What the repayment account can give: its master position less
  *> whatever this run has already taken from it.
  Find-Funds-Available.
    MOVE 0 TO WS-Funds-Found.
    PERFORM VARYING WS-Funds-Idx FROM 1 BY 1
      UNTIL WS-Funds-Idx > WS-Funds-Count OR WS-Funds-Found > 0
      IF WS-Funds-Key(WS-Funds-Idx) = LN-Repay-Key THEN
        MOVE WS-Funds-Idx TO WS-Funds-Found
      END-IF
    END-PERFORM.
    IF WS-Funds-Found = 0 AND WS-Funds-Count < 500 THEN
      ADD 1 TO WS-Funds-Count
      MOVE WS-Funds-Count TO WS-Funds-Found
      MOVE LN-Repay-Key TO WS-Funds-Key(WS-Funds-Found)
      MOVE 0 TO WS-Funds-Used(WS-Funds-Found)
    END-IF.

    *> An account the run can't keep count of can't safely be taken
    *> from twice - it gives nothing.
    IF WS-Funds-Found = 0 THEN
      MOVE 0 TO WS-Funds-Available
      EXIT PARAGRAPH
    END-IF.

    MOVE LN-Repay-Key TO TM-Key.
    READ Trans-Master-File
      INVALID KEY
        MOVE 0 TO WS-Funds-Available
      NOT INVALID KEY
        COMPUTE WS-Funds-Available =
          TM-Amount - WS-Funds-Used(WS-Funds-Found)
    END-READ.

  *> Applies what was collected: arrears interest, arrears
  *> principal, then this instalment's interest and principal.
  Allocate-Collection.
    MOVE WS-Amount-Collected TO WS-Collect-Left.
    MOVE 0 TO WS-Paid-Arr-Interest.
    MOVE 0 TO WS-Paid-Arr-Principal.
    MOVE 0 TO WS-Paid-Cur-Interest.
    MOVE 0 TO WS-Paid-Cur-Principal.

    IF WS-Collect-Left > LN-Arr-Interest THEN
      MOVE LN-Arr-Interest TO WS-Paid-Arr-Interest
    ELSE
      MOVE WS-Collect-Left TO WS-Paid-Arr-Interest
    END-IF.
    SUBTRACT WS-Paid-Arr-Interest FROM WS-Collect-Left.

    IF WS-Collect-Left > LN-Arr-Principal THEN
      MOVE LN-Arr-Principal TO WS-Paid-Arr-Principal
    ELSE
      MOVE WS-Collect-Left TO WS-Paid-Arr-Principal
    END-IF.
    SUBTRACT WS-Paid-Arr-Principal FROM WS-Collect-Left.

    IF WS-Collect-Left > WS-Cur-Interest THEN
      MOVE WS-Cur-Interest TO WS-Paid-Cur-Interest
    ELSE
      MOVE WS-Collect-Left TO WS-Paid-Cur-Interest
    END-IF.
    SUBTRACT WS-Paid-Cur-Interest FROM WS-Collect-Left.

    IF WS-Collect-Left > WS-Cur-Principal THEN
      MOVE WS-Cur-Principal TO WS-Paid-Cur-Principal
    ELSE
      MOVE WS-Collect-Left TO WS-Paid-Cur-Principal
    END-IF.

    COMPUTE WS-Paid-Interest =
      WS-Paid-Arr-Interest + WS-Paid-Cur-Interest.
    COMPUTE WS-Paid-Principal =
      WS-Paid-Arr-Principal + WS-Paid-Cur-Principal.

  *> The repayment's extract lines: the repayment account debited
  *> what was collected, the loan account credited its principal and
  *> interest under their own statuses.
  Write-Repayment-Lines.
    MOVE WS-Roll-Date TO GEN-Date.
    MOVE WS-Roll-Date TO GEN-Value-Date.
    MOVE LN-Currency TO GEN-Currency.

    MOVE LN-Repay-Key TO GEN-Key.
    COMPUTE GEN-Amount = 0 - WS-Amount-Collected.
    MOVE LN-Prin-Status TO GEN-Status.
    PERFORM Write-Extract-Detail.

    IF WS-Paid-Principal > 0 THEN
      MOVE LN-Key TO GEN-Key
      MOVE WS-Paid-Principal TO GEN-Amount
      MOVE LN-Prin-Status TO GEN-Status
      PERFORM Write-Extract-Detail
    END-IF.

    IF WS-Paid-Interest > 0 THEN
      MOVE LN-Key TO GEN-Key
      MOVE WS-Paid-Interest TO GEN-Amount
      MOVE LN-Int-Status TO GEN-Status
      PERFORM Write-Extract-Detail
    END-IF.

  Write-Extract-Detail.
    MOVE WS-Gen-Raw TO LX-Line.
    WRITE LX-Line.
    ADD 1 TO WS-Gen-Written-Count.
    ADD 1 TO WS-Detail-Count.
    ADD GEN-Amount TO WS-Hash-Total.

  *> Notes a missed or short instalment for the arrears report.
  Record-Arrears-Event.
    IF WS-Amount-Collected = 0 THEN
      ADD 1 TO WS-Gen-Missed-Count
    ELSE
      ADD 1 TO WS-Gen-Short-Count
    END-IF.
    IF WS-Event-Count >= 500 THEN
      EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-Event-Count.
    MOVE LN-Key TO WS-Event-Key(WS-Event-Count).
    MOVE LN-Next-Inst TO WS-Event-Inst(WS-Event-Count).
    MOVE LN-Next-Due TO WS-Event-Due(WS-Event-Count).
    MOVE WS-Amount-Sought TO WS-Event-Sought(WS-Event-Count).
    MOVE WS-Amount-Collected TO WS-Event-Collected(WS-Event-Count).
    IF WS-Amount-Collected = 0 THEN
      MOVE "MISSED" TO WS-Event-Kind(WS-Event-Count)
    ELSE
      MOVE "SHORT" TO WS-Event-Kind(WS-Event-Count)
    END-IF.

  *> Rolls WS-Roll-Date forward past any run of calendar holidays -
  *> a date with no calendar row (or no calendar at all) counts as
  *> open, the same tolerance as the batch gate.
  Roll-To-Open-Day.
    IF Calendar-Missing THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Roll-Done-Flag.
    MOVE 0 TO WS-Roll-Tries.
    PERFORM UNTIL Roll-Done OR WS-Roll-Tries > 60
      ADD 1 TO WS-Roll-Tries
      MOVE WS-Roll-Date TO CAL-Date
      READ Calendar-File
        INVALID KEY
          MOVE "Y" TO WS-Roll-Done-Flag
        NOT INVALID KEY
          IF CAL-Open-Flag = "H" THEN
            COMPUTE WS-Roll-Int =
              FUNCTION INTEGER-OF-DATE(WS-Roll-Date-Num) + 1
            COMPUTE WS-Roll-Date-Num =
              FUNCTION DATE-OF-INTEGER(WS-Roll-Int)
          ELSE
            MOVE "Y" TO WS-Roll-Done-Flag
          END-IF
      END-READ
    END-PERFORM.

  *> The extract's HDR, stamped last-plus-one off this feed's own
  *> generation counter.
  Write-Extract-Header.
    MOVE 0 TO WS-New-Generation.
    OPEN INPUT Loan-Gen-File.
    IF NOT Loan-Gen-Not-Found THEN
      READ Loan-Gen-File
        AT END
          CONTINUE
        NOT AT END
          MOVE LG-Last-Generation TO WS-New-Generation
      END-READ
      CLOSE Loan-Gen-File
    END-IF.
    ADD 1 TO WS-New-Generation.

    MOVE WS-Run-Date TO HDR-Date.
    MOVE "LOANS" TO HDR-Source.
    MOVE WS-New-Generation TO HDR-Gen.
    MOVE WS-Hdr-Line TO LX-Line.
    WRITE LX-Line.

    OPEN OUTPUT Loan-Gen-File.
    MOVE WS-New-Generation TO LG-Last-Generation.
    WRITE LG-Line.
    CLOSE Loan-Gen-File.

  Write-Extract-Trailer.
    MOVE WS-Detail-Count TO TRL-Count.
    MOVE WS-Hash-Total TO TRL-Hash.
    MOVE WS-Trl-Line TO LX-Line.
    WRITE LX-Line.

  *> Records the run date so a same-day resubmission refuses.
  Record-Generation-Run.
    OPEN OUTPUT Loan-Control-File.
    MOVE WS-Run-Date TO LCF-Last-Run-Date.
    WRITE LCF-Line.
    CLOSE Loan-Control-File.

  *> The arrears report: this run's missed and short instalments
  *> (none when asked for off the menu), then every loan still
  *> behind with what it owes, totalled, and spooled.
  Write-Arrears-Report.
    MOVE 0 TO WS-Rows-Withheld.
    MOVE 0 TO WS-Arrears-Loans.
    MOVE 0 TO WS-Arrears-Total-Prin.
    MOVE 0 TO WS-Arrears-Total-Int.
    MOVE 0 TO WS-Arrears-Total.
    OPEN OUTPUT Arrears-File.
    IF WS-Arrears-Status NOT = "00" THEN
      MOVE "WARN" TO WS-Log-Level
      MOVE "Instalment loans: arrears report could not be opened"
        TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO AR-Line.
    STRING
      "Loan arrears report - " DELIMITED BY SIZE
      FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
      "  run " DELIMITED BY SIZE
      LK-Run-ID DELIMITED BY SIZE
      INTO AR-Line
    END-STRING.
    WRITE AR-Line.
    MOVE SPACES TO AR-Line.
    WRITE AR-Line.

    IF WS-Event-Count > 0 THEN
      MOVE "Missed and short instalments this run" TO AR-Line
      WRITE AR-Line
      MOVE "Loan key   Inst  Due date         Sought      Collected  Outcome"
        TO AR-Line
      WRITE AR-Line
      PERFORM VARYING WS-Event-Idx FROM 1 BY 1
        UNTIL WS-Event-Idx > WS-Event-Count
        CALL "BranchAccess" USING WS-Event-Key(WS-Event-Idx)
          WS-Access-Silent LK-Run-ID LK-Operator-ID WS-Access-Result
        IF Access-Permitted THEN
          MOVE WS-Event-Key(WS-Event-Idx) TO ED-Key
          MOVE WS-Event-Inst(WS-Event-Idx) TO ED-Inst
          MOVE WS-Event-Due(WS-Event-Idx) TO ED-Due
          MOVE WS-Event-Sought(WS-Event-Idx) TO ED-Sought
          MOVE WS-Event-Collected(WS-Event-Idx) TO ED-Collected
          MOVE WS-Event-Kind(WS-Event-Idx) TO ED-Kind
          MOVE WS-Event-Detail TO AR-Line
          WRITE AR-Line
        ELSE
          ADD 1 TO WS-Rows-Withheld
        END-IF
      END-PERFORM
      MOVE SPACES TO AR-Line
      WRITE AR-Line
    END-IF.

    MOVE "Loans in arrears" TO AR-Line.
    WRITE AR-Line.
    MOVE "Loan key   Repay from Cnt Since         Principal       Interest          Total"
      TO AR-Line.
    WRITE AR-Line.

    MOVE LOW-VALUES TO LN-Key.
    START Loan-File KEY IS NOT < LN-Key
      INVALID KEY
        MOVE "Y" TO WS-Loan-At-End-Flag
      NOT INVALID KEY
        MOVE "N" TO WS-Loan-At-End-Flag
    END-START.
    PERFORM UNTIL Loan-At-End
      READ Loan-File NEXT
        AT END
          MOVE "Y" TO WS-Loan-At-End-Flag
        NOT AT END
          IF LN-Arr-Principal > 0 OR LN-Arr-Interest > 0 THEN
            PERFORM Judge-Arrears-Loan
          END-IF
      END-READ
    END-PERFORM.

    MOVE SPACES TO AR-Line.
    WRITE AR-Line.
    MOVE SPACES TO WS-Arrears-Detail.
    MOVE "TOTAL" TO AD-Key.
    MOVE WS-Arrears-Loans TO AD-Count.
    MOVE WS-Arrears-Total-Prin TO AD-Principal.
    MOVE WS-Arrears-Total-Int TO AD-Interest.
    MOVE WS-Arrears-Total TO AD-Total.
    MOVE WS-Arrears-Detail TO AR-Line.
    WRITE AR-Line.
    IF WS-Arrears-Loans = 0 THEN
      MOVE "No loans in arrears." TO AR-Line
      WRITE AR-Line
    END-IF.
    PERFORM Note-Rows-Withheld.
    CLOSE Arrears-File.

    MOVE "LOANARR" TO WS-Spool-Source.
    MOVE "Y" TO WS-Spool-Paginate.
    CALL "WriteSpoolJob" USING WS-Spool-Source WS-Arrears-Path
      WS-Spool-Paginate LK-Run-ID.

  *> A loan in arrears goes on the report only when it sits inside
  *> the operator's permitted branches - the rest are counted.
  Judge-Arrears-Loan.
    CALL "BranchAccess" USING LN-Key WS-Access-Silent
      LK-Run-ID LK-Operator-ID WS-Access-Result.
    IF Access-Permitted THEN
      PERFORM Write-Arrears-Loan-Line
    ELSE
      ADD 1 TO WS-Rows-Withheld
    END-IF.

  *> Notes on the report, and audits once, the rows left out because
  *> they sit outside the operator's permitted branches.
  Note-Rows-Withheld.
    IF WS-Rows-Withheld = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO AR-Line.
    WRITE AR-Line.
    MOVE SPACES TO AR-Line.
    STRING
      "Restricted to the branches permitted to " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " - " DELIMITED BY SIZE
      WS-Rows-Withheld DELIMITED BY SIZE
      " row(s) withheld" DELIMITED BY SIZE
      INTO AR-Line
    END-STRING.
    WRITE AR-Line.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Branch access REFUSED for " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " at Loan Arrears - " DELIMITED BY SIZE
      WS-Rows-Withheld DELIMITED BY SIZE
      " row(s) withheld" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  Write-Arrears-Loan-Line.
    ADD 1 TO WS-Arrears-Loans.
    ADD LN-Arr-Principal TO WS-Arrears-Total-Prin.
    ADD LN-Arr-Interest TO WS-Arrears-Total-Int.
    ADD LN-Arr-Principal LN-Arr-Interest TO WS-Arrears-Total.
    MOVE LN-Key TO AD-Key.
    MOVE LN-Repay-Key TO AD-Repay-Key.
    MOVE LN-Arr-Count TO AD-Count.
    MOVE LN-Arr-Since TO AD-Since.
    MOVE LN-Arr-Principal TO AD-Principal.
    MOVE LN-Arr-Interest TO AD-Interest.
    COMPUTE AD-Total = LN-Arr-Principal + LN-Arr-Interest.
    MOVE WS-Arrears-Detail TO AR-Line.
    WRITE AR-Line.

END PROGRAM LoanMaint.
