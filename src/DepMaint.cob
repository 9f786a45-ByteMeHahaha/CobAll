IDENTIFICATION DIVISION.
  PROGRAM-ID. DepMaint.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Term deposit master - one row per fixed-term deposit, keyed on
      *> the deposit account's transaction key, maintained here and
      *> matured by the nightly maturity run below.
      SELECT Dep-File ASSIGN TO WS-Dep-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS DP-Key
      FILE STATUS WS-Dep-Status.

      *> The maturity extract - standard TransRecord layout with
      *> HDR/TRL control records, consumed by Sort 'n' Report like
      *> any other feed (register it on FeedMaint). A previous
      *> extract still on disk means the night hasn't consumed it
      *> yet, and the run refuses rather than overwrite it.
      SELECT Dep-Extract-File ASSIGN TO WS-Dep-Extract-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Dep-Extract-Status.

      *> Generation counter for the extract's HDR records, so the
      *> feed generation handshake protects this feed too.
      SELECT Dep-Gen-File ASSIGN TO WS-Dep-Gen-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Dep-Gen-Status.

      *> Run control - the last date a maturity run ran, so a rerun
      *> can't mature the same deposits twice.
      SELECT Dep-Control-File ASSIGN TO WS-Dep-Control-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Dep-Control-Status.

      *> Business-day calendar maintained by CalMaint - a maturity
      *> landing on a holiday is paid on the next open day.
      SELECT Calendar-File ASSIGN TO "Calendar.dat"
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS CAL-Date
      FILE STATUS WS-Calendar-Status.

      *> Outbound payment instructions - what a maturity pays out is
      *> raised here for the payment run to send, like any payment
      *> raised on the Outbound Payments screen.
      SELECT Pay-File ASSIGN TO WS-Pay-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS PY-Ref
      FILE STATUS WS-Pay-Status.

      *> The last payment reference handed out, shared with PayOut.
      SELECT Pay-Ref-File ASSIGN TO WS-Pay-Ref-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Pay-Ref-Status.

      *> Account reference - the name and contact each maturity
      *> advice is addressed to.
      SELECT Acct-Ref-File ASSIGN TO WS-Acct-Ref-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS AC-Key
      FILE STATUS WS-Acct-Ref-Status.

      *> The customers' maturity advices, one per deposit matured,
      *> DepAdvice.<run date>.txt.
      SELECT Advice-File ASSIGN TO WS-Advice-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Advice-Status.

      *> Treasury's maturity ladder - every live deposit's principal
      *> banded by how soon it matures, per currency.
      SELECT Ladder-File ASSIGN TO WS-Ladder-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Ladder-Status.

DATA DIVISION.
  FILE SECTION.
    FD Dep-File.
      COPY "DepRecord.cpy" REPLACING ==:PREFIX:== BY ==DP==.

    FD Dep-Extract-File.
      01 DX-Line PIC X(41).

    FD Dep-Gen-File.
      01 DG-Line.
        05 DG-Last-Generation PIC 9(4).

    FD Dep-Control-File.
      01 DCF-Line.
        05 DCF-Last-Run-Date PIC X(8).

    FD Calendar-File.
      COPY "CalRecord.cpy" REPLACING ==:PREFIX:== BY ==CAL==.

    FD Pay-File.
      COPY "PayRecord.cpy" REPLACING ==:PREFIX:== BY ==PY==.

    FD Pay-Ref-File.
      01 PR-Line.
        05 PR-Last-Ref PIC 9(8).

    FD Acct-Ref-File.
      COPY "AcctRecord.cpy" REPLACING ==:PREFIX:== BY ==AC==.

    FD Advice-File.
      01 AV-Line PIC X(80).

    FD Ladder-File.
      01 LD-Line PIC X(80).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.
    01 WS-Dep-Path PIC X(80) VALUE "DepositMaster.dat".
    01 WS-Dep-Status PIC XX.
      88 Dep-Opened-Successfully VALUE "00".
      88 Dep-Not-Found VALUE "35".
    01 WS-Dep-At-End-Flag PIC X VALUE "N".
      88 Dep-At-End VALUE "Y".

    01 WS-Dep-Extract-Path PIC X(80) VALUE "DepExtract.dat".
    01 WS-Dep-Gen-Path PIC X(80) VALUE "DepGenControl.dat".
    01 WS-Dep-Control-Path PIC X(80) VALUE "DepControl.dat".
    01 WS-Dep-Extract-Status PIC XX.
    01 WS-Dep-Extract-Info.
      05 FILLER PIC X(24).
    01 WS-Dep-Extract-Check-Status PIC S9(9) COMP-5.

    01 WS-Dep-Gen-Status PIC XX.
      88 Dep-Gen-Opened-OK VALUE "00".
      88 Dep-Gen-Not-Found VALUE "35".
    01 WS-Dep-Control-Status PIC XX.
      88 Dep-Control-Opened-OK VALUE "00".
      88 Dep-Control-Not-Found VALUE "35".
    01 WS-Calendar-Status PIC XX.
      88 Calendar-Opened-Successfully VALUE "00".
      88 Calendar-Not-Found VALUE "35".
    01 WS-Calendar-Missing-Flag PIC A VALUE "N".
      88 Calendar-Missing VALUE "Y".
    01 WS-Pay-Path PIC X(80) VALUE "Payments.dat".
    01 WS-Pay-Status PIC XX.
      88 Pay-Opened-OK VALUE "00".
      88 Pay-Not-Found VALUE "35".
    01 WS-Pay-Open-Flag PIC A VALUE "N".
      88 Pay-File-Open VALUE "Y".
    01 WS-Pay-Ref-Path PIC X(80) VALUE "PayRefControl.dat".
    01 WS-Pay-Ref-Status PIC XX.
      88 Pay-Ref-Not-Found VALUE "35".
    01 WS-Pay-Ref PIC 9(8) VALUE 0.
    01 WS-Acct-Ref-Path PIC X(80) VALUE "AcctRef.dat".
    01 WS-Acct-Ref-Status PIC XX.
      88 Acct-Ref-Opened-OK VALUE "00".
    01 WS-Acct-Ref-Open-Flag PIC A VALUE "N".
      88 Acct-Ref-Open VALUE "Y".
    01 WS-Advice-Path PIC X(80) VALUE SPACES.
    01 WS-Advice-Status PIC XX.
    01 WS-Advice-Open-Flag PIC A VALUE "N".
      88 Advice-File-Open VALUE "Y".
    01 WS-Ladder-Path PIC X(80) VALUE "DepLadder.txt".
    01 WS-Ladder-Status PIC XX.

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode - a
    *> batch run goes straight to the maturity run, no screens.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    *> The shared settings block - this program reads the four-eyes
    *> APPROVELIMIT threshold from it: a maturity payout over it
    *> waits for a supervisor on the Outbound Payments screen.
    COPY "SettingsRec.cpy" REPLACING ==:PREFIX:== BY ==WS-Cfg==.
    01 WS-Settings-Error PIC X(70) VALUE SPACES.

    *> BranchAccess's verdict on the entered key against the
    *> operator's data scope - outside it, no action is taken and the
    *> refusal is audited.
    01 WS-Access-Point PIC X(20) VALUE "Term Deposits".
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".
    01 WS-Key-Check-Scheme PIC X(1) VALUE SPACE.
    01 WS-Key-Check-Result PIC X(1) VALUE "Y".
      88 Key-Check-Passed VALUE "Y".

    *> Operator's request off SC-Dep-Menu.
    01 WS-Maint-Action PIC 9 VALUE 0.
      88 Maint-Add VALUE 1.
      88 Maint-Amend VALUE 2.
      88 Maint-Delete VALUE 3.
      88 Maint-Back VALUE 4.
      88 Maint-Mature VALUE 5.
      88 Maint-Ladder VALUE 6.
    01 WS-Maint-Key PIC X(10) VALUE SPACES.
    01 WS-Maint-Principal PIC 9(9)V99 VALUE 0.
    01 WS-Maint-Rate PIC 9(2)V9(4) VALUE 0.
    01 WS-Maint-Start-Date PIC X(8) VALUE SPACES.
    01 WS-Maint-Maturity-Date PIC X(8) VALUE SPACES.
    01 WS-Maint-Term-Days PIC 9(4) VALUE 0.
    01 WS-Maint-Instruction PIC X VALUE "P".
    01 WS-Maint-Currency PIC X(3) VALUE "GBP".
    01 WS-Maint-Int-Status PIC X VALUE "I".
    01 WS-Maint-Bene-Name PIC X(35) VALUE SPACES.
    01 WS-Maint-Bene-Sort-Code PIC X(6) VALUE SPACES.
    01 WS-Maint-Bene-Account PIC X(8) VALUE SPACES.
    01 WS-Maint-Bene-Reference PIC X(18) VALUE SPACES.
    01 WS-Maint-State PIC X VALUE "A".
    01 WS-Maint-Maturities PIC 9(3) VALUE 0.
    01 WS-Maint-Last-Maturity PIC X(8) VALUE SPACES.
    01 WS-Maint-Last-Interest PIC 9(9)V99 VALUE 0.
    01 WS-Maint-Interest-Total PIC 9(11)V99 VALUE 0.
    01 WS-Maint-Confirm PIC A VALUE SPACES.
      88 Maint-Delete-Confirmed VALUE "Y" "y".
    01 WS-Maint-Action-Label PIC X(20) VALUE SPACES.
    01 WS-Maint-Result-Label PIC X(76) VALUE SPACES.

    *> The stored terms, held while an amend is keyed, so a deposit
    *> that has already matured once can't have what was placed
    *> rewritten.
    01 WS-Before-Terms.
      05 WS-Before-Principal PIC 9(9)V99.
      05 WS-Before-Start-Date PIC X(8).
      05 WS-Before-Currency PIC X(3).
    01 WS-Before-Rate PIC 9(2)V9(4) VALUE 0.
    01 WS-Before-Maturity-Date PIC X(8) VALUE SPACES.
    01 WS-Before-Instruction PIC X VALUE SPACES.
    01 WS-Before-State PIC X VALUE SPACES.
    01 WS-Audit-Amount-Before PIC -(9)9.99.
    01 WS-Audit-Amount-After PIC -(9)9.99.
    01 WS-Audit-Rate PIC Z9.9999.
    01 WS-Audit-Message PIC X(80).

    *> Day-count arithmetic - actual days over the term, simple
    *> interest on a 365-day year.
    01 WS-Calc-From-Date PIC X(8) VALUE SPACES.
    01 WS-Calc-To-Date PIC X(8) VALUE SPACES.
    01 WS-Calc-From-Int PIC 9(7) VALUE 0.
    01 WS-Calc-To-Int PIC 9(7) VALUE 0.
    01 WS-Calc-Days PIC S9(7) VALUE 0.
    01 WS-Calc-Date-Num PIC 9(8) VALUE 0.
    01 WS-Term-Interest PIC 9(9)V99 VALUE 0.

    01 WS-Edit-Amount PIC Z,ZZZ,ZZZ,ZZ9.99.
    01 WS-Edit-Amount-2 PIC Z,ZZZ,ZZZ,ZZ9.99.
    01 WS-Edit-Count PIC ZZ,ZZ9.
    01 WS-Edit-Days PIC Z,ZZ9.
    01 WS-Edit-Rate PIC Z9.9999.

    *> Maturity run work fields.
    01 WS-Run-Date PIC X(8) VALUE SPACES.
    01 WS-Run-Date-Num REDEFINES WS-Run-Date PIC 9(8).
    01 WS-Mat-Due-Count PIC 9(5) VALUE 0.
    01 WS-Mat-Paid-Count PIC 9(5) VALUE 0.
    01 WS-Mat-Rolled-Count PIC 9(5) VALUE 0.
    01 WS-Mat-Held-Count PIC 9(5) VALUE 0.
    01 WS-Mat-Holiday-Count PIC 9(5) VALUE 0.
    01 WS-Mat-Payments-Count PIC 9(5) VALUE 0.
    01 WS-Mat-Advice-Count PIC 9(5) VALUE 0.
    01 WS-Mat-Interest-Total PIC 9(11)V99 VALUE 0.
    01 WS-Mat-Paid-Total PIC 9(11)V99 VALUE 0.
    01 WS-Detail-Count PIC 9(7) VALUE 0.
    01 WS-Hash-Total PIC S9(11)V99 VALUE 0.
    01 WS-New-Generation PIC 9(4) VALUE 0.

    *> One deposit's maturity - what it earned, what leaves the
    *> bank, and the term it rolls into. Held means something stops
    *> it maturing tonight; it stays active for the next run.
    01 WS-Payout-Amount PIC 9(9)V99 VALUE 0.
    01 WS-New-Principal PIC 9(9)V99 VALUE 0.
    01 WS-Old-Principal PIC 9(9)V99 VALUE 0.
    01 WS-Old-Start-Date PIC X(8) VALUE SPACES.
    01 WS-Old-Maturity-Date PIC X(8) VALUE SPACES.
    01 WS-Term-Days-Run PIC 9(4) VALUE 0.
    01 WS-Dep-Held-Flag PIC A VALUE "N".
      88 Dep-Held VALUE "Y".
    01 WS-Held-Reason PIC X(40) VALUE SPACES.

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

    *> Holiday roll - the same integer-of-date approach the loans and
    *> standing instructions use.
    01 WS-Roll-Date PIC X(8) VALUE SPACES.
    01 WS-Roll-Date-Num REDEFINES WS-Roll-Date PIC 9(8).
    01 WS-Roll-Int PIC 9(7) VALUE 0.
    01 WS-Roll-Tries PIC 9(3) VALUE 0.
    01 WS-Roll-Done-Flag PIC A VALUE "N".
      88 Roll-Done VALUE "Y".

    *> Advice lines, and the name each is addressed to.
    01 WS-Adv-Build PIC X(80) VALUE SPACES.
    01 WS-Adv-Name PIC X(30) VALUE SPACES.
    01 WS-Adv-Contact PIC X(40) VALUE SPACES.
    01 WS-Adv-Label PIC X(35) VALUE SPACES.

    *> The maturity ladder - up to ten currencies, each banded by
    *> days to maturity: already past (held), within a week, a
    *> month, three months, six months, a year, and beyond.
    01 WS-Band-Labels.
      05 FILLER PIC X(16) VALUE "Past due".
      05 FILLER PIC X(16) VALUE "0 - 7 days".
      05 FILLER PIC X(16) VALUE "8 - 30 days".
      05 FILLER PIC X(16) VALUE "31 - 90 days".
      05 FILLER PIC X(16) VALUE "91 - 180 days".
      05 FILLER PIC X(16) VALUE "181 - 365 days".
      05 FILLER PIC X(16) VALUE "Over 1 year".
    01 WS-Band-Label-Table REDEFINES WS-Band-Labels.
      05 WS-Band-Label PIC X(16) OCCURS 7 TIMES.
    01 WS-Band-Idx PIC 9 VALUE 0.
    01 WS-Ladder-Ccy-Count PIC 99 VALUE 0.
    01 WS-Ladder-Ccy-Idx PIC 99 VALUE 0.
    01 WS-Ladder-Ccy-Found PIC 99 VALUE 0.
    01 WS-Ladder-Table.
      05 WS-Ladder-Ccy OCCURS 10 TIMES.
        10 WS-Ladder-Ccy-Code PIC X(3).
        10 WS-Ladder-Ccy-Deposits PIC 9(5).
        10 WS-Ladder-Ccy-Principal PIC 9(13)V99.
        10 WS-Ladder-Ccy-Interest PIC 9(13)V99.
        10 WS-Ladder-Band OCCURS 7 TIMES.
          15 WS-Ladder-Band-Count PIC 9(5).
          15 WS-Ladder-Band-Principal PIC 9(13)V99.
          15 WS-Ladder-Band-Interest PIC 9(13)V99.
    01 WS-Ladder-Deposits PIC 9(5) VALUE 0.
    01 WS-Ladder-Skipped PIC 9(5) VALUE 0.
    01 WS-Ladder-Days PIC S9(7) VALUE 0.
    01 WS-Ladder-Detail.
      05 LL-Band PIC X(16).
      05 FILLER PIC X(2) VALUE SPACES.
      05 LL-Count PIC ZZ,ZZ9.
      05 FILLER PIC X(2) VALUE SPACES.
      05 LL-Principal PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(2) VALUE SPACES.
      05 LL-Interest PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

    *> Spool hand-off for the advices and the ladder.
    01 WS-Spool-Source PIC X(8) VALUE SPACES.
    01 WS-Spool-Paginate PIC X(1) VALUE "Y".

    *> Elapsed/run-history row, same arrangement as the other batch
    *> functions.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "DEPMAT".
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
    COPY "DepMaintScr.cpy". *> Term Deposit screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  DepMaintMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Term Deposits selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    PERFORM LoadConfig.

    *> The session loop re-CALLs this program in one run unit, so
    *> the VALUE clauses only ever ran once - reset the tallies.
    PERFORM Reset-Run-Tallies.

    *> Re-defaulted every invocation, then qualified - the same
    *> arrangement as the loans, so a training session's maturity
    *> run never touches the live deposits, raises a live payment
    *> or builds a live feed. The account reference is shared.
    MOVE "DepositMaster.dat" TO WS-Dep-Path.
    MOVE "DepExtract.dat" TO WS-Dep-Extract-Path.
    MOVE "DepGenControl.dat" TO WS-Dep-Gen-Path.
    MOVE "DepControl.dat" TO WS-Dep-Control-Path.
    MOVE "Payments.dat" TO WS-Pay-Path.
    MOVE "PayRefControl.dat" TO WS-Pay-Ref-Path.
    MOVE "DepLadder.txt" TO WS-Ladder-Path.
    CALL "ResolveDataPath" USING WS-Dep-Path.
    CALL "ResolveDataPath" USING WS-Dep-Extract-Path.
    CALL "ResolveDataPath" USING WS-Dep-Gen-Path.
    CALL "ResolveDataPath" USING WS-Dep-Control-Path.
    CALL "ResolveDataPath" USING WS-Pay-Path.
    CALL "ResolveDataPath" USING WS-Pay-Ref-Path.
    CALL "ResolveDataPath" USING WS-Ladder-Path.
    MOVE "AcctRef.dat" TO WS-Acct-Ref-Path.

    *> OPEN I-O fails with "35" when the file doesn't exist yet -
    *> create it empty then, same first-use arrangement as the other
    *> reference screens.
    OPEN I-O Dep-File.
    IF Dep-Not-Found THEN
      OPEN OUTPUT Dep-File
      CLOSE Dep-File
      OPEN I-O Dep-File
    END-IF.

    *> A batch run is the maturity run, full stop - the maintenance
    *> screens are interactive-only.
    IF Batch-Mode-Active THEN
      PERFORM Run-Maturities
      CLOSE Dep-File
      GOBACK
    END-IF.

    MOVE 0 TO WS-Maint-Action.
    PERFORM Maint-Loop UNTIL Maint-Back.

    CLOSE Dep-File.

    GOBACK.

  LoadConfig.
    CALL "ReadSettings" USING WS-Cfg-Settings WS-Settings-Error.
    IF WS-Settings-Error NOT = SPACES THEN
      MOVE "WARN" TO WS-Log-Level
      MOVE WS-Settings-Error TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

  Reset-Run-Tallies.
    MOVE 0 TO WS-Mat-Due-Count.
    MOVE 0 TO WS-Mat-Paid-Count.
    MOVE 0 TO WS-Mat-Rolled-Count.
    MOVE 0 TO WS-Mat-Held-Count.
    MOVE 0 TO WS-Mat-Holiday-Count.
    MOVE 0 TO WS-Mat-Payments-Count.
    MOVE 0 TO WS-Mat-Advice-Count.
    MOVE 0 TO WS-Mat-Interest-Total.
    MOVE 0 TO WS-Mat-Paid-Total.
    MOVE 0 TO WS-Detail-Count.
    MOVE 0 TO WS-Hash-Total.

  *> One maintenance action: take the action and deposit key off
  *> the screen, apply it, audit it, and show the outcome.
  Maint-Loop.
    MOVE 0 TO WS-Maint-Action.
    MOVE SPACES TO WS-Maint-Key.
    DISPLAY SC-Dep-Menu.
    ACCEPT SC-Dep-Menu.

    MOVE SPACES TO WS-Maint-Result-Label.
    IF (Maint-Add OR Maint-Amend OR Maint-Delete)
      AND WS-Maint-Key = SPACES THEN
      MOVE "Key the deposit account key first." TO WS-Maint-Result-Label
    END-IF.
    IF (Maint-Add OR Maint-Amend OR Maint-Delete)
      AND WS-Maint-Result-Label = SPACES THEN
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
          PERFORM Do-Dep-Add
        WHEN Maint-Amend
          PERFORM Do-Dep-Amend
        WHEN Maint-Delete
          PERFORM Do-Dep-Delete
        WHEN Maint-Mature
          PERFORM Reset-Run-Tallies
          PERFORM Run-Maturities
          IF WS-Maint-Result-Label = SPACES THEN
            DISPLAY SC-Dep-Mat-Done
            ACCEPT OMITTED
          END-IF
        WHEN Maint-Ladder
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
          PERFORM Write-Ladder-Report
          MOVE WS-Ladder-Deposits TO WS-Edit-Count
          STRING
            "Maturity ladder written - " DELIMITED BY SIZE
            FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
            " live deposit(s), to " DELIMITED BY SIZE
            FUNCTION TRIM(WS-Ladder-Path) DELIMITED BY SIZE
            INTO WS-Maint-Result-Label
          END-STRING
        WHEN Maint-Back
          CONTINUE
        WHEN OTHER
          MOVE "Invalid choice - pick 1-6." TO WS-Maint-Result-Label
      END-EVALUATE
    END-IF.

    IF NOT Maint-Back AND WS-Maint-Result-Label NOT = SPACES THEN
      DISPLAY SC-Dep-Result
      ACCEPT OMITTED
    END-IF.

  *> Places a brand-new deposit under the entered key: the key must
  *> pass its branch's check digit, the terms are validated and the
  *> term's length worked out from its start and maturity dates.
  Do-Dep-Add.
    MOVE WS-Maint-Key TO DP-Key.
    READ Dep-File
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE "Deposit already on file - use Amend instead."
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

    MOVE 0 TO WS-Maint-Principal.
    MOVE 0 TO WS-Maint-Rate.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Maint-Start-Date.
    MOVE SPACES TO WS-Maint-Maturity-Date.
    MOVE 0 TO WS-Maint-Term-Days.
    MOVE "P" TO WS-Maint-Instruction.
    MOVE "GBP" TO WS-Maint-Currency.
    MOVE "I" TO WS-Maint-Int-Status.
    MOVE SPACES TO WS-Maint-Bene-Name.
    MOVE SPACES TO WS-Maint-Bene-Sort-Code.
    MOVE SPACES TO WS-Maint-Bene-Account.
    MOVE SPACES TO WS-Maint-Bene-Reference.
    MOVE "A" TO WS-Maint-State.
    MOVE 0 TO WS-Maint-Maturities.
    MOVE SPACES TO WS-Maint-Last-Maturity.
    MOVE 0 TO WS-Maint-Last-Interest.
    MOVE 0 TO WS-Maint-Interest-Total.
    MOVE SPACE TO WS-Before-State.
    MOVE "Action: Add" TO WS-Maint-Action-Label.
    DISPLAY SC-Dep-Fields.
    ACCEPT SC-Dep-Fields.

    PERFORM Validate-Dep-Fields.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    INITIALIZE DP-Record.
    MOVE WS-Maint-Key TO DP-Key.
    PERFORM Move-Keyed-Fields.
    MOVE 0 TO DP-Maturities.
    MOVE SPACES TO DP-Last-Maturity.
    MOVE 0 TO DP-Last-Interest.
    MOVE 0 TO DP-Last-Pay-Ref.
    MOVE 0 TO DP-Interest-Total.
    MOVE LK-Operator-ID TO DP-Created-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO DP-Created-Stamp.
    WRITE DP-Record
      INVALID KEY
        MOVE "Add failed - write rejected by the file."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        PERFORM Compute-Term-Interest
        MOVE WS-Term-Interest TO WS-Edit-Amount
        MOVE DP-Term-Days TO WS-Edit-Days
        STRING
          "Deposit placed - " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Edit-Days) DELIMITED BY SIZE
          " days, interest at maturity " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Edit-Amount) DELIMITED BY SIZE
          "." DELIMITED BY SIZE
          INTO WS-Maint-Result-Label
        END-STRING
        MOVE DP-Principal TO WS-Audit-Amount-After
        MOVE DP-Rate TO WS-Audit-Rate
        STRING
          "Deposit ADD by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " key=" DELIMITED BY SIZE
          DP-Key DELIMITED BY SIZE
          " prin=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Audit-Amount-After) DELIMITED BY SIZE
          " rate=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Audit-Rate) DELIMITED BY SIZE
          " mat=" DELIMITED BY SIZE
          DP-Maturity-Date DELIMITED BY SIZE
          " ins=" DELIMITED BY SIZE
          DP-Instruction DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-WRITE.

  *> Amends a stored deposit. Until it first matures the whole
  *> placement may be rekeyed; after that the principal, start date
  *> and currency are what the run made of them, and only the
  *> current term's rate and maturity, the instruction, the payout
  *> account, the status and the state may change. A deposit
  *> matured and paid out is history.
  Do-Dep-Amend.
    MOVE WS-Maint-Key TO DP-Key.
    READ Dep-File
      INVALID KEY
        MOVE "No deposit on file for that key." TO WS-Maint-Result-Label
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    IF DP-State = "M" THEN
      MOVE "Deposit matured and paid out - nothing left to amend."
        TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM Move-Record-To-Screen.
    MOVE DP-Principal TO WS-Before-Principal.
    MOVE DP-Start-Date TO WS-Before-Start-Date.
    MOVE DP-Currency TO WS-Before-Currency.
    MOVE DP-Rate TO WS-Before-Rate.
    MOVE DP-Maturity-Date TO WS-Before-Maturity-Date.
    MOVE DP-Instruction TO WS-Before-Instruction.
    MOVE DP-State TO WS-Before-State.
    MOVE "Action: Amend" TO WS-Maint-Action-Label.
    DISPLAY SC-Dep-Fields.
    ACCEPT SC-Dep-Fields.

    IF DP-Maturities > 0
      AND (WS-Maint-Principal NOT = WS-Before-Principal
        OR WS-Maint-Start-Date NOT = WS-Before-Start-Date
        OR WS-Maint-Currency NOT = WS-Before-Currency) THEN
      MOVE "Deposit has matured before - principal, start and currency are fixed."
        TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM Validate-Dep-Fields.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Move-Keyed-Fields.
    REWRITE DP-Record
      INVALID KEY
        MOVE "Amend failed - rewrite rejected by the file."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        MOVE "Deposit amended." TO WS-Maint-Result-Label
        MOVE WS-Before-Rate TO WS-Audit-Rate
        MOVE DP-Rate TO WS-Edit-Rate
        STRING
          "Deposit AMEND by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " key=" DELIMITED BY SIZE
          DP-Key DELIMITED BY SIZE
          " rate=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Audit-Rate) DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Edit-Rate) DELIMITED BY SIZE
          " mat=" DELIMITED BY SIZE
          DP-Maturity-Date DELIMITED BY SIZE
          " ins=" DELIMITED BY SIZE
          WS-Before-Instruction DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          DP-Instruction DELIMITED BY SIZE
          " st=" DELIMITED BY SIZE
          WS-Before-State DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          DP-State DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-REWRITE.

  *> Deletes a deposit after confirmation - only one that has never
  *> matured, or one matured and paid out; a live deposit with
  *> maturity history is suspended instead.
  Do-Dep-Delete.
    MOVE WS-Maint-Key TO DP-Key.
    READ Dep-File
      INVALID KEY
        MOVE "No deposit on file for that key." TO WS-Maint-Result-Label
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    IF DP-Maturities > 0 AND DP-State NOT = "M" THEN
      MOVE "Deposit has rolled over - suspend it (state S) instead."
        TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM Move-Record-To-Screen.
    MOVE SPACES TO WS-Maint-Confirm.
    DISPLAY SC-Dep-Confirm.
    ACCEPT SC-Dep-Confirm.

    IF NOT Maint-Delete-Confirmed THEN
      MOVE "Delete abandoned - deposit kept." TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Maint-Key TO DP-Key.
    DELETE Dep-File
      INVALID KEY
        MOVE "Delete failed - rejected by the file."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        MOVE "Deposit deleted." TO WS-Maint-Result-Label
        MOVE WS-Maint-Principal TO WS-Audit-Amount-Before
        STRING
          "Deposit DELETE by " DELIMITED BY SIZE
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

  *> Pre-fills the field screen from the stored deposit.
  Move-Record-To-Screen.
    MOVE DP-Principal TO WS-Maint-Principal.
    MOVE DP-Rate TO WS-Maint-Rate.
    MOVE DP-Start-Date TO WS-Maint-Start-Date.
    MOVE DP-Maturity-Date TO WS-Maint-Maturity-Date.
    MOVE DP-Term-Days TO WS-Maint-Term-Days.
    MOVE DP-Instruction TO WS-Maint-Instruction.
    MOVE DP-Currency TO WS-Maint-Currency.
    MOVE DP-Int-Status TO WS-Maint-Int-Status.
    MOVE DP-Bene-Name TO WS-Maint-Bene-Name.
    MOVE DP-Bene-Sort-Code TO WS-Maint-Bene-Sort-Code.
    MOVE DP-Bene-Account TO WS-Maint-Bene-Account.
    MOVE DP-Bene-Reference TO WS-Maint-Bene-Reference.
    MOVE DP-State TO WS-Maint-State.
    MOVE DP-Maturities TO WS-Maint-Maturities.
    MOVE DP-Last-Maturity TO WS-Maint-Last-Maturity.
    MOVE DP-Last-Interest TO WS-Maint-Last-Interest.
    MOVE DP-Interest-Total TO WS-Maint-Interest-Total.

  *> The keyed terms have to make a deposit the maturity run can
  *> mature. Leaves the reason in the result label; on success the
  *> term's length in days is worked out.
  Validate-Dep-Fields.
    MOVE FUNCTION UPPER-CASE(WS-Maint-Instruction)
      TO WS-Maint-Instruction.
    MOVE FUNCTION UPPER-CASE(WS-Maint-Currency) TO WS-Maint-Currency.
    MOVE FUNCTION UPPER-CASE(WS-Maint-State) TO WS-Maint-State.
    EVALUATE TRUE
      WHEN WS-Maint-Principal NOT > 0
        MOVE "Principal must be more than zero." TO WS-Maint-Result-Label
      WHEN WS-Maint-Start-Date IS NOT NUMERIC
        MOVE "Start date must be a real date, YYYYMMDD."
          TO WS-Maint-Result-Label
      WHEN FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-Maint-Start-Date))
          NOT = 0
        MOVE "Start date must be a real date, YYYYMMDD."
          TO WS-Maint-Result-Label
      WHEN WS-Maint-Maturity-Date IS NOT NUMERIC
        MOVE "Maturity date must be a real date, YYYYMMDD."
          TO WS-Maint-Result-Label
      WHEN FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-Maint-Maturity-Date))
          NOT = 0
        MOVE "Maturity date must be a real date, YYYYMMDD."
          TO WS-Maint-Result-Label
      WHEN WS-Maint-Instruction NOT = "P" AND NOT = "R" AND NOT = "I"
        MOVE "Instruction must be P (pay out), R (roll principal) or I (roll all)."
          TO WS-Maint-Result-Label
      WHEN WS-Maint-Currency = SPACES
        MOVE "Key the deposit's currency." TO WS-Maint-Result-Label
      WHEN WS-Maint-Int-Status = SPACES
        MOVE "Key the interest status." TO WS-Maint-Result-Label
      WHEN WS-Maint-Instruction NOT = "I"
        AND WS-Maint-Bene-Name = SPACES
        MOVE "Key the name on the account maturities are paid to."
          TO WS-Maint-Result-Label
      WHEN WS-Maint-Instruction NOT = "I"
        AND WS-Maint-Bene-Sort-Code IS NOT NUMERIC
        MOVE "Payout sort code must be six digits." TO WS-Maint-Result-Label
      WHEN WS-Maint-Instruction NOT = "I"
        AND WS-Maint-Bene-Account IS NOT NUMERIC
        MOVE "Payout account number must be eight digits."
          TO WS-Maint-Result-Label
      WHEN WS-Maint-State = "M"
        MOVE "Only the maturity run marks a deposit matured."
          TO WS-Maint-Result-Label
      WHEN WS-Maint-State NOT = "A" AND NOT = "S"
        MOVE "State must be A (active) or S (suspended)."
          TO WS-Maint-Result-Label
    END-EVALUATE.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Maint-Start-Date TO WS-Calc-From-Date.
    MOVE WS-Maint-Maturity-Date TO WS-Calc-To-Date.
    PERFORM Compute-Day-Count.
    IF WS-Calc-Days < 1 OR WS-Calc-Days > 3660 THEN
      MOVE "Maturity must fall 1 day to 10 years after the start."
        TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Calc-Days TO WS-Maint-Term-Days.

  Move-Keyed-Fields.
    MOVE WS-Maint-Principal TO DP-Principal.
    MOVE WS-Maint-Rate TO DP-Rate.
    MOVE WS-Maint-Start-Date TO DP-Start-Date.
    MOVE WS-Maint-Maturity-Date TO DP-Maturity-Date.
    MOVE WS-Maint-Term-Days TO DP-Term-Days.
    MOVE WS-Maint-Instruction TO DP-Instruction.
    MOVE WS-Maint-Currency TO DP-Currency.
    MOVE WS-Maint-Int-Status TO DP-Int-Status.
    MOVE WS-Maint-Bene-Name TO DP-Bene-Name.
    MOVE WS-Maint-Bene-Sort-Code TO DP-Bene-Sort-Code.
    MOVE WS-Maint-Bene-Account TO DP-Bene-Account.
    MOVE WS-Maint-Bene-Reference TO DP-Bene-Reference.
    MOVE WS-Maint-State TO DP-State.

  *> Actual days from WS-Calc-From-Date to WS-Calc-To-Date.
  Compute-Day-Count.
    COMPUTE WS-Calc-From-Int =
      FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Calc-From-Date)).
    COMPUTE WS-Calc-To-Int =
      FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Calc-To-Date)).
    COMPUTE WS-Calc-Days = WS-Calc-To-Int - WS-Calc-From-Int.

  *> Interest the deposit in DP-Record earns over its current term:
  *> principal x rate x actual days / 365, rounded to the penny.
  Compute-Term-Interest.
    MOVE DP-Start-Date TO WS-Calc-From-Date.
    MOVE DP-Maturity-Date TO WS-Calc-To-Date.
    PERFORM Compute-Day-Count.
    IF WS-Calc-Days < 0 THEN
      MOVE 0 TO WS-Calc-Days
    END-IF.
    COMPUTE WS-Term-Interest ROUNDED =
      DP-Principal * DP-Rate / 100 * WS-Calc-Days / 365
      ON SIZE ERROR
        MOVE 0 TO WS-Term-Interest
        MOVE "Y" TO WS-Dep-Held-Flag
        MOVE "interest too large to post" TO WS-Held-Reason
    END-COMPUTE.

  *> The batch function: every active deposit maturing on (or
  *> before) the processing day - the maturity rolled off any
  *> holiday - is matured. Its interest for the term is credited to
  *> the deposit account in a fresh standard-format extract with
  *> HDR/TRL controls; what its instruction pays out is raised as an
  *> outbound payment from the deposit account to the customer's
  *> nominated account; what it rolls over starts a new term of the
  *> same length from the contractual maturity date. Each customer
  *> gets a maturity advice, and treasury's ladder is rebuilt. Its
  *> own run control refuses a same-day rerun.
  Run-Maturities.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.

    PERFORM Check-Maturity-Run-Control.
    PERFORM Check-Prior-Extract-Consumed.

    *> Without the payments file nothing can be paid out - deposits
    *> due to pay are held for the next run rather than rolled or
    *> matured with nothing sent.
    MOVE "N" TO WS-Pay-Open-Flag.
    OPEN I-O Pay-File.
    IF Pay-Not-Found THEN
      OPEN OUTPUT Pay-File
      CLOSE Pay-File
      OPEN I-O Pay-File
    END-IF.
    IF Pay-Opened-OK THEN
      MOVE "Y" TO WS-Pay-Open-Flag
    ELSE
      MOVE "WARN" TO WS-Log-Level
      MOVE "Term deposits: payments file unavailable - payouts held"
        TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

    MOVE "N" TO WS-Calendar-Missing-Flag.
    OPEN INPUT Calendar-File.
    IF Calendar-Not-Found THEN
      MOVE "Y" TO WS-Calendar-Missing-Flag
    END-IF.

    MOVE "N" TO WS-Acct-Ref-Open-Flag.
    OPEN INPUT Acct-Ref-File.
    IF Acct-Ref-Opened-OK THEN
      MOVE "Y" TO WS-Acct-Ref-Open-Flag
    END-IF.

    MOVE SPACES TO WS-Advice-Path.
    STRING
      "DepAdvice." DELIMITED BY SIZE
      WS-Run-Date DELIMITED BY SIZE
      ".txt" DELIMITED BY SIZE
      INTO WS-Advice-Path
    END-STRING.
    CALL "ResolveDataPath" USING WS-Advice-Path.
    MOVE "N" TO WS-Advice-Open-Flag.
    OPEN OUTPUT Advice-File.
    IF WS-Advice-Status = "00" THEN
      MOVE "Y" TO WS-Advice-Open-Flag
    ELSE
      MOVE "WARN" TO WS-Log-Level
      MOVE "Term deposits: maturity advice file could not be opened"
        TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

    OPEN OUTPUT Dep-Extract-File.
    PERFORM Write-Extract-Header.

    *> Walk the whole deposit file in key order.
    MOVE LOW-VALUES TO DP-Key.
    START Dep-File KEY IS NOT < DP-Key
      INVALID KEY
        CONTINUE
    END-START.
    MOVE "N" TO WS-Dep-At-End-Flag.
    PERFORM Mature-One-Deposit UNTIL Dep-At-End.

    PERFORM Write-Extract-Trailer.
    CLOSE Dep-Extract-File.
    IF Pay-File-Open THEN
      CLOSE Pay-File
    END-IF.
    IF NOT Calendar-Missing THEN
      CLOSE Calendar-File
    END-IF.
    IF Acct-Ref-Open THEN
      CLOSE Acct-Ref-File
    END-IF.
    IF Advice-File-Open THEN
      CLOSE Advice-File
      IF WS-Mat-Advice-Count > 0 THEN
        MOVE "DEPADV" TO WS-Spool-Source
        MOVE "Y" TO WS-Spool-Paginate
        CALL "WriteSpoolJob" USING WS-Spool-Source WS-Advice-Path
          WS-Spool-Paginate LK-Run-ID
      END-IF
    END-IF.
    PERFORM Record-Maturity-Run.
    PERFORM Write-Ladder-Report.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Deposit maturities - " DELIMITED BY SIZE
      WS-Mat-Due-Count DELIMITED BY SIZE
      " due, " DELIMITED BY SIZE
      WS-Mat-Paid-Count DELIMITED BY SIZE
      " paid out, " DELIMITED BY SIZE
      WS-Mat-Rolled-Count DELIMITED BY SIZE
      " rolled, " DELIMITED BY SIZE
      WS-Mat-Held-Count DELIMITED BY SIZE
      " held, gen " DELIMITED BY SIZE
      WS-New-Generation DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.
    MOVE WS-Log-Message TO WS-Audit-Message.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE WS-Mat-Due-Count TO WS-RH-Read.
    MOVE WS-Detail-Count TO WS-RH-Written.
    IF WS-Mat-Held-Count > 0 THEN
      MOVE "WARN" TO WS-RH-End-Status
    ELSE
      MOVE "OK" TO WS-RH-End-Status
    END-IF.
    CALL "WriteRunHistory" USING WS-RH-Function WS-RH-Read
      WS-RH-Written WS-RH-Matched WS-RH-Unmatched WS-Elapsed-Seconds
      WS-RH-End-Status LK-Run-ID LK-Terminal-ID LK-Operator-ID.

  *> A same-day rerun would credit every maturity's interest and
  *> raise every payout twice - refuse it through the catalog, the
  *> same rerun discipline as the loans.
  Check-Maturity-Run-Control.
    OPEN INPUT Dep-Control-File.
    IF Dep-Control-Not-Found THEN
      EXIT PARAGRAPH
    END-IF.
    READ Dep-Control-File
      AT END
        CONTINUE
      NOT AT END
        IF DCF-Last-Run-Date = WS-Run-Date THEN
          CLOSE Dep-Control-File
          MOVE 414 TO WS-Error-Code
          MOVE SPACES TO WS-Error-Msg
          STRING
            "Deposit maturities already run for " DELIMITED BY SIZE
            WS-Run-Date DELIMITED BY SIZE
            " - rerun refused" DELIMITED BY SIZE
            INTO WS-Error-Msg
          END-STRING
          CALL "CloseWithError" USING WS-Error-Code WS-Error-Msg
            LK-Run-ID LK-Terminal-ID LK-Operator-ID
        END-IF
    END-READ.
    CLOSE Dep-Control-File.

  *> A previous maturity extract still on disk hasn't been consumed
  *> by the night - overwriting it would lose that interest.
  Check-Prior-Extract-Consumed.
    CALL "CBL_CHECK_FILE_EXIST" USING WS-Dep-Extract-Path
      WS-Dep-Extract-Info RETURNING WS-Dep-Extract-Check-Status
    END-CALL.
    IF WS-Dep-Extract-Check-Status = 0 THEN
      MOVE 421 TO WS-Error-Code
      MOVE "Previous deposit maturity extract not yet consumed"
        TO WS-Error-Msg
      CALL "CloseWithError" USING WS-Error-Code WS-Error-Msg
        LK-Run-ID LK-Terminal-ID LK-Operator-ID
    END-IF.

  *> One deposit: if it is active and its maturity, rolled off any
  *> holiday, has come, work out the term's interest, raise what the
  *> instruction pays out, post the interest, start the next term or
  *> close it, and write the customer's advice. Anything that stops
  *> the payout holds the whole maturity for the next run.
  Mature-One-Deposit.
    READ Dep-File NEXT
      AT END
        MOVE "Y" TO WS-Dep-At-End-Flag
    END-READ.
    IF Dep-At-End THEN
      EXIT PARAGRAPH
    END-IF.

    IF DP-State NOT = "A" THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE DP-Maturity-Date TO WS-Roll-Date.
    PERFORM Roll-To-Open-Day.
    IF WS-Roll-Date > WS-Run-Date THEN
      EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-Mat-Due-Count.

    MOVE "N" TO WS-Dep-Held-Flag.
    MOVE SPACES TO WS-Held-Reason.
    PERFORM Compute-Term-Interest.
    MOVE DP-Principal TO WS-New-Principal.
    MOVE 0 TO WS-Payout-Amount.
    EVALUATE DP-Instruction
      WHEN "P"
        COMPUTE WS-Payout-Amount = DP-Principal + WS-Term-Interest
          ON SIZE ERROR
            MOVE "Y" TO WS-Dep-Held-Flag
            MOVE "payout too large for one payment" TO WS-Held-Reason
        END-COMPUTE
      WHEN "R"
        MOVE WS-Term-Interest TO WS-Payout-Amount
      WHEN OTHER
        COMPUTE WS-New-Principal = DP-Principal + WS-Term-Interest
          ON SIZE ERROR
            MOVE "Y" TO WS-Dep-Held-Flag
            MOVE "rolled principal too large" TO WS-Held-Reason
        END-COMPUTE
    END-EVALUATE.
    IF WS-Payout-Amount > 0 AND NOT Pay-File-Open THEN
      MOVE "Y" TO WS-Dep-Held-Flag
      MOVE "payments file unavailable" TO WS-Held-Reason
    END-IF.
    IF Dep-Held THEN
      PERFORM Log-Held-Deposit
      EXIT PARAGRAPH
    END-IF.

    IF WS-Roll-Date NOT = DP-Maturity-Date THEN
      ADD 1 TO WS-Mat-Holiday-Count
    END-IF.

    MOVE 0 TO WS-Pay-Ref.
    IF WS-Payout-Amount > 0 THEN
      PERFORM Raise-Maturity-Payment
      IF Dep-Held THEN
        PERFORM Log-Held-Deposit
        EXIT PARAGRAPH
      END-IF
    END-IF.

    *> The term's interest, credited to the deposit account on the
    *> day it is paid.
    IF WS-Term-Interest > 0 THEN
      MOVE DP-Key TO GEN-Key
      MOVE WS-Roll-Date TO GEN-Date
      MOVE WS-Roll-Date TO GEN-Value-Date
      MOVE WS-Term-Interest TO GEN-Amount
      MOVE DP-Int-Status TO GEN-Status
      MOVE DP-Currency TO GEN-Currency
      PERFORM Write-Extract-Detail
    END-IF.

    MOVE DP-Principal TO WS-Old-Principal.
    MOVE DP-Start-Date TO WS-Old-Start-Date.
    MOVE DP-Maturity-Date TO WS-Old-Maturity-Date.
    ADD 1 TO DP-Maturities.
    MOVE DP-Maturity-Date TO DP-Last-Maturity.
    MOVE WS-Term-Interest TO DP-Last-Interest.
    MOVE WS-Pay-Ref TO DP-Last-Pay-Ref.
    ADD WS-Term-Interest TO DP-Interest-Total.
    ADD WS-Term-Interest TO WS-Mat-Interest-Total.
    ADD WS-Payout-Amount TO WS-Mat-Paid-Total.

    *> A payout closes the deposit; a rollover places the same term
    *> again from the contractual maturity date (not the holiday-
    *> rolled one), at the rate on file.
    IF DP-Instruction = "P" THEN
      MOVE "M" TO DP-State
      ADD 1 TO WS-Mat-Paid-Count
    ELSE
      MOVE WS-New-Principal TO DP-Principal
      MOVE DP-Maturity-Date TO DP-Start-Date
      COMPUTE WS-Calc-From-Int =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DP-Start-Date))
          + DP-Term-Days
      COMPUTE WS-Calc-Date-Num =
        FUNCTION DATE-OF-INTEGER(WS-Calc-From-Int)
      MOVE WS-Calc-Date-Num TO DP-Maturity-Date
      ADD 1 TO WS-Mat-Rolled-Count
    END-IF.

    REWRITE DP-Record
      INVALID KEY
        MOVE "ERR" TO WS-Log-Level
        MOVE "Term deposits: deposit rewrite failed" TO WS-Log-Message
        CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message
          LK-Run-ID LK-Terminal-ID LK-Operator-ID
          WS-Log-Write-Status
    END-REWRITE.

    PERFORM Write-Maturity-Advice.

  *> A maturity the run could not take tonight - logged with its
  *> reason and left active for the next run.
  Log-Held-Deposit.
    ADD 1 TO WS-Mat-Held-Count.
    MOVE "WARN" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Term deposits: " DELIMITED BY SIZE
      DP-Key DELIMITED BY SIZE
      " maturity held - " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Held-Reason) DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

  *> Raises the payout as an outbound payment from the deposit
  *> account, reason M, value dated the day the deposit is paid. Over
  *> the four-eyes limit it waits for a supervisor's approval like
  *> any other payment; under it, it goes in the next payment run.
  Raise-Maturity-Payment.
    PERFORM Next-Pay-Ref.
    INITIALIZE PY-Record.
    MOVE WS-Pay-Ref TO PY-Ref.
    MOVE DP-Key TO PY-Key.
    MOVE "M" TO PY-Reason.
    MOVE DP-Key TO PY-Source-Ref.
    MOVE DP-Bene-Name TO PY-Bene-Name.
    MOVE DP-Bene-Sort-Code TO PY-Bene-Sort-Code.
    MOVE DP-Bene-Account TO PY-Bene-Account.
    MOVE DP-Bene-Reference TO PY-Bene-Reference.
    MOVE WS-Payout-Amount TO PY-Amount.
    MOVE DP-Currency TO PY-Currency.
    MOVE WS-Roll-Date TO PY-Value-Date.
    MOVE LK-Operator-ID TO PY-Raised-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO PY-Raised-Stamp.
    IF WS-Cfg-Approval-Limit > 0
      AND PY-Amount > WS-Cfg-Approval-Limit THEN
      MOVE "P" TO PY-Status
      MOVE SPACES TO PY-Approved-By
      MOVE SPACES TO PY-Approved-Stamp
    ELSE
      MOVE "A" TO PY-Status
      MOVE LK-Operator-ID TO PY-Approved-By
      MOVE PY-Raised-Stamp TO PY-Approved-Stamp
    END-IF.
    MOVE SPACES TO PY-Sent-File.
    MOVE SPACES TO PY-Sent-Date.
    MOVE SPACES TO PY-Return-Date.
    MOVE SPACES TO PY-Return-Reason.

    WRITE PY-Record
      INVALID KEY
        MOVE 0 TO WS-Pay-Ref
        MOVE "Y" TO WS-Dep-Held-Flag
        MOVE "payment write rejected by the file" TO WS-Held-Reason
      NOT INVALID KEY
        ADD 1 TO WS-Mat-Payments-Count
        MOVE PY-Amount TO WS-Audit-Amount-After
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Payment RAISE by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " ref=" DELIMITED BY SIZE
          PY-Ref DELIMITED BY SIZE
          " key=" DELIMITED BY SIZE
          PY-Key DELIMITED BY SPACE
          " amt=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Audit-Amount-After) DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          PY-Currency DELIMITED BY SIZE
          " rsn=" DELIMITED BY SIZE
          PY-Reason DELIMITED BY SIZE
          " st=" DELIMITED BY SIZE
          PY-Status DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-WRITE.

  *> Hands out the next payment reference off the counter PayOut
  *> shares.
  Next-Pay-Ref.
    MOVE 0 TO WS-Pay-Ref.
    OPEN INPUT Pay-Ref-File.
    IF NOT Pay-Ref-Not-Found THEN
      READ Pay-Ref-File
        AT END
          CONTINUE
        NOT AT END
          MOVE PR-Last-Ref TO WS-Pay-Ref
      END-READ
      CLOSE Pay-Ref-File
    END-IF.
    ADD 1 TO WS-Pay-Ref.
    OPEN OUTPUT Pay-Ref-File.
    MOVE WS-Pay-Ref TO PR-Last-Ref.
    WRITE PR-Line.
    CLOSE Pay-Ref-File.

  Write-Extract-Detail.
    MOVE WS-Gen-Raw TO DX-Line.
    WRITE DX-Line.
    ADD 1 TO WS-Detail-Count.
    ADD GEN-Amount TO WS-Hash-Total.

  *> The customer's maturity advice - what matured, what it earned,
  *> what was paid where and what was placed again. DP-Record holds
  *> the deposit as it now stands; the matured term is in the Old
  *> fields.
  Write-Maturity-Advice.
    IF NOT Advice-File-Open THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-Adv-Name.
    MOVE SPACES TO WS-Adv-Contact.
    IF Acct-Ref-Open THEN
      MOVE DP-Key TO AC-Key
      READ Acct-Ref-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE AC-Name TO WS-Adv-Name
          MOVE AC-Contact TO WS-Adv-Contact
      END-READ
    END-IF.

    MOVE SPACES TO WS-Adv-Build.
    STRING
      "Term deposit maturity advice " DELIMITED BY SIZE
      DP-Key DELIMITED BY SIZE
      "  " DELIMITED BY SIZE
      WS-Run-Date DELIMITED BY SIZE
      INTO WS-Adv-Build
    END-STRING.
    PERFORM Write-Advice-Line.
    *> The name and contact line sits straight under the heading, as
    *> on a statement.
    IF WS-Adv-Name NOT = SPACES THEN
      MOVE SPACES TO WS-Adv-Build
      STRING
        FUNCTION TRIM(WS-Adv-Name) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Adv-Contact) DELIMITED BY SIZE
        INTO WS-Adv-Build
      END-STRING
      PERFORM Write-Advice-Line
    END-IF.
    MOVE "--------------------------------------------------"
      TO WS-Adv-Build.
    PERFORM Write-Advice-Line.

    MOVE SPACES TO WS-Adv-Build.
    STRING
      "Your deposit placed on " DELIMITED BY SIZE
      WS-Old-Start-Date DELIMITED BY SIZE
      " matured on " DELIMITED BY SIZE
      WS-Old-Maturity-Date DELIMITED BY SIZE
      INTO WS-Adv-Build
    END-STRING.
    PERFORM Write-Advice-Line.
    IF WS-Roll-Date NOT = WS-Old-Maturity-Date THEN
      MOVE SPACES TO WS-Adv-Build
      STRING
        "(a bank holiday - it was paid on " DELIMITED BY SIZE
        WS-Roll-Date DELIMITED BY SIZE
        ")" DELIMITED BY SIZE
        INTO WS-Adv-Build
      END-STRING
      PERFORM Write-Advice-Line
    END-IF.
    MOVE SPACES TO WS-Adv-Build.
    PERFORM Write-Advice-Line.

    MOVE "Principal:" TO WS-Adv-Label.
    MOVE WS-Old-Principal TO WS-Edit-Amount.
    PERFORM Write-Advice-Amount-Line.
    MOVE SPACES TO WS-Adv-Label.
    MOVE WS-Old-Start-Date TO WS-Calc-From-Date.
    MOVE WS-Old-Maturity-Date TO WS-Calc-To-Date.
    PERFORM Compute-Day-Count.
    MOVE WS-Calc-Days TO WS-Edit-Days.
    MOVE DP-Rate TO WS-Edit-Rate.
    STRING
      "Interest at " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Rate) DELIMITED BY SIZE
      "% for " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Days) DELIMITED BY SIZE
      " days:" DELIMITED BY SIZE
      INTO WS-Adv-Label
    END-STRING.
    MOVE DP-Last-Interest TO WS-Edit-Amount.
    PERFORM Write-Advice-Amount-Line.
    MOVE SPACES TO WS-Adv-Build.
    PERFORM Write-Advice-Line.

    EVALUATE DP-Instruction
      WHEN "P"
        MOVE "Paid to your nominated account:" TO WS-Adv-Label
        MOVE WS-Payout-Amount TO WS-Edit-Amount
        PERFORM Write-Advice-Amount-Line
        PERFORM Write-Advice-Payee-Line
        MOVE "Your deposit is now closed." TO WS-Adv-Build
        PERFORM Write-Advice-Line
      WHEN "R"
        MOVE "Interest paid to your account:" TO WS-Adv-Label
        MOVE WS-Payout-Amount TO WS-Edit-Amount
        PERFORM Write-Advice-Amount-Line
        PERFORM Write-Advice-Payee-Line
        MOVE "Principal placed again:" TO WS-Adv-Label
        MOVE DP-Principal TO WS-Edit-Amount
        PERFORM Write-Advice-Amount-Line
        PERFORM Write-Advice-New-Term-Line
      WHEN OTHER
        MOVE "Principal and interest placed again:" TO WS-Adv-Label
        MOVE DP-Principal TO WS-Edit-Amount
        PERFORM Write-Advice-Amount-Line
        PERFORM Write-Advice-New-Term-Line
    END-EVALUATE.
    MOVE SPACES TO WS-Adv-Build.
    PERFORM Write-Advice-Line.
    MOVE SPACES TO WS-Adv-Build.
    STRING
      "Issued on " DELIMITED BY SIZE
      WS-Run-Date DELIMITED BY SIZE
      "  run " DELIMITED BY SIZE
      LK-Run-ID DELIMITED BY SIZE
      INTO WS-Adv-Build
    END-STRING.
    PERFORM Write-Advice-Line.
    MOVE SPACES TO WS-Adv-Build.
    PERFORM Write-Advice-Line.
    ADD 1 TO WS-Mat-Advice-Count.

  *> "<label>                 1,234.56 GBP"
  Write-Advice-Amount-Line.
    MOVE SPACES TO WS-Adv-Build.
    MOVE WS-Adv-Label TO WS-Adv-Build(1:35).
    MOVE WS-Edit-Amount TO WS-Adv-Build(37:17).
    MOVE DP-Currency TO WS-Adv-Build(55:3).
    PERFORM Write-Advice-Line.

  Write-Advice-Payee-Line.
    MOVE SPACES TO WS-Adv-Build.
    STRING
      "  " DELIMITED BY SIZE
      FUNCTION TRIM(DP-Bene-Name) DELIMITED BY SIZE
      "  sort code " DELIMITED BY SIZE
      DP-Bene-Sort-Code DELIMITED BY SIZE
      "  account " DELIMITED BY SIZE
      DP-Bene-Account DELIMITED BY SIZE
      "  payment " DELIMITED BY SIZE
      WS-Pay-Ref DELIMITED BY SIZE
      INTO WS-Adv-Build
    END-STRING.
    PERFORM Write-Advice-Line.

  Write-Advice-New-Term-Line.
    MOVE DP-Rate TO WS-Edit-Rate.
    MOVE SPACES TO WS-Adv-Build.
    STRING
      "  for a new term from " DELIMITED BY SIZE
      DP-Start-Date DELIMITED BY SIZE
      " to " DELIMITED BY SIZE
      DP-Maturity-Date DELIMITED BY SIZE
      " at " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Rate) DELIMITED BY SIZE
      "%" DELIMITED BY SIZE
      INTO WS-Adv-Build
    END-STRING.
    PERFORM Write-Advice-Line.

  Write-Advice-Line.
    MOVE WS-Adv-Build TO AV-Line.
    WRITE AV-Line.

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
    OPEN INPUT Dep-Gen-File.
    IF NOT Dep-Gen-Not-Found THEN
      READ Dep-Gen-File
        AT END
          CONTINUE
        NOT AT END
          MOVE DG-Last-Generation TO WS-New-Generation
      END-READ
      CLOSE Dep-Gen-File
    END-IF.
    ADD 1 TO WS-New-Generation.
    MOVE WS-Run-Date TO HDR-Date.
    MOVE "DEPOSITS" TO HDR-Source.
    MOVE WS-New-Generation TO HDR-Gen.
    MOVE WS-Hdr-Line TO DX-Line.
    WRITE DX-Line.
    OPEN OUTPUT Dep-Gen-File.
    MOVE WS-New-Generation TO DG-Last-Generation.
    WRITE DG-Line.
    CLOSE Dep-Gen-File.

  Write-Extract-Trailer.
    MOVE WS-Detail-Count TO TRL-Count.
    MOVE WS-Hash-Total TO TRL-Hash.
    MOVE WS-Trl-Line TO DX-Line.
    WRITE DX-Line.

  *> Records the run date so a same-day resubmission refuses.
  Record-Maturity-Run.
    OPEN OUTPUT Dep-Control-File.
    MOVE WS-Run-Date TO DCF-Last-Run-Date.
    WRITE DCF-Line.
    CLOSE Dep-Control-File.

  *> Treasury's maturity ladder as at WS-Run-Date: every active
  *> deposit's principal, and the interest it will earn over its
  *> current term, banded by days to maturity within its currency,
  *> banded totals per currency, and spooled. A currency beyond the
  *> tenth is counted but not banded.
  Write-Ladder-Report.
    MOVE 0 TO WS-Ladder-Deposits.
    MOVE 0 TO WS-Ladder-Skipped.
    MOVE 0 TO WS-Ladder-Ccy-Count.
    INITIALIZE WS-Ladder-Table.

    MOVE LOW-VALUES TO DP-Key.
    START Dep-File KEY IS NOT < DP-Key
      INVALID KEY
        MOVE "Y" TO WS-Dep-At-End-Flag
      NOT INVALID KEY
        MOVE "N" TO WS-Dep-At-End-Flag
    END-START.
    PERFORM UNTIL Dep-At-End
      READ Dep-File NEXT
        AT END
          MOVE "Y" TO WS-Dep-At-End-Flag
        NOT AT END
          IF DP-State = "A" THEN
            PERFORM Add-Deposit-To-Ladder
          END-IF
      END-READ
    END-PERFORM.

    OPEN OUTPUT Ladder-File.
    IF WS-Ladder-Status NOT = "00" THEN
      MOVE "WARN" TO WS-Log-Level
      MOVE "Term deposits: maturity ladder could not be opened"
        TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO LD-Line.
    STRING
      "Term deposit maturity ladder - as at " DELIMITED BY SIZE
      WS-Run-Date DELIMITED BY SIZE
      "  run " DELIMITED BY SIZE
      LK-Run-ID DELIMITED BY SIZE
      INTO LD-Line
    END-STRING.
    WRITE LD-Line.
    MOVE SPACES TO LD-Line.
    WRITE LD-Line.

    PERFORM VARYING WS-Ladder-Ccy-Idx FROM 1 BY 1
      UNTIL WS-Ladder-Ccy-Idx > WS-Ladder-Ccy-Count
      MOVE SPACES TO LD-Line
      STRING
        "Currency " DELIMITED BY SIZE
        WS-Ladder-Ccy-Code(WS-Ladder-Ccy-Idx) DELIMITED BY SIZE
        INTO LD-Line
      END-STRING
      WRITE LD-Line
      MOVE "Matures in            Count         Principal     Term interest"
        TO LD-Line
      WRITE LD-Line
      PERFORM VARYING WS-Band-Idx FROM 1 BY 1 UNTIL WS-Band-Idx > 7
        MOVE WS-Band-Label(WS-Band-Idx) TO LL-Band
        MOVE WS-Ladder-Band-Count(WS-Ladder-Ccy-Idx, WS-Band-Idx)
          TO LL-Count
        MOVE WS-Ladder-Band-Principal(WS-Ladder-Ccy-Idx, WS-Band-Idx)
          TO LL-Principal
        MOVE WS-Ladder-Band-Interest(WS-Ladder-Ccy-Idx, WS-Band-Idx)
          TO LL-Interest
        MOVE WS-Ladder-Detail TO LD-Line
        WRITE LD-Line
      END-PERFORM
      MOVE "TOTAL" TO LL-Band
      MOVE WS-Ladder-Ccy-Deposits(WS-Ladder-Ccy-Idx) TO LL-Count
      MOVE WS-Ladder-Ccy-Principal(WS-Ladder-Ccy-Idx) TO LL-Principal
      MOVE WS-Ladder-Ccy-Interest(WS-Ladder-Ccy-Idx) TO LL-Interest
      MOVE WS-Ladder-Detail TO LD-Line
      WRITE LD-Line
      MOVE SPACES TO LD-Line
      WRITE LD-Line
    END-PERFORM.

    IF WS-Ladder-Deposits = 0 THEN
      MOVE "No live deposits." TO LD-Line
      WRITE LD-Line
    END-IF.
    IF WS-Ladder-Skipped > 0 THEN
      MOVE WS-Ladder-Skipped TO WS-Edit-Count
      MOVE SPACES TO LD-Line
      STRING
        FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
        " deposit(s) in currencies beyond the tenth are not banded."
          DELIMITED BY SIZE
        INTO LD-Line
      END-STRING
      WRITE LD-Line
    END-IF.
    MOVE "Past due = matured but held - see the maturity run's log."
      TO LD-Line.
    WRITE LD-Line.
    CLOSE Ladder-File.

    MOVE "DEPLADR" TO WS-Spool-Source.
    MOVE "Y" TO WS-Spool-Paginate.
    CALL "WriteSpoolJob" USING WS-Spool-Source WS-Ladder-Path
      WS-Spool-Paginate LK-Run-ID.

  *> Bands the deposit in DP-Record under its currency.
  Add-Deposit-To-Ladder.
    ADD 1 TO WS-Ladder-Deposits.
    MOVE 0 TO WS-Ladder-Ccy-Found.
    PERFORM VARYING WS-Ladder-Ccy-Idx FROM 1 BY 1
      UNTIL WS-Ladder-Ccy-Idx > WS-Ladder-Ccy-Count
        OR WS-Ladder-Ccy-Found > 0
      IF WS-Ladder-Ccy-Code(WS-Ladder-Ccy-Idx) = DP-Currency THEN
        MOVE WS-Ladder-Ccy-Idx TO WS-Ladder-Ccy-Found
      END-IF
    END-PERFORM.
    IF WS-Ladder-Ccy-Found = 0 THEN
      IF WS-Ladder-Ccy-Count >= 10 THEN
        ADD 1 TO WS-Ladder-Skipped
        EXIT PARAGRAPH
      END-IF
      ADD 1 TO WS-Ladder-Ccy-Count
      MOVE WS-Ladder-Ccy-Count TO WS-Ladder-Ccy-Found
      MOVE DP-Currency TO WS-Ladder-Ccy-Code(WS-Ladder-Ccy-Found)
    END-IF.

    MOVE WS-Run-Date TO WS-Calc-From-Date.
    MOVE DP-Maturity-Date TO WS-Calc-To-Date.
    PERFORM Compute-Day-Count.
    MOVE WS-Calc-Days TO WS-Ladder-Days.
    EVALUATE TRUE
      WHEN WS-Ladder-Days < 0
        MOVE 1 TO WS-Band-Idx
      WHEN WS-Ladder-Days <= 7
        MOVE 2 TO WS-Band-Idx
      WHEN WS-Ladder-Days <= 30
        MOVE 3 TO WS-Band-Idx
      WHEN WS-Ladder-Days <= 90
        MOVE 4 TO WS-Band-Idx
      WHEN WS-Ladder-Days <= 180
        MOVE 5 TO WS-Band-Idx
      WHEN WS-Ladder-Days <= 365
        MOVE 6 TO WS-Band-Idx
      WHEN OTHER
        MOVE 7 TO WS-Band-Idx
    END-EVALUATE.

    MOVE "N" TO WS-Dep-Held-Flag.
    PERFORM Compute-Term-Interest.
    ADD 1 TO WS-Ladder-Band-Count(WS-Ladder-Ccy-Found, WS-Band-Idx).
    ADD DP-Principal
      TO WS-Ladder-Band-Principal(WS-Ladder-Ccy-Found, WS-Band-Idx).
    ADD WS-Term-Interest
      TO WS-Ladder-Band-Interest(WS-Ladder-Ccy-Found, WS-Band-Idx).
    ADD 1 TO WS-Ladder-Ccy-Deposits(WS-Ladder-Ccy-Found).
    ADD DP-Principal TO WS-Ladder-Ccy-Principal(WS-Ladder-Ccy-Found).
    ADD WS-Term-Interest TO WS-Ladder-Ccy-Interest(WS-Ladder-Ccy-Found).

END PROGRAM DepMaint.
