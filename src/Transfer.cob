IDENTIFICATION DIVISION.
  PROGRAM-ID. Transfer.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> The transfer extract - standard TransRecord layout with
      *> HDR/TRL control records, consumed by Sort 'n' Report like any
      *> other feed (register it on FeedMaint). Each pair keyed today
      *> is added to the extract still waiting for the night, under
      *> its header and with the trailer rewritten; once the night
      *> has taken it, the next pair starts a new generation.
      SELECT Xfer-Extract-File ASSIGN TO WS-Xfer-Extract-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Xfer-Extract-Status.

      *> The rewrite target - renamed over the extract once the pair
      *> and the new trailer are safely in it.
      SELECT Xfer-Work-File ASSIGN TO WS-Xfer-Work-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Xfer-Work-Status.

      *> Generation counter for the extract's HDR records, so the
      *> feed generation handshake protects this feed too.
      SELECT Xfer-Gen-File ASSIGN TO WS-Xfer-Gen-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Xfer-Gen-Status.

      *> The transfer register - one row per pair, appended.
      SELECT Xfer-Reg-File ASSIGN TO WS-Xfer-Reg-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Xfer-Reg-Status.

      *> The register proof, one line per pair.
      SELECT Xfer-Proof-File ASSIGN TO WS-Xfer-Proof-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Xfer-Proof-Status.

      *> Account reference maintained by AcctMaint - both keys of a
      *> transfer must be real accounts.
      SELECT Acct-Ref-File ASSIGN TO WS-Acct-Ref-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS AC-Key
      FILE STATUS WS-Acct-Ref-Status.

      *> Hold register maintained by HoldMaint - a held key neither
      *> pays nor receives a transfer.
      SELECT Hold-Reg-File ASSIGN TO WS-Hold-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS HD-Key
      FILE STATUS WS-Hold-Reg-Status.

      *> The live Transaction Master - the currency each key already
      *> carries.
      SELECT Trans-Master-File ASSIGN TO WS-Trans-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS TM-Key
      ALTERNATE RECORD KEY IS TM-Date WITH DUPLICATES
      FILE STATUS WS-Trans-Master-Status.

      *> Rate history written by RateMaint - a cross-currency credit
      *> converts at the rates in force on the value date.
      SELECT Rate-Hist-File ASSIGN TO "RateHist.dat"
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS XH-Hist-Key
      FILE STATUS WS-Rate-Hist-Status.

      *> Live rates maintained by RateMaint - the fallback when the
      *> history holds nothing early enough.
      SELECT Exch-Rate-File ASSIGN TO WS-Exch-Rate-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS XR-Currency
      FILE STATUS WS-Exch-Rate-Status.

DATA DIVISION.
  FILE SECTION.
    FD Xfer-Extract-File.
      01 XE-Line PIC X(41).

    FD Xfer-Work-File.
      01 XW-Line PIC X(41).

    FD Xfer-Gen-File.
      01 XG-Line.
        05 XG-Last-Generation PIC 9(4).

    FD Xfer-Reg-File.
      COPY "XferRecord.cpy" REPLACING ==:PREFIX:== BY ==XF==.

    FD Xfer-Proof-File.
      01 XP-Line PIC X(132).

    FD Acct-Ref-File.
      COPY "AcctRecord.cpy" REPLACING ==:PREFIX:== BY ==AC==.

    FD Hold-Reg-File.
      COPY "HoldRecord.cpy" REPLACING ==:PREFIX:== BY ==HD==.

    FD Trans-Master-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==TM==.

    FD Rate-Hist-File.
      COPY "RateHistRecord.cpy" REPLACING ==:PREFIX:== BY ==XH==.

    FD Exch-Rate-File.
      COPY "RateRecord.cpy" REPLACING ==:PREFIX:== BY ==XR==.

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    01 WS-Xfer-Extract-Path PIC X(80) VALUE "TransferExtract.dat".
    01 WS-Xfer-Extract-Status PIC XX.
      88 Xfer-Extract-Opened-OK VALUE "00".
    01 WS-Xfer-Extract-Info.
      05 FILLER PIC X(24).
    01 WS-Xfer-Extract-Check-Status PIC S9(9) COMP-5.
    01 WS-Xfer-Extract-At-End-Flag PIC A VALUE "N".
      88 Xfer-Extract-At-End VALUE "Y".
    01 WS-Xfer-Work-Path PIC X(80) VALUE SPACES.
    01 WS-Xfer-Work-Status PIC XX.
    01 WS-Xfer-Gen-Path PIC X(80) VALUE "TransferGen.dat".
    01 WS-Xfer-Gen-Status PIC XX.
      88 Xfer-Gen-Not-Found VALUE "35".
    01 WS-Xfer-Reg-Path PIC X(80) VALUE "TransferReg.dat".
    01 WS-Xfer-Reg-Status PIC XX.
      88 Xfer-Reg-Opened-OK VALUE "00".
      88 Xfer-Reg-Not-Found VALUE "35".
    01 WS-Xfer-Reg-At-End-Flag PIC A VALUE "N".
      88 Xfer-Reg-At-End VALUE "Y".
    01 WS-Xfer-Proof-Path PIC X(80) VALUE "TransferProof.rpt".
    01 WS-Xfer-Proof-Status PIC XX.
    01 WS-Delete-Status PIC S9(9) COMP-5.
    01 WS-Rename-Status PIC S9(9) COMP-5.

    01 WS-Acct-Ref-Path PIC X(80) VALUE "AcctRef.dat".
    01 WS-Acct-Ref-Status PIC XX.
      88 Acct-Ref-Opened-Successfully VALUE "00".
    01 WS-Acct-Ref-Missing-Flag PIC A VALUE "N".
      88 Acct-Ref-Missing VALUE "Y".
    01 WS-Hold-Reg-Path PIC X(80) VALUE "HoldReg.dat".
    01 WS-Hold-Reg-Status PIC XX.
      88 Hold-Reg-Opened-Successfully VALUE "00".
    01 WS-Hold-Reg-Missing-Flag PIC A VALUE "N".
      88 Hold-Reg-Missing VALUE "Y".
    01 WS-Trans-Master-Path PIC X(80) VALUE "TransMaster.dat".
    01 WS-Trans-Master-Status PIC XX.
      88 Trans-Master-Opened-OK VALUE "00".
    01 WS-Trans-Master-Missing-Flag PIC A VALUE "N".
      88 Trans-Master-Missing VALUE "Y".
    01 WS-Rate-Hist-Status PIC XX.
      88 Rate-Hist-Opened-OK VALUE "00".
    01 WS-Rate-Hist-Missing-Flag PIC A VALUE "N".
      88 Rate-Hist-Missing VALUE "Y".
    01 WS-Exch-Rate-Path PIC X(80) VALUE "ExchRate.dat".
    01 WS-Exch-Rate-Status PIC XX.
      88 Exch-Rate-Opened-OK VALUE "00".
    01 WS-Exch-Rate-Missing-Flag PIC A VALUE "N".
      88 Exch-Rate-Missing VALUE "Y".

    *> Operator's request off SC-Xfer-Menu.
    01 WS-Xfer-Action PIC 9 VALUE 0.
      88 Xfer-Key-Run VALUE 1.
      88 Xfer-Prove-Run VALUE 2.
      88 Xfer-Back VALUE 3.
    01 WS-Xfer-Check PIC A VALUE SPACE.
      88 Xfer-Check-Requested VALUE "Y" "y".
    01 WS-Xfer-Confirm PIC A VALUE SPACE.
      88 Xfer-Confirmed VALUE "Y" "y".
    01 WS-Xfer-Result-Label PIC X(70) VALUE SPACES.
    01 WS-Xfer-Rate-Label PIC X(70) VALUE SPACES.
    01 WS-Xfer-Waiting-Pairs PIC 9(5) VALUE 0.

    *> The transfer being keyed, and the pair it makes.
    01 WS-Xfer-From-Key PIC X(10) VALUE SPACES.
    01 WS-Xfer-To-Key PIC X(10) VALUE SPACES.
    01 WS-Xfer-Amount PIC 9(9)V99 VALUE 0.
    01 WS-Xfer-Currency PIC X(3) VALUE SPACES.
    01 WS-Xfer-Value-Date PIC X(8) VALUE SPACES.
    01 WS-Xfer-From-Name PIC X(30) VALUE SPACES.
    01 WS-Xfer-To-Name PIC X(30) VALUE SPACES.
    01 WS-Xfer-From-Ccy PIC X(3) VALUE SPACES.
    01 WS-Xfer-To-Currency PIC X(3) VALUE SPACES.
    01 WS-Xfer-Debit-Amount PIC S9(9)V99 VALUE 0.
    01 WS-Xfer-Credit-Amount PIC S9(9)V99 VALUE 0.
    01 WS-Xfer-From-Rate PIC 9(3)V9(6) VALUE 0.
    01 WS-Xfer-To-Rate PIC 9(3)V9(6) VALUE 0.
    01 WS-Xfer-Error-Label PIC X(70) VALUE SPACES.
    01 WS-Run-Date PIC X(8) VALUE SPACES.
    01 WS-Stamp PIC X(14) VALUE SPACES.

    *> Currency look-up for one key off the live master - spaces
    *> when the key has never posted.
    01 WS-Ccy-Key PIC X(10) VALUE SPACES.
    01 WS-Ccy-Found PIC X(3) VALUE SPACES.

    *> Rate in force for WS-Eff-Currency on WS-Xfer-Value-Date.
    01 WS-Eff-Currency PIC X(3) VALUE SPACES.
    01 WS-Rate-Work PIC 9(3)V9(6) VALUE 0.
    01 WS-Eff-Hist-At-End-Flag PIC A VALUE "N".
      88 Eff-Hist-At-End VALUE "Y".
    01 WS-Rate-Disp-1 PIC ZZ9.999999.
    01 WS-Rate-Disp-2 PIC ZZ9.999999.

    *> The extract being rebuilt - its generation, the detail lines
    *> carried forward, their count and hash.
    01 WS-Xfer-Generation PIC 9(4) VALUE 0.
    01 WS-Xfer-New-Extract-Flag PIC A VALUE "N".
      88 Xfer-New-Extract VALUE "Y".
    01 WS-Xfer-Pair-Seq PIC 9(5) VALUE 0.
    01 WS-Detail-Count PIC 9(7) VALUE 0.
    01 WS-Hash-Total PIC S9(11)V99 VALUE 0.

    *> A leg as written, and its raw view for the line file.
    COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==LEG==.
    01 WS-Leg-Raw REDEFINES LEG-Record PIC X(41).

    01 WS-Hdr-Line.
      05 FILLER PIC X(3) VALUE "HDR".
      05 HDR-Date PIC X(8).
      05 HDR-Source PIC X(8).
      05 HDR-Gen PIC 9(4).
    01 WS-Hdr-Raw REDEFINES WS-Hdr-Line PIC X(23).
    01 WS-Trl-Line.
      05 FILLER PIC X(3) VALUE "TRL".
      05 TRL-Count PIC 9(7).
      05 TRL-Hash PIC S9(11)V99.

    *> Run lock around the extract rewrite - two operators keying
    *> at once must not each carry the same extract forward.
    01 WS-Lock-Action PIC X(1) VALUE SPACE.
    01 WS-Lock-Name PIC X(8) VALUE "TRANSFER".
    01 WS-Lock-Result PIC X(1) VALUE SPACE.
    01 WS-Lock-Holder-Info PIC X(60) VALUE SPACES.

    *> The extract's legs as the proof reads them back - the debit
    *> of pair n at 2n-1, its credit at 2n.
    01 WS-Leg-Table.
      05 WS-Leg-Entry OCCURS 2000 TIMES.
        10 WS-Leg-Key PIC X(10).
        10 WS-Leg-Amount PIC S9(9)V99.
        10 WS-Leg-Currency PIC X(3).
    01 WS-Leg-Used PIC 9(4) VALUE 0.
    01 WS-Leg-Overflow-Flag PIC A VALUE "N".
      88 Leg-Table-Overflow VALUE "Y".
    01 WS-Leg-Idx PIC 9(5) VALUE 0.
    01 WS-Leg-Gen PIC 9(4) VALUE 0.

    *> Proof tallies.
    01 WS-Proof-Pairs PIC 9(7) VALUE 0.
    01 WS-Proof-Out PIC 9(7) VALUE 0.
    01 WS-Proof-Waiting PIC 9(7) VALUE 0.
    01 WS-Proof-Net PIC S9(11)V99 VALUE 0.
    01 WS-Proof-Pair-Net PIC S9(11)V99 VALUE 0.
    01 WS-Proof-Credit PIC S9(9)V99 VALUE 0.
    01 WS-Proof-Verdict PIC X(10) VALUE SPACES.
    01 WS-Proof-Net-Disp PIC -(11)9.99.
    01 WS-Disp-Count-1 PIC Z(6)9.
    01 WS-Disp-Count-2 PIC Z(6)9.

    01 WS-Proof-Heading-1.
      05 FILLER PIC X(40) VALUE "Internal Transfer Register - Pair Proof".
      05 FILLER PIC X(8) VALUE "Run ID: ".
      05 XPH-Run PIC X(14).
    01 WS-Proof-Heading-2.
      05 FILLER PIC X(11) VALUE "Gen Pair  ".
      05 FILLER PIC X(11) VALUE "From key  ".
      05 FILLER PIC X(11) VALUE "To key    ".
      05 FILLER PIC X(9) VALUE "Value dt ".
      05 FILLER PIC X(19) VALUE "           Debit   ".
      05 FILLER PIC X(19) VALUE "          Credit   ".
      05 FILLER PIC X(11) VALUE "Extract    ".
      05 FILLER PIC X(10) VALUE "Verdict".
    01 WS-Proof-Detail.
      05 XPD-Gen PIC 9(4).
      05 FILLER PIC X(1) VALUE SPACE.
      05 XPD-Seq PIC 9(5).
      05 FILLER PIC X(1) VALUE SPACE.
      05 XPD-From PIC X(10).
      05 FILLER PIC X(1) VALUE SPACE.
      05 XPD-To PIC X(10).
      05 FILLER PIC X(1) VALUE SPACE.
      05 XPD-Value-Date PIC X(8).
      05 FILLER PIC X(1) VALUE SPACE.
      05 XPD-Debit PIC -(9)9.99.
      05 FILLER PIC X(1) VALUE SPACE.
      05 XPD-Debit-Ccy PIC X(3).
      05 FILLER PIC X(1) VALUE SPACE.
      05 XPD-Credit PIC -(9)9.99.
      05 FILLER PIC X(1) VALUE SPACE.
      05 XPD-Credit-Ccy PIC X(3).
      05 FILLER PIC X(1) VALUE SPACE.
      05 XPD-Extract PIC X(10).
      05 FILLER PIC X(1) VALUE SPACE.
      05 XPD-Verdict PIC X(10).

    *> BranchAccess's verdict on a key against the operator's data
    *> scope - a transfer touching a key outside it is refused and
    *> audited; the proof still proves every pair but only lists the
    *> pairs on the operator's branches, the rest counted and audited
    *> once for the run.
    01 WS-Access-Point PIC X(20) VALUE "Internal Transfers".
    01 WS-Access-Silent PIC X(20) VALUE SPACES.
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".
    01 WS-Rows-Withheld PIC 9(7) VALUE 0.

    01 WS-Audit-Message PIC X(80).
    01 WS-Audit-Amount PIC -(9)9.99.
    01 WS-Alert-Message PIC X(80).
    01 WS-Alert-Code PIC X(4) VALUE "XFER".

    01 WS-Log-Level PIC A(4).
    01 WS-Log-Message PIC X(80).
    01 WS-Log-Write-Status PIC XX.

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

  *> Subroutine Parameters
  LINKAGE SECTION.
    01 LK-Run-ID PIC X(14).
    01 LK-Terminal-ID PIC X(8).
    01 LK-Operator-ID PIC X(8).

  SCREEN SECTION.
    COPY "TransferScr.cpy". *> Internal Transfer screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  TransferMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Internal Transfers selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> Re-defaulted every invocation, then qualified - a training
    *> session's transfers must never build a live feed.
    MOVE "TransferExtract.dat" TO WS-Xfer-Extract-Path.
    MOVE "TransferGen.dat" TO WS-Xfer-Gen-Path.
    MOVE "TransferReg.dat" TO WS-Xfer-Reg-Path.
    MOVE "TransferProof.rpt" TO WS-Xfer-Proof-Path.
    MOVE "HoldReg.dat" TO WS-Hold-Reg-Path.
    MOVE "TransMaster.dat" TO WS-Trans-Master-Path.
    CALL "ResolveDataPath" USING WS-Xfer-Extract-Path.
    CALL "ResolveDataPath" USING WS-Xfer-Gen-Path.
    CALL "ResolveDataPath" USING WS-Xfer-Reg-Path.
    CALL "ResolveDataPath" USING WS-Xfer-Proof-Path.
    CALL "ResolveDataPath" USING WS-Hold-Reg-Path.
    CALL "ResolveDataPath" USING WS-Trans-Master-Path.
    MOVE SPACES TO WS-Xfer-Work-Path.
    STRING
      FUNCTION TRIM(WS-Xfer-Extract-Path) DELIMITED BY SIZE
      ".new" DELIMITED BY SIZE
      INTO WS-Xfer-Work-Path
    END-STRING.

    MOVE 0 TO WS-Xfer-Action.
    PERFORM Xfer-Loop UNTIL Xfer-Back.

    GOBACK.

  *> One choice off the front screen.
  Xfer-Loop.
    PERFORM Count-Waiting-Pairs.
    MOVE 0 TO WS-Xfer-Action.
    DISPLAY SC-Xfer-Menu.
    ACCEPT SC-Xfer-Menu.

    MOVE SPACES TO WS-Xfer-Result-Label.
    EVALUATE TRUE
      WHEN Xfer-Key-Run
        PERFORM Key-Transfer
      WHEN Xfer-Prove-Run
        PERFORM Prove-Register
      WHEN Xfer-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-3." TO WS-Xfer-Result-Label
    END-EVALUATE.

    IF NOT Xfer-Back AND WS-Xfer-Result-Label NOT = SPACES THEN
      DISPLAY SC-Xfer-Result
      ACCEPT OMITTED
    END-IF.

  *> How many pairs the extract still waiting for the night holds.
  Count-Waiting-Pairs.
    MOVE 0 TO WS-Detail-Count.
    OPEN INPUT Xfer-Extract-File.
    IF Xfer-Extract-Opened-OK THEN
      MOVE "N" TO WS-Xfer-Extract-At-End-Flag
      PERFORM UNTIL Xfer-Extract-At-End
        READ Xfer-Extract-File
          AT END
            MOVE "Y" TO WS-Xfer-Extract-At-End-Flag
          NOT AT END
            IF XE-Line(1:3) NOT = "HDR" AND XE-Line(1:3) NOT = "TRL" THEN
              ADD 1 TO WS-Detail-Count
            END-IF
        END-READ
      END-PERFORM
      CLOSE Xfer-Extract-File
    END-IF.
    COMPUTE WS-Xfer-Waiting-Pairs = WS-Detail-Count / 2.

  *> One transfer: take it, prove it against the references, show
  *> the pair it makes, and only an approved pair is written.
  Key-Transfer.
    MOVE SPACES TO WS-Xfer-From-Key.
    MOVE SPACES TO WS-Xfer-To-Key.
    MOVE 0 TO WS-Xfer-Amount.
    MOVE SPACES TO WS-Xfer-Currency.
    MOVE SPACES TO WS-Xfer-Value-Date.
    MOVE SPACE TO WS-Xfer-Check.
    DISPLAY SC-Xfer-Entry.
    ACCEPT SC-Xfer-Entry.
    IF NOT Xfer-Check-Requested THEN
      EXIT PARAGRAPH
    END-IF.

    IF WS-Xfer-From-Key NOT = SPACES THEN
      CALL "BranchAccess" USING WS-Xfer-From-Key WS-Access-Point
        LK-Run-ID LK-Operator-ID WS-Access-Result
      IF NOT Access-Permitted THEN
        MOVE "Refused - the from key is outside your permitted branches."
          TO WS-Xfer-Result-Label
        EXIT PARAGRAPH
      END-IF
    END-IF.
    IF WS-Xfer-To-Key NOT = SPACES THEN
      CALL "BranchAccess" USING WS-Xfer-To-Key WS-Access-Point
        LK-Run-ID LK-Operator-ID WS-Access-Result
      IF NOT Access-Permitted THEN
        MOVE "Refused - the to key is outside your permitted branches."
          TO WS-Xfer-Result-Label
        EXIT PARAGRAPH
      END-IF
    END-IF.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date.
    PERFORM Open-Reference-Files.
    PERFORM Validate-Transfer.
    PERFORM Close-Reference-Files.
    IF WS-Xfer-Error-Label NOT = SPACES THEN
      MOVE WS-Xfer-Error-Label TO WS-Xfer-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Xfer-Rate-Label.
    IF WS-Xfer-To-Currency NOT = WS-Xfer-Currency THEN
      MOVE WS-Xfer-From-Rate TO WS-Rate-Disp-1
      MOVE WS-Xfer-To-Rate TO WS-Rate-Disp-2
      STRING
        "Converted at " DELIMITED BY SIZE
        WS-Xfer-Currency DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Rate-Disp-1) DELIMITED BY SIZE
        " / " DELIMITED BY SIZE
        WS-Xfer-To-Currency DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Rate-Disp-2) DELIMITED BY SIZE
        " (GBP per unit)" DELIMITED BY SIZE
        INTO WS-Xfer-Rate-Label
      END-STRING
    END-IF.
    MOVE SPACE TO WS-Xfer-Confirm.
    DISPLAY SC-Xfer-Confirm.
    ACCEPT SC-Xfer-Confirm.
    IF NOT Xfer-Confirmed THEN
      MOVE "Transfer abandoned - nothing written." TO WS-Xfer-Result-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM Post-Transfer-Pair.

  Open-Reference-Files.
    MOVE "N" TO WS-Acct-Ref-Missing-Flag.
    OPEN INPUT Acct-Ref-File.
    IF NOT Acct-Ref-Opened-Successfully THEN
      MOVE "Y" TO WS-Acct-Ref-Missing-Flag
    END-IF.
    MOVE "N" TO WS-Hold-Reg-Missing-Flag.
    OPEN INPUT Hold-Reg-File.
    IF NOT Hold-Reg-Opened-Successfully THEN
      MOVE "Y" TO WS-Hold-Reg-Missing-Flag
    END-IF.
    MOVE "N" TO WS-Trans-Master-Missing-Flag.
    OPEN INPUT Trans-Master-File.
    IF NOT Trans-Master-Opened-OK THEN
      MOVE "Y" TO WS-Trans-Master-Missing-Flag
    END-IF.
    MOVE "N" TO WS-Rate-Hist-Missing-Flag.
    OPEN INPUT Rate-Hist-File.
    IF NOT Rate-Hist-Opened-OK THEN
      MOVE "Y" TO WS-Rate-Hist-Missing-Flag
    END-IF.
    MOVE "N" TO WS-Exch-Rate-Missing-Flag.
    OPEN INPUT Exch-Rate-File.
    IF NOT Exch-Rate-Opened-OK THEN
      MOVE "Y" TO WS-Exch-Rate-Missing-Flag
    END-IF.

  Close-Reference-Files.
    IF NOT Acct-Ref-Missing THEN
      CLOSE Acct-Ref-File
    END-IF.
    IF NOT Hold-Reg-Missing THEN
      CLOSE Hold-Reg-File
    END-IF.
    IF NOT Trans-Master-Missing THEN
      CLOSE Trans-Master-File
    END-IF.
    IF NOT Rate-Hist-Missing THEN
      CLOSE Rate-Hist-File
    END-IF.
    IF NOT Exch-Rate-Missing THEN
      CLOSE Exch-Rate-File
    END-IF.

  *> Two real, different, unheld accounts, a positive amount in the
  *> from key's own currency, a real value date - and, across
  *> currencies, a rate in force for both sides on that date.
  Validate-Transfer.
    MOVE SPACES TO WS-Xfer-Error-Label.
    IF WS-Xfer-From-Key = SPACES OR WS-Xfer-To-Key = SPACES THEN
      MOVE "Rejected: both keys are needed." TO WS-Xfer-Error-Label
      EXIT PARAGRAPH
    END-IF.
    IF WS-Xfer-From-Key = WS-Xfer-To-Key THEN
      MOVE "Rejected: from and to keys are the same." TO WS-Xfer-Error-Label
      EXIT PARAGRAPH
    END-IF.
    IF WS-Xfer-Amount = 0 THEN
      MOVE "Rejected: amount must be more than zero." TO WS-Xfer-Error-Label
      EXIT PARAGRAPH
    END-IF.

    IF WS-Xfer-Value-Date = SPACES THEN
      MOVE WS-Run-Date TO WS-Xfer-Value-Date
    END-IF.
    MOVE WS-Xfer-Value-Date TO WS-Edit-Date-X.
    PERFORM Validate-Calendar-Date.
    IF NOT Edit-Date-OK THEN
      MOVE "Rejected: value date is not a real date." TO WS-Xfer-Error-Label
      EXIT PARAGRAPH
    END-IF.

    IF Acct-Ref-Missing THEN
      MOVE "Rejected: the account reference is not available."
        TO WS-Xfer-Error-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Xfer-From-Key TO AC-Key.
    READ Acct-Ref-File
      INVALID KEY
        MOVE "Rejected: from key is not on the account reference."
          TO WS-Xfer-Error-Label
      NOT INVALID KEY
        MOVE AC-Name TO WS-Xfer-From-Name
    END-READ.
    IF WS-Xfer-Error-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Xfer-To-Key TO AC-Key.
    READ Acct-Ref-File
      INVALID KEY
        MOVE "Rejected: to key is not on the account reference."
          TO WS-Xfer-Error-Label
      NOT INVALID KEY
        MOVE AC-Name TO WS-Xfer-To-Name
    END-READ.
    IF WS-Xfer-Error-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    IF NOT Hold-Reg-Missing THEN
      MOVE WS-Xfer-From-Key TO HD-Key
      READ Hold-Reg-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          STRING
            "Rejected: from key is on hold (" DELIMITED BY SIZE
            FUNCTION TRIM(HD-Reason) DELIMITED BY SIZE
            ")." DELIMITED BY SIZE
            INTO WS-Xfer-Error-Label
          END-STRING
      END-READ
      IF WS-Xfer-Error-Label NOT = SPACES THEN
        EXIT PARAGRAPH
      END-IF
      MOVE WS-Xfer-To-Key TO HD-Key
      READ Hold-Reg-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          STRING
            "Rejected: to key is on hold (" DELIMITED BY SIZE
            FUNCTION TRIM(HD-Reason) DELIMITED BY SIZE
            ")." DELIMITED BY SIZE
            INTO WS-Xfer-Error-Label
          END-STRING
      END-READ
      IF WS-Xfer-Error-Label NOT = SPACES THEN
        EXIT PARAGRAPH
      END-IF
    END-IF.

    *> The debit goes out in the currency the from key already
    *> carries; a key that has never posted takes what was keyed
    *> (GBP when nothing was).
    MOVE WS-Xfer-From-Key TO WS-Ccy-Key.
    PERFORM Lookup-Key-Currency.
    MOVE WS-Ccy-Found TO WS-Xfer-From-Ccy.
    IF WS-Xfer-Currency = SPACES THEN
      MOVE WS-Xfer-From-Ccy TO WS-Xfer-Currency
    END-IF.
    IF WS-Xfer-Currency = SPACES THEN
      MOVE "GBP" TO WS-Xfer-Currency
    END-IF.
    IF WS-Xfer-From-Ccy NOT = SPACES
      AND WS-Xfer-From-Ccy NOT = WS-Xfer-Currency THEN
      STRING
        "Rejected: from key carries " DELIMITED BY SIZE
        WS-Xfer-From-Ccy DELIMITED BY SIZE
        ", not " DELIMITED BY SIZE
        WS-Xfer-Currency DELIMITED BY SIZE
        "." DELIMITED BY SIZE
        INTO WS-Xfer-Error-Label
      END-STRING
      EXIT PARAGRAPH
    END-IF.

    *> The credit lands in the to key's own currency - converted
    *> when that differs.
    MOVE WS-Xfer-To-Key TO WS-Ccy-Key.
    PERFORM Lookup-Key-Currency.
    MOVE WS-Ccy-Found TO WS-Xfer-To-Currency.
    IF WS-Xfer-To-Currency = SPACES THEN
      MOVE WS-Xfer-Currency TO WS-Xfer-To-Currency
    END-IF.

    COMPUTE WS-Xfer-Debit-Amount = 0 - WS-Xfer-Amount.
    IF WS-Xfer-To-Currency = WS-Xfer-Currency THEN
      MOVE 1 TO WS-Xfer-From-Rate
      MOVE 1 TO WS-Xfer-To-Rate
      MOVE WS-Xfer-Amount TO WS-Xfer-Credit-Amount
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Xfer-Currency TO WS-Eff-Currency.
    PERFORM Lookup-Effective-Rate.
    MOVE WS-Rate-Work TO WS-Xfer-From-Rate.
    MOVE WS-Xfer-To-Currency TO WS-Eff-Currency.
    PERFORM Lookup-Effective-Rate.
    MOVE WS-Rate-Work TO WS-Xfer-To-Rate.
    IF WS-Xfer-From-Rate = 0 OR WS-Xfer-To-Rate = 0 THEN
      IF WS-Xfer-From-Rate = 0 THEN
        MOVE WS-Xfer-Currency TO WS-Eff-Currency
      END-IF
      STRING
        "Rejected: no rate in force for " DELIMITED BY SIZE
        WS-Eff-Currency DELIMITED BY SIZE
        " on " DELIMITED BY SIZE
        WS-Xfer-Value-Date DELIMITED BY SIZE
        "." DELIMITED BY SIZE
        INTO WS-Xfer-Error-Label
      END-STRING
      EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-Xfer-Credit-Amount ROUNDED =
      WS-Xfer-Amount * WS-Xfer-From-Rate / WS-Xfer-To-Rate.
    IF WS-Xfer-Credit-Amount = 0 THEN
      MOVE "Rejected: amount converts to nothing in the to key's currency."
        TO WS-Xfer-Error-Label
    END-IF.

  *> The currency WS-Ccy-Key carries on the live master - spaces
  *> for a key not on it; spaces on the row itself mean GBP.
  Lookup-Key-Currency.
    MOVE SPACES TO WS-Ccy-Found.
    IF Trans-Master-Missing THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Ccy-Key TO TM-Key.
    READ Trans-Master-File
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE TM-Currency TO WS-Ccy-Found
        IF WS-Ccy-Found = SPACES THEN
          MOVE "GBP" TO WS-Ccy-Found
        END-IF
    END-READ.

  *> The rate in force for WS-Eff-Currency on the value date: the
  *> newest history row dated on or before it, else the live rate.
  *> The base currency is always 1.
  Lookup-Effective-Rate.
    MOVE 0 TO WS-Rate-Work.
    IF WS-Eff-Currency = "GBP" THEN
      MOVE 1 TO WS-Rate-Work
      EXIT PARAGRAPH
    END-IF.

    IF NOT Rate-Hist-Missing THEN
      MOVE WS-Eff-Currency TO XH-Currency
      MOVE "00000000" TO XH-Eff-Date
      START Rate-Hist-File KEY IS NOT < XH-Hist-Key
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE "N" TO WS-Eff-Hist-At-End-Flag
          PERFORM UNTIL Eff-Hist-At-End
            READ Rate-Hist-File NEXT
              AT END
                MOVE "Y" TO WS-Eff-Hist-At-End-Flag
              NOT AT END
                IF XH-Currency NOT = WS-Eff-Currency
                  OR XH-Eff-Date > WS-Xfer-Value-Date THEN
                  MOVE "Y" TO WS-Eff-Hist-At-End-Flag
                ELSE
                  MOVE XH-Rate TO WS-Rate-Work
                END-IF
            END-READ
          END-PERFORM
      END-START
    END-IF.

    IF WS-Rate-Work = 0 AND NOT Exch-Rate-Missing THEN
      MOVE WS-Eff-Currency TO XR-Currency
      READ Exch-Rate-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE XR-Rate TO WS-Rate-Work
      END-READ
    END-IF.

  *> Writes the pair: the extract waiting for the night is carried
  *> into a work file less its trailer (or a new generation's header
  *> starts one), the debit and credit go in side by side, a fresh
  *> trailer closes it, and the work file is renamed over the
  *> extract. Only then does the register row go down - a pair is
  *> on the register exactly when it is in an extract.
  Post-Transfer-Pair.
    MOVE "A" TO WS-Lock-Action.
    CALL "RunLock" USING WS-Lock-Action WS-Lock-Name LK-Run-ID
      LK-Operator-ID WS-Lock-Result WS-Lock-Holder-Info.
    IF WS-Lock-Result NOT = "Y" THEN
      MOVE SPACES TO WS-Xfer-Result-Label
      STRING
        "Transfer extract busy - " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Lock-Holder-Info) DELIMITED BY SIZE
        INTO WS-Xfer-Result-Label
      END-STRING
      EXIT PARAGRAPH
    END-IF.

    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
    MOVE 0 TO WS-Detail-Count.
    MOVE 0 TO WS-Hash-Total.
    MOVE 0 TO WS-Xfer-Generation.
    MOVE "N" TO WS-Xfer-New-Extract-Flag.
    OPEN OUTPUT Xfer-Work-File.

    CALL "CBL_CHECK_FILE_EXIST" USING WS-Xfer-Extract-Path
      WS-Xfer-Extract-Info RETURNING WS-Xfer-Extract-Check-Status
    END-CALL.
    IF WS-Xfer-Extract-Check-Status = 0 THEN
      PERFORM Carry-Extract-Forward
    END-IF.
    IF WS-Xfer-Generation = 0 THEN
      PERFORM Start-New-Generation
    END-IF.

    COMPUTE WS-Xfer-Pair-Seq = WS-Detail-Count / 2 + 1.
    MOVE WS-Xfer-From-Key TO LEG-Key.
    MOVE WS-Run-Date TO LEG-Date.
    MOVE WS-Xfer-Debit-Amount TO LEG-Amount.
    MOVE "P" TO LEG-Status.
    MOVE WS-Xfer-Currency TO LEG-Currency.
    MOVE WS-Xfer-Value-Date TO LEG-Value-Date.
    MOVE WS-Leg-Raw TO XW-Line.
    WRITE XW-Line.
    MOVE WS-Xfer-To-Key TO LEG-Key.
    MOVE WS-Xfer-Credit-Amount TO LEG-Amount.
    MOVE WS-Xfer-To-Currency TO LEG-Currency.
    MOVE WS-Leg-Raw TO XW-Line.
    WRITE XW-Line.
    ADD 2 TO WS-Detail-Count.
    ADD WS-Xfer-Debit-Amount WS-Xfer-Credit-Amount TO WS-Hash-Total.

    MOVE WS-Detail-Count TO TRL-Count.
    MOVE WS-Hash-Total TO TRL-Hash.
    MOVE WS-Trl-Line TO XW-Line.
    WRITE XW-Line.
    CLOSE Xfer-Work-File.

    CALL "CBL_DELETE_FILE" USING WS-Xfer-Extract-Path
      RETURNING WS-Delete-Status
    END-CALL.
    CALL "CBL_RENAME_FILE" USING WS-Xfer-Work-Path WS-Xfer-Extract-Path
      RETURNING WS-Rename-Status
    END-CALL.
    IF WS-Rename-Status NOT = 0 THEN
      MOVE "ERR" TO WS-Log-Level
      MOVE "Transfer extract could not be replaced - pair not written"
        TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      MOVE "R" TO WS-Lock-Action
      CALL "RunLock" USING WS-Lock-Action WS-Lock-Name LK-Run-ID
        LK-Operator-ID WS-Lock-Result WS-Lock-Holder-Info
      MOVE "Transfer NOT written - the extract could not be replaced."
        TO WS-Xfer-Result-Label
      EXIT PARAGRAPH
    END-IF.

    *> The generation is only spent once its extract is really there.
    IF Xfer-New-Extract THEN
      OPEN OUTPUT Xfer-Gen-File
      MOVE WS-Xfer-Generation TO XG-Last-Generation
      WRITE XG-Line
      CLOSE Xfer-Gen-File
    END-IF.

    OPEN EXTEND Xfer-Reg-File.
    IF Xfer-Reg-Not-Found THEN
      OPEN OUTPUT Xfer-Reg-File
    END-IF.
    MOVE SPACES TO XF-Record.
    MOVE WS-Xfer-Generation TO XF-Generation.
    MOVE WS-Xfer-Pair-Seq TO XF-Pair-Seq.
    MOVE WS-Stamp TO XF-Stamp.
    MOVE LK-Operator-ID TO XF-Operator.
    MOVE LK-Run-ID TO XF-Run.
    MOVE WS-Xfer-From-Key TO XF-From-Key.
    MOVE WS-Xfer-To-Key TO XF-To-Key.
    MOVE WS-Xfer-Value-Date TO XF-Value-Date.
    MOVE WS-Xfer-Currency TO XF-Xfer-Currency.
    MOVE WS-Xfer-Amount TO XF-Xfer-Amount.
    MOVE WS-Xfer-Debit-Amount TO XF-Debit-Amount.
    MOVE WS-Xfer-To-Currency TO XF-Credit-Currency.
    MOVE WS-Xfer-Credit-Amount TO XF-Credit-Amount.
    MOVE WS-Xfer-From-Rate TO XF-From-Rate.
    MOVE WS-Xfer-To-Rate TO XF-To-Rate.
    WRITE XF-Record.
    CLOSE Xfer-Reg-File.

    MOVE "R" TO WS-Lock-Action.
    CALL "RunLock" USING WS-Lock-Action WS-Lock-Name LK-Run-ID
      LK-Operator-ID WS-Lock-Result WS-Lock-Holder-Info.

    MOVE WS-Xfer-Amount TO WS-Audit-Amount.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Transfer by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      WS-Xfer-From-Key DELIMITED BY SIZE
      ">" DELIMITED BY SIZE
      WS-Xfer-To-Key DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Amount) DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      WS-Xfer-Currency DELIMITED BY SIZE
      " gen " DELIMITED BY SIZE
      WS-Xfer-Generation DELIMITED BY SIZE
      " pair " DELIMITED BY SIZE
      WS-Xfer-Pair-Seq DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE SPACES TO WS-Xfer-Result-Label.
    STRING
      "Transfer written as pair " DELIMITED BY SIZE
      WS-Xfer-Pair-Seq DELIMITED BY SIZE
      " of transfer extract generation " DELIMITED BY SIZE
      WS-Xfer-Generation DELIMITED BY SIZE
      "." DELIMITED BY SIZE
      INTO WS-Xfer-Result-Label
    END-STRING.

  *> Copies the waiting extract into the work file - header and
  *> detail lines, never the old trailer - keeping its generation,
  *> count and hash.
  Carry-Extract-Forward.
    OPEN INPUT Xfer-Extract-File.
    IF NOT Xfer-Extract-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Xfer-Extract-At-End-Flag.
    PERFORM UNTIL Xfer-Extract-At-End
      READ Xfer-Extract-File
        AT END
          MOVE "Y" TO WS-Xfer-Extract-At-End-Flag
        NOT AT END
          EVALUATE XE-Line(1:3)
            WHEN "HDR"
              MOVE XE-Line TO WS-Hdr-Raw
              MOVE HDR-Gen TO WS-Xfer-Generation
              MOVE XE-Line TO XW-Line
              WRITE XW-Line
            WHEN "TRL"
              CONTINUE
            WHEN OTHER
              MOVE XE-Line TO XW-Line
              WRITE XW-Line
              MOVE XE-Line TO WS-Leg-Raw
              ADD 1 TO WS-Detail-Count
              ADD LEG-Amount TO WS-Hash-Total
          END-EVALUATE
      END-READ
    END-PERFORM.
    CLOSE Xfer-Extract-File.

  *> A new extract's HDR, stamped last-plus-one off this feed's own
  *> generation counter.
  Start-New-Generation.
    MOVE "Y" TO WS-Xfer-New-Extract-Flag.
    OPEN INPUT Xfer-Gen-File.
    IF NOT Xfer-Gen-Not-Found THEN
      READ Xfer-Gen-File
        AT END
          CONTINUE
        NOT AT END
          MOVE XG-Last-Generation TO WS-Xfer-Generation
      END-READ
      CLOSE Xfer-Gen-File
    END-IF.
    ADD 1 TO WS-Xfer-Generation.

    MOVE WS-Run-Date TO HDR-Date.
    MOVE "TRANSFER" TO HDR-Source.
    MOVE WS-Xfer-Generation TO HDR-Gen.
    MOVE WS-Hdr-Line TO XW-Line.
    WRITE XW-Line.

  *> Proves every pair on the register nets to zero: the debit is
  *> exactly the transfer amount going out, the credit re-converts
  *> from it at the recorded rates to exactly what was credited, and
  *> - while the pair's extract is still waiting for the night - both
  *> legs are in it where the register says. One line per pair to
  *> the proof report; anything out of balance is alerted.
  Prove-Register.
    PERFORM Load-Extract-Legs.

    OPEN INPUT Xfer-Reg-File.
    IF NOT Xfer-Reg-Opened-OK THEN
      MOVE "(no transfers on the register yet)" TO WS-Xfer-Result-Label
      EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT Xfer-Proof-File.
    MOVE LK-Run-ID TO XPH-Run.
    MOVE WS-Proof-Heading-1 TO XP-Line.
    WRITE XP-Line.
    MOVE WS-Proof-Heading-2 TO XP-Line.
    WRITE XP-Line.

    MOVE 0 TO WS-Proof-Pairs.
    MOVE 0 TO WS-Proof-Out.
    MOVE 0 TO WS-Proof-Waiting.
    MOVE 0 TO WS-Proof-Net.
    MOVE 0 TO WS-Rows-Withheld.
    MOVE "N" TO WS-Xfer-Reg-At-End-Flag.
    PERFORM UNTIL Xfer-Reg-At-End
      READ Xfer-Reg-File
        AT END
          MOVE "Y" TO WS-Xfer-Reg-At-End-Flag
        NOT AT END
          IF XF-Generation IS NUMERIC THEN
            PERFORM Prove-One-Pair
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Xfer-Reg-File.

    *> Legs in the waiting extract the register knows nothing of.
    IF WS-Leg-Used > WS-Proof-Waiting * 2 THEN
      ADD 1 TO WS-Proof-Out
      COMPUTE WS-Leg-Idx = WS-Leg-Used - WS-Proof-Waiting * 2
      MOVE WS-Leg-Idx TO WS-Disp-Count-1
      MOVE SPACES TO XP-Line
      STRING
        "OUT OF BALANCE: the waiting extract holds " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Disp-Count-1) DELIMITED BY SIZE
        " leg(s) not on the register" DELIMITED BY SIZE
        INTO XP-Line
      END-STRING
      WRITE XP-Line
    END-IF.
    IF Leg-Table-Overflow THEN
      MOVE "Note: waiting extract too large to check leg by leg"
        TO XP-Line
      WRITE XP-Line
    END-IF.

    MOVE SPACES TO XP-Line.
    WRITE XP-Line.
    MOVE WS-Proof-Pairs TO WS-Disp-Count-1.
    MOVE WS-Proof-Net TO WS-Proof-Net-Disp.
    STRING
      "Pairs proven: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Disp-Count-1) DELIMITED BY SIZE
      "   Net of all pairs in transfer currency: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Proof-Net-Disp) DELIMITED BY SIZE
      INTO XP-Line
    END-STRING.
    WRITE XP-Line.
    PERFORM Note-Rows-Withheld.
    CLOSE Xfer-Proof-File.

    MOVE WS-Proof-Pairs TO WS-Disp-Count-1.
    MOVE WS-Proof-Out TO WS-Disp-Count-2.
    MOVE SPACES TO WS-Xfer-Result-Label.
    IF WS-Proof-Out = 0 THEN
      STRING
        FUNCTION TRIM(WS-Disp-Count-1) DELIMITED BY SIZE
        " pair(s) proven - every pair nets to zero." DELIMITED BY SIZE
        INTO WS-Xfer-Result-Label
      END-STRING
    ELSE
      STRING
        FUNCTION TRIM(WS-Disp-Count-1) DELIMITED BY SIZE
        " pair(s) checked, " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Disp-Count-2) DELIMITED BY SIZE
        " OUT OF BALANCE - see the proof report." DELIMITED BY SIZE
        INTO WS-Xfer-Result-Label
      END-STRING
      MOVE SPACES TO WS-Alert-Message
      STRING
        "Transfer register OUT OF BALANCE - " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Disp-Count-2) DELIMITED BY SIZE
        " exception(s), see TransferProof.rpt" DELIMITED BY SIZE
        INTO WS-Alert-Message
      END-STRING
      CALL "WriteAlertQueue" USING WS-Alert-Message WS-Alert-Code
        LK-Run-ID LK-Terminal-ID LK-Operator-ID
    END-IF.

    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Transfer register proved by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " - " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Disp-Count-1) DELIMITED BY SIZE
      " pair(s), " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Disp-Count-2) DELIMITED BY SIZE
      " out of balance" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> One register row against its own arithmetic and, while its
  *> extract is waiting, against the legs actually written.
  Prove-One-Pair.
    ADD 1 TO WS-Proof-Pairs.
    MOVE "OK" TO WS-Proof-Verdict.

    COMPUTE WS-Proof-Pair-Net = XF-Debit-Amount + XF-Xfer-Amount.
    ADD WS-Proof-Pair-Net TO WS-Proof-Net.
    IF WS-Proof-Pair-Net NOT = 0 OR XF-Xfer-Amount NOT > 0 THEN
      MOVE "DEBIT" TO WS-Proof-Verdict
    END-IF.

    IF XF-Credit-Currency = XF-Xfer-Currency THEN
      MOVE XF-Xfer-Amount TO WS-Proof-Credit
    ELSE
      IF XF-To-Rate = 0 THEN
        MOVE 0 TO WS-Proof-Credit
      ELSE
        COMPUTE WS-Proof-Credit ROUNDED =
          XF-Xfer-Amount * XF-From-Rate / XF-To-Rate
      END-IF
    END-IF.
    IF WS-Proof-Verdict = "OK"
      AND WS-Proof-Credit NOT = XF-Credit-Amount THEN
      MOVE "CREDIT" TO WS-Proof-Verdict
    END-IF.

    MOVE "consumed" TO XPD-Extract.
    IF WS-Leg-Gen NOT = 0 AND XF-Generation = WS-Leg-Gen THEN
      MOVE "waiting" TO XPD-Extract
      ADD 1 TO WS-Proof-Waiting
      IF NOT Leg-Table-Overflow THEN
        PERFORM Check-Pair-Legs
      END-IF
    END-IF.

    IF WS-Proof-Verdict NOT = "OK" THEN
      ADD 1 TO WS-Proof-Out
    END-IF.

    MOVE XF-Generation TO XPD-Gen.
    MOVE XF-Pair-Seq TO XPD-Seq.
    MOVE XF-From-Key TO XPD-From.
    MOVE XF-To-Key TO XPD-To.
    MOVE XF-Value-Date TO XPD-Value-Date.
    MOVE XF-Debit-Amount TO XPD-Debit.
    MOVE XF-Xfer-Currency TO XPD-Debit-Ccy.
    MOVE XF-Credit-Amount TO XPD-Credit.
    MOVE XF-Credit-Currency TO XPD-Credit-Ccy.
    MOVE WS-Proof-Verdict TO XPD-Verdict.

    *> Listed when either side of the pair is the operator's.
    CALL "BranchAccess" USING XF-From-Key WS-Access-Silent
      LK-Run-ID LK-Operator-ID WS-Access-Result.
    IF NOT Access-Permitted THEN
      CALL "BranchAccess" USING XF-To-Key WS-Access-Silent
        LK-Run-ID LK-Operator-ID WS-Access-Result
    END-IF.
    IF NOT Access-Permitted THEN
      ADD 1 TO WS-Rows-Withheld
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Proof-Detail TO XP-Line.
    WRITE XP-Line.

  *> The proof's totals cover every pair; the pairs left off the
  *> listing are counted under them and audited once.
  Note-Rows-Withheld.
    IF WS-Rows-Withheld = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO XP-Line.
    STRING
      "Restricted to the branches permitted to " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " - " DELIMITED BY SIZE
      WS-Rows-Withheld DELIMITED BY SIZE
      " pair(s) withheld" DELIMITED BY SIZE
      INTO XP-Line
    END-STRING.
    WRITE XP-Line.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Branch access REFUSED for " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " at Transfer Proof - " DELIMITED BY SIZE
      WS-Rows-Withheld DELIMITED BY SIZE
      " pair(s) withheld" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> The pair's debit must be leg 2n-1 and its credit leg 2n.
  Check-Pair-Legs.
    COMPUTE WS-Leg-Idx = XF-Pair-Seq * 2.
    IF XF-Pair-Seq = 0 OR WS-Leg-Idx > WS-Leg-Used THEN
      IF WS-Proof-Verdict = "OK" THEN
        MOVE "NO LEGS" TO WS-Proof-Verdict
      END-IF
      EXIT PARAGRAPH
    END-IF.
    IF WS-Leg-Key(WS-Leg-Idx) NOT = XF-To-Key
      OR WS-Leg-Amount(WS-Leg-Idx) NOT = XF-Credit-Amount
      OR WS-Leg-Currency(WS-Leg-Idx) NOT = XF-Credit-Currency THEN
      IF WS-Proof-Verdict = "OK" THEN
        MOVE "LEGS" TO WS-Proof-Verdict
      END-IF
    END-IF.
    SUBTRACT 1 FROM WS-Leg-Idx.
    IF WS-Leg-Key(WS-Leg-Idx) NOT = XF-From-Key
      OR WS-Leg-Amount(WS-Leg-Idx) NOT = XF-Debit-Amount
      OR WS-Leg-Currency(WS-Leg-Idx) NOT = XF-Xfer-Currency THEN
      IF WS-Proof-Verdict = "OK" THEN
        MOVE "LEGS" TO WS-Proof-Verdict
      END-IF
    END-IF.

  *> The waiting extract's generation and detail legs, in order.
  Load-Extract-Legs.
    MOVE 0 TO WS-Leg-Used.
    MOVE 0 TO WS-Leg-Gen.
    MOVE "N" TO WS-Leg-Overflow-Flag.
    OPEN INPUT Xfer-Extract-File.
    IF NOT Xfer-Extract-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Xfer-Extract-At-End-Flag.
    PERFORM UNTIL Xfer-Extract-At-End
      READ Xfer-Extract-File
        AT END
          MOVE "Y" TO WS-Xfer-Extract-At-End-Flag
        NOT AT END
          EVALUATE XE-Line(1:3)
            WHEN "HDR"
              MOVE XE-Line TO WS-Hdr-Raw
              MOVE HDR-Gen TO WS-Leg-Gen
            WHEN "TRL"
              CONTINUE
            WHEN OTHER
              IF WS-Leg-Used < 2000 THEN
                ADD 1 TO WS-Leg-Used
                MOVE XE-Line TO WS-Leg-Raw
                MOVE LEG-Key TO WS-Leg-Key(WS-Leg-Used)
                MOVE LEG-Amount TO WS-Leg-Amount(WS-Leg-Used)
                MOVE LEG-Currency TO WS-Leg-Currency(WS-Leg-Used)
              ELSE
                MOVE "Y" TO WS-Leg-Overflow-Flag
              END-IF
          END-EVALUATE
      END-READ
    END-PERFORM.
    CLOSE Xfer-Extract-File.

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

END PROGRAM Transfer.
