IDENTIFICATION DIVISION.
  PROGRAM-ID. Rekey.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Keyed transaction master built by Sort 'n' Report - the
      *> default master and every registered feed's own, one row per
      *> key, moved by a journalled WRITE under the new key and
      *> DELETE of the old.
      SELECT Trans-Master-File ASSIGN TO WS-Trans-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS TM-Key
      ALTERNATE RECORD KEY IS TM-Date WITH DUPLICATES
      FILE STATUS WS-Trans-Master-Status.

      *> Named feed registry maintained by FeedMaint - a feed with a
      *> master path of its own carries the key there too.
      SELECT Feed-Reg-File ASSIGN TO "FeedReg.dat"
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS FR-Name
      FILE STATUS WS-Feed-Reg-Status.

      *> Account reference maintained by AcctMaint.
      SELECT Acct-Ref-File ASSIGN TO WS-Acct-Ref-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS AC-Key
      FILE STATUS WS-Acct-Ref-Status.

      *> Statement cycle days maintained by CycleMaint.
      SELECT Cycle-File ASSIGN TO WS-Cycle-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS CY-Key
      FILE STATUS WS-Cycle-Status.

      *> Standing instructions maintained by SIMaint - one row per
      *> key and sequence.
      SELECT SI-File ASSIGN TO WS-SI-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS SI-Id
      FILE STATUS WS-SI-Status.

      *> Hold register maintained by HoldMaint.
      SELECT Hold-Reg-File ASSIGN TO WS-Hold-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS HD-Key
      FILE STATUS WS-Hold-Reg-Status.

      *> Customer-to-account links maintained by CustMaint - the
      *> account key is an alternate, so a key's links are found
      *> without walking every customer.
      SELECT Cust-Link-File ASSIGN TO WS-Cust-Link-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS CL-Link-Key
      ALTERNATE RECORD KEY IS CL-Acct-Key WITH DUPLICATES
      FILE STATUS WS-Cust-Link-Status.

      *> Dormant register written by the dormancy run - a dormant
      *> key stays dormant under its new key.
      SELECT Dormant-Reg-File ASSIGN TO WS-Dormant-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS DM-Key
      FILE STATUS WS-Dormant-Reg-Status.

      *> Retention register maintained by PdRetain - the relationship
      *> end date, and any anonymisation stamp, follow the key.
      SELECT Retain-Reg-File ASSIGN TO WS-Retain-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS RT-Key
      FILE STATUS WS-Retain-Reg-Status.

      *> Collections register written by the collections run.
      SELECT Coll-Reg-File ASSIGN TO WS-Coll-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS CR-Key
      FILE STATUS WS-Coll-Reg-Status.

      *> Instalment loans maintained by LoanMaint - the loan's own
      *> key and any loan repaid from the key both move.
      SELECT Loan-File ASSIGN TO WS-Loan-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS LN-Key
      FILE STATUS WS-Loan-Status.

      *> Term deposits maintained by DepMaint - the deposit's own row
      *> moves; payouts already raised move with the open payments.
      SELECT Dep-File ASSIGN TO WS-Dep-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS DP-Key
      FILE STATUS WS-Dep-Status.

      *> Outbound payments raised on PayOut - only those not yet sent
      *> (pending or approved) follow the key.
      SELECT Pay-File ASSIGN TO WS-Pay-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS PY-Ref
      FILE STATUS WS-Pay-Status.

      *> Dispute cases - only open and investigating cases follow.
      SELECT Dispute-Case-File ASSIGN TO WS-Dispute-Case-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS DC-Case-No
      ALTERNATE RECORD KEY IS DC-Key WITH DUPLICATES
      FILE STATUS WS-Dispute-Case-Status.

      *> Forward-dated warehouse - only items still waiting follow.
      SELECT Fwd-Warehouse-File ASSIGN TO WS-Fwd-Warehouse-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS FW-Id
      ALTERNATE RECORD KEY IS FW-Value-Date WITH DUPLICATES
      FILE STATUS WS-Fwd-Warehouse-Status.

      *> Branch reference maintained by BranchMaint - the new key's
      *> branch must be known and trading.
      SELECT Branch-Ref-File ASSIGN TO WS-Branch-Ref-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS BR-Branch
      FILE STATUS WS-Branch-Ref-Status.

      *> Maintenance changes awaiting approval - a key with one in
      *> flight must not move under it.
      SELECT Pend-Appr-File ASSIGN TO WS-Pend-Appr-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS PA-Key
      FILE STATUS WS-Pend-Appr-Status.

      *> The old-to-new cross-reference the commit leaves behind.
      SELECT Rekey-Xref-File ASSIGN TO WS-Rekey-Xref-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS RX-Old-Key
      ALTERNATE RECORD KEY IS RX-New-Key WITH DUPLICATES
      FILE STATUS WS-Rekey-Xref-Status.

      *> The re-key awaiting commit - one record, written by the
      *> supervisor who requested it and consumed by the DIFFERENT
      *> supervisor who commits or declines it.
      SELECT Rekey-Pend-File ASSIGN TO WS-Rekey-Pend-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Rekey-Pend-Status.

DATA DIVISION.
  FILE SECTION.
    FD Trans-Master-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==TM==.

    FD Feed-Reg-File.
      COPY "FeedRecord.cpy" REPLACING ==:PREFIX:== BY ==FR==.

    FD Acct-Ref-File.
      COPY "AcctRecord.cpy" REPLACING ==:PREFIX:== BY ==AC==.

    FD Cycle-File.
      COPY "CycRecord.cpy" REPLACING ==:PREFIX:== BY ==CY==.

    FD SI-File.
      COPY "SIRecord.cpy" REPLACING ==:PREFIX:== BY ==SI==.

    FD Hold-Reg-File.
      COPY "HoldRecord.cpy" REPLACING ==:PREFIX:== BY ==HD==.

    FD Cust-Link-File.
      COPY "CustLinkRecord.cpy" REPLACING ==:PREFIX:== BY ==CL==.

    FD Dormant-Reg-File.
      COPY "DormantRecord.cpy" REPLACING ==:PREFIX:== BY ==DM==.

    FD Retain-Reg-File.
      COPY "RetainRecord.cpy" REPLACING ==:PREFIX:== BY ==RT==.

    FD Coll-Reg-File.
      COPY "CollRecord.cpy" REPLACING ==:PREFIX:== BY ==CR==.

    FD Loan-File.
      COPY "LoanRecord.cpy" REPLACING ==:PREFIX:== BY ==LN==.

    FD Dep-File.
      COPY "DepRecord.cpy" REPLACING ==:PREFIX:== BY ==DP==.

    FD Pay-File.
      COPY "PayRecord.cpy" REPLACING ==:PREFIX:== BY ==PY==.

    FD Dispute-Case-File.
      COPY "DisputeRecord.cpy" REPLACING ==:PREFIX:== BY ==DC==.

    FD Fwd-Warehouse-File.
      COPY "FwdRecord.cpy" REPLACING ==:PREFIX:== BY ==FW==.

    FD Branch-Ref-File.
      COPY "BranchRecord.cpy" REPLACING ==:PREFIX:== BY ==BR==.

    FD Pend-Appr-File.
      COPY "PendApprRecord.cpy" REPLACING ==:PREFIX:== BY ==PA==.

    FD Rekey-Xref-File.
      COPY "RekeyXrefRecord.cpy" REPLACING ==:PREFIX:== BY ==RX==.

    FD Rekey-Pend-File.
      COPY "RekeyPendRecord.cpy" REPLACING ==:PREFIX:== BY ==RP==.

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> Training mode, shared by CobAll's login - the approvals file
    *> is named by hand the way the Approvals screen names it.
    01 WS-Training-Mode-Switch PIC A EXTERNAL.
      88 Training-Mode-Active VALUE "Y".

    01 WS-Trans-Master-Path PIC X(80) VALUE "TransMaster.dat".
    01 WS-Default-Master-Path PIC X(80) VALUE "TransMaster.dat".
    01 WS-Trans-Master-Status PIC XX.
      88 Trans-Master-Opened-OK VALUE "00".
    01 WS-Feed-Reg-Status PIC XX.
      88 Feed-Reg-Opened-OK VALUE "00".
    01 WS-Feed-Reg-At-End-Flag PIC X VALUE "N".
      88 Feed-Reg-At-End VALUE "Y".

    01 WS-Acct-Ref-Path PIC X(80) VALUE "AcctRef.dat".
    01 WS-Acct-Ref-Status PIC XX.
      88 Acct-Ref-Opened-OK VALUE "00".
    01 WS-Cycle-Path PIC X(80) VALUE "StmtCycle.dat".
    01 WS-Cycle-Status PIC XX.
      88 Cycle-Opened-OK VALUE "00".
    01 WS-SI-Path PIC X(80) VALUE "StandingInstr.dat".
    01 WS-SI-Status PIC XX.
      88 SI-Opened-OK VALUE "00".
    01 WS-Hold-Reg-Path PIC X(80) VALUE "HoldReg.dat".
    01 WS-Hold-Reg-Status PIC XX.
      88 Hold-Reg-Opened-OK VALUE "00".
    01 WS-Cust-Link-Path PIC X(80) VALUE "CustLink.dat".
    01 WS-Cust-Link-Status PIC XX.
      88 Cust-Link-Opened-OK VALUE "00".
    01 WS-Dormant-Reg-Path PIC X(80) VALUE "DormantReg.dat".
    01 WS-Dormant-Reg-Status PIC XX.
      88 Dormant-Reg-Opened-OK VALUE "00".
    01 WS-Retain-Reg-Path PIC X(80) VALUE "RetainReg.dat".
    01 WS-Retain-Reg-Status PIC XX.
      88 Retain-Reg-Opened-OK VALUE "00".
    01 WS-Coll-Reg-Path PIC X(80) VALUE "CollReg.dat".
    01 WS-Coll-Reg-Status PIC XX.
      88 Coll-Reg-Opened-OK VALUE "00".
    01 WS-Loan-Path PIC X(80) VALUE "LoanMaster.dat".
    01 WS-Loan-Status PIC XX.
      88 Loan-Opened-OK VALUE "00".
    01 WS-Dep-Path PIC X(80) VALUE "DepositMaster.dat".
    01 WS-Dep-Status PIC XX.
      88 Dep-Opened-OK VALUE "00".
    01 WS-Pay-Path PIC X(80) VALUE "Payments.dat".
    01 WS-Pay-Status PIC XX.
      88 Pay-Opened-OK VALUE "00".
    01 WS-Dispute-Case-Path PIC X(80) VALUE "DisputeCase.dat".
    01 WS-Dispute-Case-Status PIC XX.
      88 Dispute-Case-Opened-OK VALUE "00".
    01 WS-Fwd-Warehouse-Path PIC X(80) VALUE "FwdWarehouse.dat".
    01 WS-Fwd-Warehouse-Status PIC XX.
      88 Fwd-Warehouse-Opened-OK VALUE "00".
    01 WS-Branch-Ref-Path PIC X(80) VALUE "BranchRef.dat".
    01 WS-Branch-Ref-Status PIC XX.
      88 Branch-Ref-Opened-OK VALUE "00".
    01 WS-Pend-Appr-Path PIC X(80) VALUE "PendAppr.dat".
    01 WS-Pend-Appr-Status PIC XX.
      88 Pend-Appr-Opened-OK VALUE "00".
    01 WS-Rekey-Xref-Path PIC X(80) VALUE "RekeyXref.dat".
    01 WS-Rekey-Xref-Status PIC XX.
      88 Rekey-Xref-Opened-OK VALUE "00".
      88 Rekey-Xref-Not-Found VALUE "35".
    01 WS-Rekey-Pend-Path PIC X(80) VALUE "RekeyPend.dat".
    01 WS-Rekey-Pend-Status PIC XX.
      88 Rekey-Pend-Opened-OK VALUE "00".
    01 WS-Request-Waiting-Flag PIC A VALUE "N".
      88 Request-Is-Waiting VALUE "Y".

    01 WS-Walk-At-End-Flag PIC X VALUE "N".
      88 Walk-At-End VALUE "Y".
    01 WS-Delete-Status PIC S9(9) COMP-5.

    *> The re-key being requested or judged, in the parked layout -
    *> the preview and the commit both work from this one copy.
    COPY "RekeyPendRecord.cpy" REPLACING ==:PREFIX:== BY ==RQ==.

    *> Menu request and the keyed request.
    01 WS-Rekey-Choice PIC 9 VALUE 0.
      88 Rekey-Request VALUE 1.
      88 Rekey-Commit VALUE 2.
      88 Rekey-Decline VALUE 3.
      88 Rekey-Back VALUE 4.
    01 WS-Rekey-Old-Key PIC X(10) VALUE SPACES.
    01 WS-Rekey-New-Key PIC X(10) VALUE SPACES.
    01 WS-Rekey-Grace-Days PIC 9(3) VALUE 30.
    01 WS-Rekey-Reason PIC X(30) VALUE SPACES.
    01 WS-Rekey-Check PIC A VALUE SPACES.
      88 Rekey-Check-Wanted VALUE "Y" "y".
    01 WS-Rekey-Confirm PIC A VALUE SPACES.
      88 Rekey-Confirmed VALUE "Y" "y".

    *> Screen labels.
    01 WS-Rekey-Pending-Label PIC X(60) VALUE SPACES.
    01 WS-Rekey-Preview-Title PIC X(60) VALUE SPACES.
    01 WS-Rekey-Action-Label PIC X(70) VALUE SPACES.
    01 WS-Rekey-Preview-Note PIC X(76) VALUE SPACES.
    01 WS-Rekey-Confirm-Prompt PIC X(50) VALUE SPACES.
    01 WS-Rekey-Result-Label PIC X(76) VALUE SPACES.

    *> Rows carrying the old key, file by file, in the preview
    *> screen's order: 1 masters, 2 account reference, 3 statement
    *> cycle, 4 standing instructions, 5 holds, 6 customer links,
    *> 7 dormant register, 8 collections, 9 loans, 10 payments,
    *> 11 disputes, 12 forward warehouse, 13 term deposits,
    *> 14 retention register.
    01 WS-Rekey-Counts.
      05 WS-Rekey-Count OCCURS 14 TIMES PIC 9(5).
    01 WS-Rekey-Total PIC 9(7) VALUE 0.
    01 WS-Rekey-Failed PIC 9(5) VALUE 0.
    01 WS-Rekey-Idx PIC 99 VALUE 0.

    *> Preview walks count; the commit walk moves as it counts.
    01 WS-Committing-Flag PIC A VALUE "N".
      88 Committing-Rekey VALUE "Y".
    *> The commit walk rewrites the transaction masters and their
    *> verify controls, which a Sort 'n' Report run swaps under it -
    *> so the commit holds that run's lock.
    01 WS-Lock-Action PIC X(1) VALUE SPACE.
    01 WS-Lock-Name PIC X(8) VALUE "SORTRPT".
    01 WS-Lock-Result PIC X(1) VALUE SPACE.
    01 WS-Lock-Holder-Info PIC X(60) VALUE SPACES.
    *> Set by the preview when the new key is already carried
    *> somewhere it would collide - names the file.
    01 WS-Rekey-Clash-File PIC X(20) VALUE SPACES.

    *> Keys found under the old key on the files keyed by more than
    *> the account key - gathered first, then moved one by one, so
    *> no walk ever runs across rows it has just written.
    01 WS-SI-Seq-Table.
      05 WS-SI-Seq-Entry OCCURS 99 TIMES PIC 9(2).
    01 WS-SI-Seq-Used PIC 99 VALUE 0.
    01 WS-Link-Cust-Table.
      05 WS-Link-Cust-Entry OCCURS 50 TIMES PIC X(8).
    01 WS-Link-Cust-Used PIC 99 VALUE 0.
    01 WS-Case-Table.
      05 WS-Case-Entry OCCURS 50 TIMES PIC 9(6).
    01 WS-Case-Used PIC 99 VALUE 0.
    01 WS-Table-Idx PIC 99 VALUE 0.

    *> Journal images - every master row the commit moves is
    *> mirrored to the update journal, stamped with the re-key ref.
    01 WS-Journal-Action PIC X(2) VALUE SPACES.
    01 WS-Journal-Before PIC X(41) VALUE SPACES.
    01 WS-Journal-After PIC X(41) VALUE SPACES.
    01 WS-Journal-Master PIC X(40) VALUE "TransMaster.dat".
    01 WS-Moving-Record PIC X(41) VALUE SPACES.

    *> The move leaves a master's count and hash as they were, but
    *> the control is re-recorded the way every writer does, so a
    *> part-failed move never leaves a stale control behind.
    01 WS-Verify-Count PIC 9(7) VALUE 0.
    01 WS-Verify-Hash PIC S9(13)V99 VALUE 0.
    01 WS-Verify-Style PIC X(1) VALUE "T".

    *> Dates - today, and the last day of grace.
    01 WS-Today PIC X(8) VALUE SPACES.
    01 WS-Today-Num REDEFINES WS-Today PIC 9(8).
    01 WS-Grace-Until-Num PIC 9(8) VALUE 0.

    *> Audit renderings.
    01 WS-Audit-Count PIC Z(6)9.
    01 WS-Audit-Failed PIC Z(4)9.
    01 WS-Audit-Days PIC ZZ9.
    01 WS-Audit-File PIC X(20) VALUE SPACES.
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
    COPY "RekeyScr.cpy". *> Account Re-key screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  RekeyMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Account Re-key selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> Re-defaulted every invocation, then qualified - the company
    *> files follow the session's company and training world; the
    *> shared references keep their long-standing names.
    MOVE "TransMaster.dat" TO WS-Default-Master-Path.
    MOVE "StandingInstr.dat" TO WS-SI-Path.
    MOVE "HoldReg.dat" TO WS-Hold-Reg-Path.
    MOVE "DormantReg.dat" TO WS-Dormant-Reg-Path.
    MOVE "RetainReg.dat" TO WS-Retain-Reg-Path.
    MOVE "CollReg.dat" TO WS-Coll-Reg-Path.
    MOVE "LoanMaster.dat" TO WS-Loan-Path.
    MOVE "DepositMaster.dat" TO WS-Dep-Path.
    MOVE "Payments.dat" TO WS-Pay-Path.
    MOVE "DisputeCase.dat" TO WS-Dispute-Case-Path.
    MOVE "FwdWarehouse.dat" TO WS-Fwd-Warehouse-Path.
    MOVE "RekeyXref.dat" TO WS-Rekey-Xref-Path.
    MOVE "RekeyPend.dat" TO WS-Rekey-Pend-Path.
    CALL "ResolveDataPath" USING WS-Default-Master-Path.
    CALL "ResolveDataPath" USING WS-SI-Path.
    CALL "ResolveDataPath" USING WS-Hold-Reg-Path.
    CALL "ResolveDataPath" USING WS-Dormant-Reg-Path.
    CALL "ResolveDataPath" USING WS-Retain-Reg-Path.
    CALL "ResolveDataPath" USING WS-Coll-Reg-Path.
    CALL "ResolveDataPath" USING WS-Loan-Path.
    CALL "ResolveDataPath" USING WS-Dep-Path.
    CALL "ResolveDataPath" USING WS-Pay-Path.
    CALL "ResolveDataPath" USING WS-Dispute-Case-Path.
    CALL "ResolveDataPath" USING WS-Fwd-Warehouse-Path.
    CALL "ResolveDataPath" USING WS-Rekey-Xref-Path.
    CALL "ResolveDataPath" USING WS-Rekey-Pend-Path.
    IF Training-Mode-Active THEN
      MOVE "TRAIN.PendAppr.dat" TO WS-Pend-Appr-Path
    ELSE
      MOVE "PendAppr.dat" TO WS-Pend-Appr-Path
    END-IF.

    MOVE 0 TO WS-Rekey-Choice.
    PERFORM Rekey-Loop UNTIL Rekey-Back.

    GOBACK.

  *> One request off the menu, which always shows the re-key (if
  *> any) waiting for its second supervisor.
  Rekey-Loop.
    PERFORM Load-Waiting-Request.
    MOVE 0 TO WS-Rekey-Choice.
    DISPLAY SC-Rekey-Menu.
    ACCEPT SC-Rekey-Menu.

    MOVE SPACES TO WS-Rekey-Result-Label.
    EVALUATE TRUE
      WHEN Rekey-Request
        PERFORM Request-Rekey
      WHEN Rekey-Commit
        PERFORM Review-Waiting-Request
      WHEN Rekey-Decline
        PERFORM Decline-Waiting-Request
      WHEN Rekey-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-4." TO WS-Rekey-Result-Label
    END-EVALUATE.

    IF NOT Rekey-Back AND WS-Rekey-Result-Label NOT = SPACES THEN
      DISPLAY SC-Rekey-Result
      ACCEPT OMITTED
    END-IF.

  *> Reads the parked request, if there is one, into RP-Record and
  *> labels it for the menu.
  Load-Waiting-Request.
    MOVE "N" TO WS-Request-Waiting-Flag.
    MOVE "(none)" TO WS-Rekey-Pending-Label.
    OPEN INPUT Rekey-Pend-File.
    IF NOT Rekey-Pend-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    READ Rekey-Pend-File
      AT END
        CONTINUE
      NOT AT END
        MOVE "Y" TO WS-Request-Waiting-Flag
    END-READ.
    CLOSE Rekey-Pend-File.

    IF Request-Is-Waiting THEN
      MOVE SPACES TO WS-Rekey-Pending-Label
      STRING
        RP-Ref DELIMITED BY SIZE
        " by " DELIMITED BY SIZE
        FUNCTION TRIM(RP-Requested-By) DELIMITED BY SIZE
        " - " DELIMITED BY SIZE
        RP-Old-Key DELIMITED BY SIZE
        " to " DELIMITED BY SIZE
        RP-New-Key DELIMITED BY SIZE
        INTO WS-Rekey-Pending-Label
      END-STRING
    END-IF.

  *> Takes a re-key off the screen, checks it, previews every file
  *> it would touch, and on the supervisor's word parks it for a
  *> second supervisor. One re-key waits at a time.
  Request-Rekey.
    IF Request-Is-Waiting THEN
      MOVE "A re-key already awaits commit - commit or decline it first."
        TO WS-Rekey-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Rekey-Old-Key WS-Rekey-New-Key.
    MOVE 30 TO WS-Rekey-Grace-Days.
    MOVE SPACES TO WS-Rekey-Reason.
    MOVE SPACES TO WS-Rekey-Check.
    DISPLAY SC-Rekey-Request.
    ACCEPT SC-Rekey-Request.

    IF NOT Rekey-Check-Wanted THEN
      MOVE "Re-key abandoned - nothing parked." TO WS-Rekey-Result-Label
      EXIT PARAGRAPH
    END-IF.

    INITIALIZE RQ-Record.
    MOVE WS-Rekey-Old-Key TO RQ-Old-Key.
    MOVE WS-Rekey-New-Key TO RQ-New-Key.
    MOVE WS-Rekey-Grace-Days TO RQ-Grace-Days.
    MOVE WS-Rekey-Reason TO RQ-Reason.

    PERFORM Validate-Rekey.
    IF WS-Rekey-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Build-Action-Label.
    MOVE "Account Re-key - Preview" TO WS-Rekey-Preview-Title.
    MOVE "Nothing moves until a SECOND supervisor commits the re-key."
      TO WS-Rekey-Preview-Note.
    MOVE "Park this re-key for a second supervisor? (Y/N):"
      TO WS-Rekey-Confirm-Prompt.
    MOVE SPACES TO WS-Rekey-Confirm.
    DISPLAY SC-Rekey-Preview.
    ACCEPT SC-Rekey-Preview.

    IF NOT Rekey-Confirmed THEN
      MOVE "Re-key abandoned - nothing parked." TO WS-Rekey-Result-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM Park-Request.

  *> Everything a re-key must satisfy, at request and again at
  *> commit: two different real keys, a known and trading new
  *> branch, no maintenance change in flight for either key, no
  *> earlier re-key the move would loop through, the old key carried
  *> somewhere, and the new key carried nowhere it would collide.
  Validate-Rekey.
    MOVE SPACES TO WS-Rekey-Result-Label.
    IF RQ-Old-Key = SPACES OR RQ-New-Key = SPACES THEN
      MOVE "Rejected: both the old and the new key are needed."
        TO WS-Rekey-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF RQ-Old-Key = RQ-New-Key THEN
      MOVE "Rejected: the new key is the old key." TO WS-Rekey-Result-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM Check-New-Branch.
    IF WS-Rekey-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Check-Pending-Approvals.
    IF WS-Rekey-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Check-Earlier-Rekeys.
    IF WS-Rekey-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-Committing-Flag.
    PERFORM Walk-All-Files.

    IF WS-Rekey-Clash-File NOT = SPACES THEN
      MOVE SPACES TO WS-Rekey-Result-Label
      STRING
        "Rejected: the new key is already on " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Rekey-Clash-File) DELIMITED BY SIZE
        "." DELIMITED BY SIZE
        INTO WS-Rekey-Result-Label
      END-STRING
      EXIT PARAGRAPH
    END-IF.
    IF WS-Rekey-Total = 0 THEN
      MOVE "Rejected: no file carries the old key - nothing to move."
        TO WS-Rekey-Result-Label
    END-IF.

  *> The new branch must be on the branch reference and not closed
  *> as at today - a missing reference has nothing to judge by.
  Check-New-Branch.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
    OPEN INPUT Branch-Ref-File.
    IF NOT Branch-Ref-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE RQ-New-Key(1:4) TO BR-Branch.
    READ Branch-Ref-File
      INVALID KEY
        MOVE SPACES TO WS-Rekey-Result-Label
        STRING
          "Rejected: branch " DELIMITED BY SIZE
          RQ-New-Key(1:4) DELIMITED BY SIZE
          " is not on the branch reference." DELIMITED BY SIZE
          INTO WS-Rekey-Result-Label
        END-STRING
      NOT INVALID KEY
        IF BR-Closed NUMERIC AND BR-Closed <= WS-Today THEN
          MOVE SPACES TO WS-Rekey-Result-Label
          STRING
            "Rejected: branch " DELIMITED BY SIZE
            RQ-New-Key(1:4) DELIMITED BY SIZE
            " closed on " DELIMITED BY SIZE
            BR-Closed DELIMITED BY SIZE
            "." DELIMITED BY SIZE
            INTO WS-Rekey-Result-Label
          END-STRING
        END-IF
    END-READ.
    CLOSE Branch-Ref-File.

  *> A maintenance change parked for approval carries a before
  *> image under its key - moving the key under it would let the
  *> approval write the old key straight back.
  Check-Pending-Approvals.
    OPEN INPUT Pend-Appr-File.
    IF NOT Pend-Appr-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE RQ-Old-Key TO PA-Key.
    READ Pend-Appr-File
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE "Rejected: a change to the old key awaits approval."
          TO WS-Rekey-Result-Label
    END-READ.
    IF WS-Rekey-Result-Label = SPACES THEN
      MOVE RQ-New-Key TO PA-Key
      READ Pend-Appr-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE "Rejected: a change to the new key awaits approval."
            TO WS-Rekey-Result-Label
      END-READ
    END-IF.
    CLOSE Pend-Appr-File.

  *> The cross-reference holds one row per old key, and a chain must
  *> never loop: a key already moved once can't move again (its
  *> successor is the key to move), and a key retired by an earlier
  *> move can't be brought back as a new key.
  Check-Earlier-Rekeys.
    OPEN INPUT Rekey-Xref-File.
    IF NOT Rekey-Xref-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE RQ-Old-Key TO RX-Old-Key.
    READ Rekey-Xref-File KEY IS RX-Old-Key
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE SPACES TO WS-Rekey-Result-Label
        STRING
          "Rejected: the old key was already re-keyed to " DELIMITED BY SIZE
          RX-New-Key DELIMITED BY SIZE
          "." DELIMITED BY SIZE
          INTO WS-Rekey-Result-Label
        END-STRING
    END-READ.
    IF WS-Rekey-Result-Label = SPACES THEN
      MOVE RQ-New-Key TO RX-Old-Key
      READ Rekey-Xref-File KEY IS RX-Old-Key
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE "Rejected: the new key was retired by an earlier re-key."
            TO WS-Rekey-Result-Label
      END-READ
    END-IF.
    CLOSE Rekey-Xref-File.

  *> Parks the previewed re-key under a fresh reference.
  Park-Request.
    MOVE FUNCTION CURRENT-DATE(1:14) TO RQ-Stamp.
    MOVE SPACES TO RQ-Ref.
    STRING
      "RK" DELIMITED BY SIZE
      RQ-Stamp(3:12) DELIMITED BY SIZE
      INTO RQ-Ref
    END-STRING.
    MOVE LK-Operator-ID TO RQ-Requested-By.
    MOVE WS-Rekey-Total TO RQ-Preview-Rows.

    OPEN OUTPUT Rekey-Pend-File.
    IF NOT Rekey-Pend-Opened-OK THEN
      MOVE "Parking failed - the request file could not be written."
        TO WS-Rekey-Result-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE RQ-Record TO RP-Record.
    WRITE RP-Record.
    CLOSE Rekey-Pend-File.

    MOVE SPACES TO WS-Rekey-Result-Label.
    STRING
      "Re-key " DELIMITED BY SIZE
      RQ-Ref DELIMITED BY SIZE
      " parked for a second supervisor." DELIMITED BY SIZE
      INTO WS-Rekey-Result-Label
    END-STRING.

    MOVE WS-Rekey-Total TO WS-Audit-Count.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Re-key PARKED by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " ref=" DELIMITED BY SIZE
      RQ-Ref DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      RQ-Old-Key DELIMITED BY SIZE
      "->" DELIMITED BY SIZE
      RQ-New-Key DELIMITED BY SIZE
      " rows=" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Count) DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> The second supervisor's half: never the one who asked. Every
  *> check is re-run and the files re-counted under this
  *> supervisor's eyes before anything moves.
  Review-Waiting-Request.
    IF NOT Request-Is-Waiting THEN
      MOVE "No re-key awaits commit." TO WS-Rekey-Result-Label
      EXIT PARAGRAPH
    END-IF.

    IF RP-Requested-By = LK-Operator-ID THEN
      MOVE "Four-eyes: a DIFFERENT supervisor must commit this re-key."
        TO WS-Rekey-Result-Label
      MOVE SPACES TO WS-Audit-Message
      STRING
        "Re-key self-commit refused - " DELIMITED BY SIZE
        FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
        " asked for ref=" DELIMITED BY SIZE
        RP-Ref DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
      CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
      EXIT PARAGRAPH
    END-IF.

    MOVE RP-Record TO RQ-Record.
    PERFORM Validate-Rekey.
    IF WS-Rekey-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Build-Action-Label.
    MOVE SPACES TO WS-Rekey-Preview-Title.
    STRING
      "Account Re-key - Commit " DELIMITED BY SIZE
      RQ-Ref DELIMITED BY SIZE
      INTO WS-Rekey-Preview-Title
    END-STRING.
    MOVE RQ-Preview-Rows TO WS-Audit-Count.
    MOVE SPACES TO WS-Rekey-Preview-Note.
    STRING
      "Asked by " DELIMITED BY SIZE
      FUNCTION TRIM(RQ-Requested-By) DELIMITED BY SIZE
      " at " DELIMITED BY SIZE
      RQ-Stamp DELIMITED BY SIZE
      " (" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Count) DELIMITED BY SIZE
      " rows then) - " DELIMITED BY SIZE
      FUNCTION TRIM(RQ-Reason) DELIMITED BY SIZE
      INTO WS-Rekey-Preview-Note
    END-STRING.
    MOVE "Move the key on every file now? (Y/N):"
      TO WS-Rekey-Confirm-Prompt.
    MOVE SPACES TO WS-Rekey-Confirm.
    DISPLAY SC-Rekey-Preview.
    ACCEPT SC-Rekey-Preview.

    IF NOT Rekey-Confirmed THEN
      MOVE "Commit abandoned - the re-key still waits."
        TO WS-Rekey-Result-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM Commit-Rekey.

  *> Moves the key on every file, leaves the cross-reference that
  *> the readers and the nightly edit pass follow, and retires the
  *> request. A row a file refuses is counted and audited - the rest
  *> of the move still goes, and the journal holds exactly what
  *> moved.
  Commit-Rekey.
    MOVE "A" TO WS-Lock-Action.
    CALL "RunLock" USING WS-Lock-Action WS-Lock-Name LK-Run-ID
      LK-Operator-ID WS-Lock-Result WS-Lock-Holder-Info.
    IF WS-Lock-Result NOT = "Y" THEN
      MOVE SPACES TO WS-Rekey-Result-Label
      STRING
        "Re-key not committed - Sort 'n' Report busy: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Lock-Holder-Info) DELIMITED BY SIZE
        INTO WS-Rekey-Result-Label
      END-STRING
      MOVE SPACES TO WS-Audit-Message
      STRING
        "Re-key commit REFUSED ref=" DELIMITED BY SIZE
        RQ-Ref DELIMITED BY SIZE
        " - Sort 'n' Report lock held" DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
      CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
      EXIT PARAGRAPH
    END-IF.

    MOVE "Y" TO WS-Committing-Flag.
    PERFORM Walk-All-Files.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
    COMPUTE WS-Grace-Until-Num = FUNCTION DATE-OF-INTEGER(
      FUNCTION INTEGER-OF-DATE(WS-Today-Num) + RQ-Grace-Days).

    OPEN I-O Rekey-Xref-File.
    IF Rekey-Xref-Not-Found THEN
      OPEN OUTPUT Rekey-Xref-File
      CLOSE Rekey-Xref-File
      OPEN I-O Rekey-Xref-File
    END-IF.
    INITIALIZE RX-Record.
    MOVE RQ-Old-Key TO RX-Old-Key.
    MOVE RQ-New-Key TO RX-New-Key.
    MOVE WS-Today TO RX-Effective.
    MOVE WS-Grace-Until-Num TO RX-Grace-Until.
    MOVE RQ-Ref TO RX-Ref.
    MOVE RQ-Requested-By TO RX-Requested-By.
    MOVE LK-Operator-ID TO RX-Approved-By.
    MOVE WS-Rekey-Total TO RX-Rows-Moved.
    MOVE RQ-Reason TO RX-Reason.
    WRITE RX-Record
      INVALID KEY
        ADD 1 TO WS-Rekey-Failed
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Re-key ref=" DELIMITED BY SIZE
          RQ-Ref DELIMITED BY SIZE
          " cross-reference write FAILED" DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-WRITE.
    CLOSE Rekey-Xref-File.

    MOVE "R" TO WS-Lock-Action.
    CALL "RunLock" USING WS-Lock-Action WS-Lock-Name LK-Run-ID
      LK-Operator-ID WS-Lock-Result WS-Lock-Holder-Info.

    CALL "CBL_DELETE_FILE" USING WS-Rekey-Pend-Path
      RETURNING WS-Delete-Status
    END-CALL.

    MOVE WS-Rekey-Total TO WS-Audit-Count.
    MOVE WS-Rekey-Failed TO WS-Audit-Failed.
    MOVE SPACES TO WS-Rekey-Result-Label.
    STRING
      "Re-key " DELIMITED BY SIZE
      RQ-Ref DELIMITED BY SIZE
      " committed: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Count) DELIMITED BY SIZE
      " rows moved, old key redirected to " DELIMITED BY SIZE
      RX-Grace-Until DELIMITED BY SIZE
      "." DELIMITED BY SIZE
      INTO WS-Rekey-Result-Label
    END-STRING.
    IF WS-Rekey-Failed > 0 THEN
      MOVE "Re-key committed with move FAILURES - see the audit trail."
        TO WS-Rekey-Result-Label
    END-IF.

    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Re-key COMMITTED by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " (asked by " DELIMITED BY SIZE
      FUNCTION TRIM(RQ-Requested-By) DELIMITED BY SIZE
      ") ref=" DELIMITED BY SIZE
      RQ-Ref DELIMITED BY SIZE
      " rows=" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Count) DELIMITED BY SIZE
      " fail=" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Failed) DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE RQ-Grace-Days TO WS-Audit-Days.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Re-key ref=" DELIMITED BY SIZE
      RQ-Ref DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      RQ-Old-Key DELIMITED BY SIZE
      "->" DELIMITED BY SIZE
      RQ-New-Key DELIMITED BY SIZE
      " grace " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Days) DELIMITED BY SIZE
      " days to " DELIMITED BY SIZE
      RX-Grace-Until DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> Declines the waiting re-key - by anybody with the authority to
  *> reach this screen, the requester included.
  Decline-Waiting-Request.
    IF NOT Request-Is-Waiting THEN
      MOVE "No re-key awaits commit." TO WS-Rekey-Result-Label
      EXIT PARAGRAPH
    END-IF.

    CALL "CBL_DELETE_FILE" USING WS-Rekey-Pend-Path
      RETURNING WS-Delete-Status
    END-CALL.
    IF WS-Delete-Status NOT = 0 THEN
      MOVE "Decline failed - the request file could not be removed."
        TO WS-Rekey-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Rekey-Result-Label.
    STRING
      "Re-key " DELIMITED BY SIZE
      RP-Ref DELIMITED BY SIZE
      " declined - nothing has moved." DELIMITED BY SIZE
      INTO WS-Rekey-Result-Label
    END-STRING.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Re-key DECLINED by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " (asked by " DELIMITED BY SIZE
      FUNCTION TRIM(RP-Requested-By) DELIMITED BY SIZE
      ") ref=" DELIMITED BY SIZE
      RP-Ref DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> The move in words, for the preview screen.
  Build-Action-Label.
    MOVE RQ-Grace-Days TO WS-Audit-Days.
    MOVE SPACES TO WS-Rekey-Action-Label.
    STRING
      "Move key " DELIMITED BY SIZE
      RQ-Old-Key DELIMITED BY SIZE
      " to " DELIMITED BY SIZE
      RQ-New-Key DELIMITED BY SIZE
      " - postings to the old key redirected for " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Days) DELIMITED BY SIZE
      " days" DELIMITED BY SIZE
      INTO WS-Rekey-Action-Label
    END-STRING.

  *> Every file that carries the key, in the preview screen's order.
  *> Previewing counts rows and looks for a collision under the new
  *> key; committing moves them, auditing each file's count.
  Walk-All-Files.
    MOVE ZEROS TO WS-Rekey-Counts.
    MOVE 0 TO WS-Rekey-Total.
    MOVE 0 TO WS-Rekey-Failed.
    MOVE SPACES TO WS-Rekey-Clash-File.

    PERFORM Move-Master-Rows.
    PERFORM Move-Acct-Ref-Row.
    PERFORM Move-Cycle-Row.
    PERFORM Move-SI-Rows.
    PERFORM Move-Hold-Row.
    PERFORM Move-Cust-Links.
    PERFORM Move-Dormant-Row.
    PERFORM Move-Retain-Row.
    PERFORM Move-Coll-Row.
    PERFORM Move-Loan-Rows.
    PERFORM Move-Deposit-Row.
    PERFORM Move-Open-Payments.
    PERFORM Move-Open-Disputes.
    PERFORM Move-Waiting-Forwards.

    PERFORM VARYING WS-Rekey-Idx FROM 1 BY 1 UNTIL WS-Rekey-Idx > 14
      ADD WS-Rekey-Count(WS-Rekey-Idx) TO WS-Rekey-Total
    END-PERFORM.

  *> The default master, then every registered feed's own master -
  *> a feed sharing the default master finds nothing left to move.
  Move-Master-Rows.
    MOVE WS-Default-Master-Path TO WS-Trans-Master-Path.
    PERFORM Move-One-Master.

    OPEN INPUT Feed-Reg-File.
    IF NOT Feed-Reg-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Feed-Reg-At-End-Flag.
    PERFORM UNTIL Feed-Reg-At-End
      READ Feed-Reg-File NEXT RECORD
        AT END
          MOVE "Y" TO WS-Feed-Reg-At-End-Flag
        NOT AT END
          IF FR-Master-Path NOT = SPACES THEN
            MOVE FR-Master-Path TO WS-Trans-Master-Path
            CALL "ResolveDataPath" USING WS-Trans-Master-Path
            IF WS-Trans-Master-Path NOT = WS-Default-Master-Path THEN
              PERFORM Move-One-Master
            END-IF
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Feed-Reg-File.

  *> One master: the old key's row is written under the new key and
  *> the old row deleted, both journalled against the re-key ref.
  Move-One-Master.
    IF Committing-Rekey THEN
      OPEN I-O Trans-Master-File
    ELSE
      OPEN INPUT Trans-Master-File
    END-IF.
    IF NOT Trans-Master-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Trans-Master-Path(1:40) TO WS-Journal-Master.

    IF NOT Committing-Rekey THEN
      MOVE RQ-New-Key TO TM-Key
      READ Trans-Master-File KEY IS TM-Key
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE "the transaction master" TO WS-Rekey-Clash-File
      END-READ
    END-IF.

    MOVE RQ-Old-Key TO TM-Key.
    READ Trans-Master-File KEY IS TM-Key
      INVALID KEY
        CLOSE Trans-Master-File
        EXIT PARAGRAPH
    END-READ.
    ADD 1 TO WS-Rekey-Count(1).
    IF NOT Committing-Rekey THEN
      CLOSE Trans-Master-File
      EXIT PARAGRAPH
    END-IF.

    MOVE TM-Record TO WS-Moving-Record.
    MOVE RQ-New-Key TO TM-Key.
    WRITE TM-Record
      INVALID KEY
        MOVE "transaction master" TO WS-Audit-File
        PERFORM Audit-Move-Failure
        CLOSE Trans-Master-File
        EXIT PARAGRAPH
    END-WRITE.
    MOVE "WR" TO WS-Journal-Action.
    MOVE SPACES TO WS-Journal-Before.
    MOVE TM-Record TO WS-Journal-After.
    CALL "WriteTMJournal" USING WS-Journal-Action
      WS-Journal-Before WS-Journal-After WS-Journal-Master
      RQ-Ref LK-Operator-ID.

    MOVE RQ-Old-Key TO TM-Key.
    DELETE Trans-Master-File
      INVALID KEY
        MOVE "transaction master" TO WS-Audit-File
        PERFORM Audit-Move-Failure
      NOT INVALID KEY
        MOVE "DL" TO WS-Journal-Action
        MOVE WS-Moving-Record TO WS-Journal-Before
        MOVE SPACES TO WS-Journal-After
        CALL "WriteTMJournal" USING WS-Journal-Action
          WS-Journal-Before WS-Journal-After WS-Journal-Master
          RQ-Ref LK-Operator-ID
    END-DELETE.
    CLOSE Trans-Master-File.

    PERFORM Record-Master-Verify-Control.
    MOVE "transaction master" TO WS-Audit-File.
    MOVE 1 TO WS-Audit-Count.
    PERFORM Audit-File-Moved.

  Move-Acct-Ref-Row.
    IF Committing-Rekey THEN
      OPEN I-O Acct-Ref-File
    ELSE
      OPEN INPUT Acct-Ref-File
    END-IF.
    IF NOT Acct-Ref-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    IF NOT Committing-Rekey THEN
      MOVE RQ-New-Key TO AC-Key
      READ Acct-Ref-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE "the account reference" TO WS-Rekey-Clash-File
      END-READ
    END-IF.
    MOVE RQ-Old-Key TO AC-Key.
    READ Acct-Ref-File
      INVALID KEY
        CLOSE Acct-Ref-File
        EXIT PARAGRAPH
    END-READ.
    ADD 1 TO WS-Rekey-Count(2).
    IF Committing-Rekey THEN
      MOVE "account reference" TO WS-Audit-File
      MOVE RQ-New-Key TO AC-Key
      WRITE AC-Record
        INVALID KEY
          PERFORM Audit-Move-Failure
        NOT INVALID KEY
          MOVE RQ-Old-Key TO AC-Key
          DELETE Acct-Ref-File
            INVALID KEY
              PERFORM Audit-Move-Failure
          END-DELETE
          MOVE WS-Rekey-Count(2) TO WS-Audit-Count
          PERFORM Audit-File-Moved
      END-WRITE
    END-IF.
    CLOSE Acct-Ref-File.

  Move-Cycle-Row.
    IF Committing-Rekey THEN
      OPEN I-O Cycle-File
    ELSE
      OPEN INPUT Cycle-File
    END-IF.
    IF NOT Cycle-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    IF NOT Committing-Rekey THEN
      MOVE RQ-New-Key TO CY-Key
      READ Cycle-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE "the statement cycles" TO WS-Rekey-Clash-File
      END-READ
    END-IF.
    MOVE RQ-Old-Key TO CY-Key.
    READ Cycle-File
      INVALID KEY
        CLOSE Cycle-File
        EXIT PARAGRAPH
    END-READ.
    ADD 1 TO WS-Rekey-Count(3).
    IF Committing-Rekey THEN
      MOVE "statement cycle" TO WS-Audit-File
      MOVE RQ-New-Key TO CY-Key
      WRITE CY-Record
        INVALID KEY
          PERFORM Audit-Move-Failure
        NOT INVALID KEY
          MOVE RQ-Old-Key TO CY-Key
          DELETE Cycle-File
            INVALID KEY
              PERFORM Audit-Move-Failure
          END-DELETE
          MOVE WS-Rekey-Count(3) TO WS-Audit-Count
          PERFORM Audit-File-Moved
      END-WRITE
    END-IF.
    CLOSE Cycle-File.

  *> Every standing instruction under the key keeps its sequence
  *> number under the new key.
  Move-SI-Rows.
    IF Committing-Rekey THEN
      OPEN I-O SI-File
    ELSE
      OPEN INPUT SI-File
    END-IF.
    IF NOT SI-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO WS-SI-Seq-Used.
    MOVE RQ-Old-Key TO SI-Key.
    MOVE 0 TO SI-Seq.
    MOVE "N" TO WS-Walk-At-End-Flag.
    START SI-File KEY IS NOT < SI-Id
      INVALID KEY
        MOVE "Y" TO WS-Walk-At-End-Flag
    END-START.
    PERFORM UNTIL Walk-At-End
      READ SI-File NEXT
        AT END
          MOVE "Y" TO WS-Walk-At-End-Flag
        NOT AT END
          IF SI-Key NOT = RQ-Old-Key OR WS-SI-Seq-Used >= 99 THEN
            MOVE "Y" TO WS-Walk-At-End-Flag
          ELSE
            ADD 1 TO WS-SI-Seq-Used
            MOVE SI-Seq TO WS-SI-Seq-Entry(WS-SI-Seq-Used)
          END-IF
      END-READ
    END-PERFORM.

    MOVE "standing instructions" TO WS-Audit-File.
    PERFORM VARYING WS-Table-Idx FROM 1 BY 1
      UNTIL WS-Table-Idx > WS-SI-Seq-Used
      ADD 1 TO WS-Rekey-Count(4)
      IF Committing-Rekey THEN
        MOVE RQ-Old-Key TO SI-Key
        MOVE WS-SI-Seq-Entry(WS-Table-Idx) TO SI-Seq
        READ SI-File
          INVALID KEY
            PERFORM Audit-Move-Failure
          NOT INVALID KEY
            MOVE RQ-New-Key TO SI-Key
            WRITE SI-Record
              INVALID KEY
                PERFORM Audit-Move-Failure
              NOT INVALID KEY
                MOVE RQ-Old-Key TO SI-Key
                DELETE SI-File
                  INVALID KEY
                    PERFORM Audit-Move-Failure
                END-DELETE
            END-WRITE
        END-READ
      ELSE
        MOVE RQ-New-Key TO SI-Key
        MOVE WS-SI-Seq-Entry(WS-Table-Idx) TO SI-Seq
        READ SI-File
          INVALID KEY
            CONTINUE
          NOT INVALID KEY
            MOVE "the standing instructions" TO WS-Rekey-Clash-File
        END-READ
      END-IF
    END-PERFORM.
    IF Committing-Rekey AND WS-Rekey-Count(4) > 0 THEN
      MOVE WS-Rekey-Count(4) TO WS-Audit-Count
      PERFORM Audit-File-Moved
    END-IF.
    CLOSE SI-File.

  Move-Hold-Row.
    IF Committing-Rekey THEN
      OPEN I-O Hold-Reg-File
    ELSE
      OPEN INPUT Hold-Reg-File
    END-IF.
    IF NOT Hold-Reg-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    IF NOT Committing-Rekey THEN
      MOVE RQ-New-Key TO HD-Key
      READ Hold-Reg-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE "the hold register" TO WS-Rekey-Clash-File
      END-READ
    END-IF.
    MOVE RQ-Old-Key TO HD-Key.
    READ Hold-Reg-File
      INVALID KEY
        CLOSE Hold-Reg-File
        EXIT PARAGRAPH
    END-READ.
    ADD 1 TO WS-Rekey-Count(5).
    IF Committing-Rekey THEN
      MOVE "hold register" TO WS-Audit-File
      MOVE RQ-New-Key TO HD-Key
      WRITE HD-Record
        INVALID KEY
          PERFORM Audit-Move-Failure
        NOT INVALID KEY
          MOVE RQ-Old-Key TO HD-Key
          DELETE Hold-Reg-File
            INVALID KEY
              PERFORM Audit-Move-Failure
          END-DELETE
          MOVE WS-Rekey-Count(5) TO WS-Audit-Count
          PERFORM Audit-File-Moved
      END-WRITE
    END-IF.
    CLOSE Hold-Reg-File.

  *> Every customer linked to the old key is linked to the new one
  *> instead - a customer already linked to both just loses the
  *> old link.
  Move-Cust-Links.
    IF Committing-Rekey THEN
      OPEN I-O Cust-Link-File
    ELSE
      OPEN INPUT Cust-Link-File
    END-IF.
    IF NOT Cust-Link-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO WS-Link-Cust-Used.
    MOVE RQ-Old-Key TO CL-Acct-Key.
    MOVE "N" TO WS-Walk-At-End-Flag.
    START Cust-Link-File KEY IS = CL-Acct-Key
      INVALID KEY
        MOVE "Y" TO WS-Walk-At-End-Flag
    END-START.
    PERFORM UNTIL Walk-At-End
      READ Cust-Link-File NEXT
        AT END
          MOVE "Y" TO WS-Walk-At-End-Flag
        NOT AT END
          IF CL-Acct-Key NOT = RQ-Old-Key OR WS-Link-Cust-Used >= 50
            THEN
            MOVE "Y" TO WS-Walk-At-End-Flag
          ELSE
            ADD 1 TO WS-Link-Cust-Used
            MOVE CL-Cust-No TO WS-Link-Cust-Entry(WS-Link-Cust-Used)
          END-IF
      END-READ
    END-PERFORM.

    MOVE "customer links" TO WS-Audit-File.
    PERFORM VARYING WS-Table-Idx FROM 1 BY 1
      UNTIL WS-Table-Idx > WS-Link-Cust-Used
      ADD 1 TO WS-Rekey-Count(6)
      IF Committing-Rekey THEN
        MOVE WS-Link-Cust-Entry(WS-Table-Idx) TO CL-Cust-No
        MOVE RQ-Old-Key TO CL-Acct-Key
        READ Cust-Link-File KEY IS CL-Link-Key
          INVALID KEY
            PERFORM Audit-Move-Failure
          NOT INVALID KEY
            MOVE RQ-New-Key TO CL-Acct-Key
            WRITE CL-Record
              INVALID KEY
                CONTINUE
            END-WRITE
            MOVE RQ-Old-Key TO CL-Acct-Key
            DELETE Cust-Link-File
              INVALID KEY
                PERFORM Audit-Move-Failure
            END-DELETE
        END-READ
      END-IF
    END-PERFORM.
    IF Committing-Rekey AND WS-Rekey-Count(6) > 0 THEN
      MOVE WS-Rekey-Count(6) TO WS-Audit-Count
      PERFORM Audit-File-Moved
    END-IF.
    CLOSE Cust-Link-File.

  *> A dormant key stays dormant - the block moves with it.
  Move-Dormant-Row.
    IF Committing-Rekey THEN
      OPEN I-O Dormant-Reg-File
    ELSE
      OPEN INPUT Dormant-Reg-File
    END-IF.
    IF NOT Dormant-Reg-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    IF NOT Committing-Rekey THEN
      MOVE RQ-New-Key TO DM-Key
      READ Dormant-Reg-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE "the dormant register" TO WS-Rekey-Clash-File
      END-READ
    END-IF.
    MOVE RQ-Old-Key TO DM-Key.
    READ Dormant-Reg-File
      INVALID KEY
        CLOSE Dormant-Reg-File
        EXIT PARAGRAPH
    END-READ.
    ADD 1 TO WS-Rekey-Count(7).
    IF Committing-Rekey THEN
      MOVE "dormant register" TO WS-Audit-File
      MOVE RQ-New-Key TO DM-Key
      WRITE DM-Record
        INVALID KEY
          PERFORM Audit-Move-Failure
        NOT INVALID KEY
          MOVE RQ-Old-Key TO DM-Key
          DELETE Dormant-Reg-File
            INVALID KEY
              PERFORM Audit-Move-Failure
          END-DELETE
          MOVE WS-Rekey-Count(7) TO WS-Audit-Count
          PERFORM Audit-File-Moved
      END-WRITE
    END-IF.
    CLOSE Dormant-Reg-File.

  *> A relationship end moves with the key, so the retention clock,
  *> and a hold or dispute refusal, keep applying under the new key.
  Move-Retain-Row.
    IF Committing-Rekey THEN
      OPEN I-O Retain-Reg-File
    ELSE
      OPEN INPUT Retain-Reg-File
    END-IF.
    IF NOT Retain-Reg-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    IF NOT Committing-Rekey THEN
      MOVE RQ-New-Key TO RT-Key
      READ Retain-Reg-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE "the retention register" TO WS-Rekey-Clash-File
      END-READ
    END-IF.
    MOVE RQ-Old-Key TO RT-Key.
    READ Retain-Reg-File
      INVALID KEY
        CLOSE Retain-Reg-File
        EXIT PARAGRAPH
    END-READ.
    ADD 1 TO WS-Rekey-Count(14).
    IF Committing-Rekey THEN
      MOVE "retention register" TO WS-Audit-File
      MOVE RQ-New-Key TO RT-Key
      WRITE RT-Record
        INVALID KEY
          PERFORM Audit-Move-Failure
        NOT INVALID KEY
          MOVE RQ-Old-Key TO RT-Key
          DELETE Retain-Reg-File
            INVALID KEY
              PERFORM Audit-Move-Failure
          END-DELETE
          MOVE WS-Rekey-Count(14) TO WS-Audit-Count
          PERFORM Audit-File-Moved
      END-WRITE
    END-IF.
    CLOSE Retain-Reg-File.

  Move-Coll-Row.
    IF Committing-Rekey THEN
      OPEN I-O Coll-Reg-File
    ELSE
      OPEN INPUT Coll-Reg-File
    END-IF.
    IF NOT Coll-Reg-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    IF NOT Committing-Rekey THEN
      MOVE RQ-New-Key TO CR-Key
      READ Coll-Reg-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE "the collections register" TO WS-Rekey-Clash-File
      END-READ
    END-IF.
    MOVE RQ-Old-Key TO CR-Key.
    READ Coll-Reg-File
      INVALID KEY
        CLOSE Coll-Reg-File
        EXIT PARAGRAPH
    END-READ.
    ADD 1 TO WS-Rekey-Count(8).
    IF Committing-Rekey THEN
      MOVE "collections register" TO WS-Audit-File
      MOVE RQ-New-Key TO CR-Key
      WRITE CR-Record
        INVALID KEY
          PERFORM Audit-Move-Failure
        NOT INVALID KEY
          MOVE RQ-Old-Key TO CR-Key
          DELETE Coll-Reg-File
            INVALID KEY
              PERFORM Audit-Move-Failure
          END-DELETE
          MOVE WS-Rekey-Count(8) TO WS-Audit-Count
          PERFORM Audit-File-Moved
      END-WRITE
    END-IF.
    CLOSE Coll-Reg-File.

  *> Loans repaid from the key are re-pointed first (in one pass
  *> over the loan file), then the key's own loan row moves.
  Move-Loan-Rows.
    IF Committing-Rekey THEN
      OPEN I-O Loan-File
    ELSE
      OPEN INPUT Loan-File
    END-IF.
    IF NOT Loan-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "loan master" TO WS-Audit-File.

    MOVE LOW-VALUES TO LN-Key.
    MOVE "N" TO WS-Walk-At-End-Flag.
    START Loan-File KEY IS NOT < LN-Key
      INVALID KEY
        MOVE "Y" TO WS-Walk-At-End-Flag
    END-START.
    PERFORM UNTIL Walk-At-End
      READ Loan-File NEXT
        AT END
          MOVE "Y" TO WS-Walk-At-End-Flag
        NOT AT END
          IF LN-Repay-Key = RQ-Old-Key THEN
            ADD 1 TO WS-Rekey-Count(9)
            IF Committing-Rekey THEN
              MOVE RQ-New-Key TO LN-Repay-Key
              REWRITE LN-Record
                INVALID KEY
                  PERFORM Audit-Move-Failure
              END-REWRITE
            END-IF
          END-IF
      END-READ
    END-PERFORM.

    IF NOT Committing-Rekey THEN
      MOVE RQ-New-Key TO LN-Key
      READ Loan-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE "the loan master" TO WS-Rekey-Clash-File
      END-READ
    END-IF.
    MOVE RQ-Old-Key TO LN-Key.
    READ Loan-File
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        ADD 1 TO WS-Rekey-Count(9)
        IF Committing-Rekey THEN
          MOVE RQ-New-Key TO LN-Key
          WRITE LN-Record
            INVALID KEY
              PERFORM Audit-Move-Failure
            NOT INVALID KEY
              MOVE RQ-Old-Key TO LN-Key
              DELETE Loan-File
                INVALID KEY
                  PERFORM Audit-Move-Failure
              END-DELETE
          END-WRITE
        END-IF
    END-READ.
    IF Committing-Rekey AND WS-Rekey-Count(9) > 0 THEN
      MOVE WS-Rekey-Count(9) TO WS-Audit-Count
      PERFORM Audit-File-Moved
    END-IF.
    CLOSE Loan-File.

  *> The key's term deposit row, if it holds one.
  Move-Deposit-Row.
    IF Committing-Rekey THEN
      OPEN I-O Dep-File
    ELSE
      OPEN INPUT Dep-File
    END-IF.
    IF NOT Dep-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "deposit master" TO WS-Audit-File.

    IF NOT Committing-Rekey THEN
      MOVE RQ-New-Key TO DP-Key
      READ Dep-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE "the deposit master" TO WS-Rekey-Clash-File
      END-READ
    END-IF.
    MOVE RQ-Old-Key TO DP-Key.
    READ Dep-File
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        ADD 1 TO WS-Rekey-Count(13)
        IF Committing-Rekey THEN
          MOVE RQ-New-Key TO DP-Key
          WRITE DP-Record
            INVALID KEY
              PERFORM Audit-Move-Failure
            NOT INVALID KEY
              MOVE RQ-Old-Key TO DP-Key
              DELETE Dep-File
                INVALID KEY
                  PERFORM Audit-Move-Failure
              END-DELETE
          END-WRITE
        END-IF
    END-READ.
    IF Committing-Rekey AND WS-Rekey-Count(13) > 0 THEN
      MOVE WS-Rekey-Count(13) TO WS-Audit-Count
      PERFORM Audit-File-Moved
    END-IF.
    CLOSE Dep-File.

  *> A payment not yet sent is paid out of the new key; one already
  *> sent, returned or cancelled is history and stays as it was.
  Move-Open-Payments.
    IF Committing-Rekey THEN
      OPEN I-O Pay-File
    ELSE
      OPEN INPUT Pay-File
    END-IF.
    IF NOT Pay-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "open payments" TO WS-Audit-File.
    MOVE ZEROS TO PY-Ref.
    MOVE "N" TO WS-Walk-At-End-Flag.
    START Pay-File KEY IS NOT < PY-Ref
      INVALID KEY
        MOVE "Y" TO WS-Walk-At-End-Flag
    END-START.
    PERFORM UNTIL Walk-At-End
      READ Pay-File NEXT
        AT END
          MOVE "Y" TO WS-Walk-At-End-Flag
        NOT AT END
          IF PY-Key = RQ-Old-Key
            AND (PY-Status = "P" OR PY-Status = "A") THEN
            ADD 1 TO WS-Rekey-Count(10)
            IF Committing-Rekey THEN
              MOVE RQ-New-Key TO PY-Key
              REWRITE PY-Record
                INVALID KEY
                  PERFORM Audit-Move-Failure
              END-REWRITE
            END-IF
          END-IF
      END-READ
    END-PERFORM.
    IF Committing-Rekey AND WS-Rekey-Count(10) > 0 THEN
      MOVE WS-Rekey-Count(10) TO WS-Audit-Count
      PERFORM Audit-File-Moved
    END-IF.
    CLOSE Pay-File.

  *> Open and investigating cases follow the key; decided cases are
  *> history.
  Move-Open-Disputes.
    IF Committing-Rekey THEN
      OPEN I-O Dispute-Case-File
    ELSE
      OPEN INPUT Dispute-Case-File
    END-IF.
    IF NOT Dispute-Case-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO WS-Case-Used.
    MOVE RQ-Old-Key TO DC-Key.
    MOVE "N" TO WS-Walk-At-End-Flag.
    START Dispute-Case-File KEY IS = DC-Key
      INVALID KEY
        MOVE "Y" TO WS-Walk-At-End-Flag
    END-START.
    PERFORM UNTIL Walk-At-End
      READ Dispute-Case-File NEXT
        AT END
          MOVE "Y" TO WS-Walk-At-End-Flag
        NOT AT END
          IF DC-Key NOT = RQ-Old-Key OR WS-Case-Used >= 50 THEN
            MOVE "Y" TO WS-Walk-At-End-Flag
          ELSE
            IF DC-Status = "O" OR DC-Status = "I" THEN
              ADD 1 TO WS-Case-Used
              MOVE DC-Case-No TO WS-Case-Entry(WS-Case-Used)
            END-IF
          END-IF
      END-READ
    END-PERFORM.

    MOVE "open disputes" TO WS-Audit-File.
    PERFORM VARYING WS-Table-Idx FROM 1 BY 1
      UNTIL WS-Table-Idx > WS-Case-Used
      ADD 1 TO WS-Rekey-Count(11)
      IF Committing-Rekey THEN
        MOVE WS-Case-Entry(WS-Table-Idx) TO DC-Case-No
        READ Dispute-Case-File KEY IS DC-Case-No
          INVALID KEY
            PERFORM Audit-Move-Failure
          NOT INVALID KEY
            MOVE RQ-New-Key TO DC-Key
            REWRITE DC-Record
              INVALID KEY
                PERFORM Audit-Move-Failure
            END-REWRITE
        END-READ
      END-IF
    END-PERFORM.
    IF Committing-Rekey AND WS-Rekey-Count(11) > 0 THEN
      MOVE WS-Rekey-Count(11) TO WS-Audit-Count
      PERFORM Audit-File-Moved
    END-IF.
    CLOSE Dispute-Case-File.

  *> Warehoused forward items still waiting are released under the
  *> new key; released and cancelled items are history.
  Move-Waiting-Forwards.
    IF Committing-Rekey THEN
      OPEN I-O Fwd-Warehouse-File
    ELSE
      OPEN INPUT Fwd-Warehouse-File
    END-IF.
    IF NOT Fwd-Warehouse-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "forward warehouse" TO WS-Audit-File.
    MOVE LOW-VALUES TO FW-Id.
    MOVE "N" TO WS-Walk-At-End-Flag.
    START Fwd-Warehouse-File KEY IS NOT < FW-Id
      INVALID KEY
        MOVE "Y" TO WS-Walk-At-End-Flag
    END-START.
    PERFORM UNTIL Walk-At-End
      READ Fwd-Warehouse-File NEXT
        AT END
          MOVE "Y" TO WS-Walk-At-End-Flag
        NOT AT END
          IF FW-Key = RQ-Old-Key AND FW-State = "W" THEN
            ADD 1 TO WS-Rekey-Count(12)
            IF Committing-Rekey THEN
              MOVE RQ-New-Key TO FW-Key
              MOVE LK-Operator-ID TO FW-Changed-By
              MOVE FUNCTION CURRENT-DATE(1:14) TO FW-Changed-Stamp
              REWRITE FW-Record
                INVALID KEY
                  PERFORM Audit-Move-Failure
              END-REWRITE
            END-IF
          END-IF
      END-READ
    END-PERFORM.
    IF Committing-Rekey AND WS-Rekey-Count(12) > 0 THEN
      MOVE WS-Rekey-Count(12) TO WS-Audit-Count
      PERFORM Audit-File-Moved
    END-IF.
    CLOSE Fwd-Warehouse-File.

  *> One audit line per file the commit moved rows on.
  Audit-File-Moved.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Re-key ref=" DELIMITED BY SIZE
      RQ-Ref DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-File) DELIMITED BY SIZE
      " moved=" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Count) DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  Audit-Move-Failure.
    ADD 1 TO WS-Rekey-Failed.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Re-key ref=" DELIMITED BY SIZE
      RQ-Ref DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-File) DELIMITED BY SIZE
      " move FAILED key=" DELIMITED BY SIZE
      RQ-Old-Key DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> Walks the master for its row count and amount hash and records
  *> them as its verification control - the same walk Mass Update
  *> makes after a commit.
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

END PROGRAM Rekey.
