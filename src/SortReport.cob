      *> next to each code on the report.
      SELECT Status-Ref-File ASSIGN TO WS-Status-Ref-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS SR-Status
      FILE STATUS WS-Status-Ref-Status.

      *> suspense instead of sailing into the master.
      SELECT Branch-Ref-File ASSIGN TO "BranchRef.dat"
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS BR-Branch
      FILE STATUS WS-Branch-Ref-Status.

      *> Account reference and product catalogue - a posting in a
      *> currency its account's product doesn't permit diverts to
      *> suspense.
      SELECT Acct-Ref-File ASSIGN TO "AcctRef.dat"
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS AC-Key
      FILE STATUS WS-Acct-Ref-Status.

      SELECT Prod-File ASSIGN TO "ProdMaster.dat"
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS PRD-Code
      FILE STATUS WS-Prod-Status.

      *> Dormant register written by the dormancy run - a posting to
      *> a key still marked dormant diverts to suspense until a
      *> supervisor reactivates the key.
      SELECT Dormant-Reg-File ASSIGN TO WS-Dormant-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS DM-Key
      FILE STATUS WS-Dormant-Reg-Status.

      *> Re-key cross-reference written by the Account Re-key commit -
      *> a posting to a moved key is redirected to its new key until
      *> the grace date, and suspended after it.
      SELECT Rekey-Xref-File ASSIGN TO WS-Rekey-Xref-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS RX-Old-Key
      ALTERNATE RECORD KEY IS RX-New-Key WITH DUPLICATES
      FILE STATUS WS-Rekey-Xref-Status.

      *> End-of-night position snapshot - one compact row per key
      *> per processing day, appended once the rebuilt master is
      *> live, so "what moved since Friday?" stops needing a kept
      *> before the record posts.
      SELECT Calendar-File ASSIGN TO "Calendar.dat"
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS CAL-Date
      FILE STATUS WS-Calendar-Status.

      RECORD KEY IS PR-Reg-Key
      FILE STATUS WS-Posted-Reg-Status.

      *> Forward-dated warehouse - items whose value date is still
      *> beyond the processing date wait here instead of posting
      *> early, and the run whose processing date reaches the value
      *> date releases them into the sort. Read in value-date order
      *> off the alternate key.
      SELECT Fwd-Warehouse-File ASSIGN TO WS-Fwd-Warehouse-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS FW-Id
      ALTERNATE RECORD KEY IS FW-Value-Date WITH DUPLICATES
      FILE STATUS WS-Fwd-Warehouse-Status.

      *> Feed recall register maintained by Recall - a feed
      *> generation backed out whole is listed here, and the
      *> handshake refuses it if it is ever sent again.
      SELECT Recall-Reg-File ASSIGN TO WS-Recall-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS RCL-Recall-Key
      FILE STATUS WS-Recall-Reg-Status.

      *> Feed quarantine register, worked by FeedQuar - a feed run
      *> over its reject-rate ceiling is entered here instead of
      *> posting, and a supervisor's release is read back from it.
      SELECT Feed-Quar-File ASSIGN TO WS-Feed-Quar-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS QR-Quar-Key
      FILE STATUS WS-Feed-Quar-Status.

      *> A quarantined run's rejects, set aside beside the moved
      *> extract in the suspense layout rather than left for
      *> SuspenseFix - the feed is either rerun or sent back whole.
      SELECT Quar-Reject-File ASSIGN TO WS-Quar-Reject-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Quar-Reject-Status.

      *> The suspense rows earlier runs left, copied past the
      *> quarantined run's own and swapped back over the file.
      SELECT Quar-Keep-File ASSIGN TO WS-Quar-Keep-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Quar-Keep-Status.

      *> Posted-transaction history - every accepted line of every
      *> run that went live, with its feed, generation and run,
      *> kept for good. One file for the whole system, like the
      *> posted register; read by key and date for Transaction
      *> Inquiry and Statement, and by value date for reconciliation.
      SELECT Txn-Hist-File ASSIGN TO WS-Txn-Hist-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS LH-Hist-Key
      ALTERNATE RECORD KEY IS LH-Key-Date WITH DUPLICATES
      ALTERNATE RECORD KEY IS LH-Value-Date WITH DUPLICATES
      FILE STATUS WS-Txn-Hist-Status.

      *> The run's accepted lines as the report pass takes them,
      *> beside the master being built - loaded onto the history
      *> only once the swap has put the run live.
      SELECT Hist-Pending-File ASSIGN TO WS-Hist-Pending-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Hist-Pending-Status.

      *> Named feed registry maintained by FeedMaint - the paths and
      *> expected-arrival time per feed, for the feed picker and the
      *> FEED=ALL batch form.
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Totals-Hist-Status.

      *> Partitioned running of one feed - the split's plan (how many
      *> partitions and their branch bounds, and the header they all
      *> carry), one control file per partition saying how far its
      *> step got, and each partition's own extract, master, sorted
      *> accepted records and suspense rows.
      SELECT Part-Plan-File ASSIGN TO WS-Part-Plan-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Part-Plan-Status.

      SELECT Part-Ctl-File ASSIGN TO WS-Part-Ctl-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Part-Ctl-Status.

      SELECT Part-Extract-File ASSIGN TO WS-Part-Extract-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Part-Extract-Status.

      SELECT Part-Master-File ASSIGN TO WS-Part-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE SEQUENTIAL
      RECORD KEY IS PTM-Key
      ALTERNATE RECORD KEY IS PTM-Date WITH DUPLICATES
      FILE STATUS WS-Part-Master-Status.

      SELECT Part-Detail-File ASSIGN TO WS-Part-Detail-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Part-Detail-Status.

      SELECT Part-Suspense-File ASSIGN TO WS-Part-Suspense-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Part-Suspense-Status.

DATA DIVISION.
  FILE SECTION.
    FD Trans-Extract-File.
    FD Posted-Reg-File.
      COPY "PostedRecord.cpy" REPLACING ==:PREFIX:== BY ==PR==.

    FD Fwd-Warehouse-File.
      COPY "FwdRecord.cpy" REPLACING ==:PREFIX:== BY ==FW==.

    FD Recall-Reg-File.
      COPY "RecallRecord.cpy" REPLACING ==:PREFIX:== BY ==RCL==.

    FD Feed-Quar-File.
      COPY "QuarRecord.cpy" REPLACING ==:PREFIX:== BY ==QR==.

    FD Quar-Reject-File.
      01 QRJ-Line PIC X(68).

    FD Quar-Keep-File.
      01 QKP-Line PIC X(68).

    FD Txn-Hist-File.
      COPY "TxnHistRecord.cpy" REPLACING ==:PREFIX:== BY ==LH==.

    FD Hist-Pending-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==HP==.

    FD Edit-Rule-File.
      COPY "EditRuleRecord.cpy" REPLACING ==:PREFIX:== BY ==ER==.

    FD Branch-Ref-File.
      COPY "BranchRecord.cpy" REPLACING ==:PREFIX:== BY ==BR==.

    FD Acct-Ref-File.
      COPY "AcctRecord.cpy" REPLACING ==:PREFIX:== BY ==AC==.

    FD Prod-File.
      COPY "ProdRecord.cpy" REPLACING ==:PREFIX:== BY ==PRD==.

    FD Dormant-Reg-File.
      COPY "DormantRecord.cpy" REPLACING ==:PREFIX:== BY ==DM==.

    FD Rekey-Xref-File.
      COPY "RekeyXrefRecord.cpy" REPLACING ==:PREFIX:== BY ==RX==.

    FD Snapshot-File.
      *> One position: the snapshot date, then the key's balance,
      *> status and currency as the master held them that night.
    FD Reconcile-Out-File.
      01 RCO-Line PIC X(132).

    FD Part-Plan-File.
      *> One line: the partition count, the upper branch bound of
      *> every partition but the last, and the split extract's header.
      01 PP-Line.
        05 PP-Count PIC 9(2).
        05 FILLER PIC X(1).
        05 PP-Bound OCCURS 8 TIMES PIC X(4).
        05 FILLER PIC X(1).
        05 PP-Header-Flag PIC X(1).
        05 PP-Feed-Date PIC X(8).
        05 PP-Source-System PIC X(8).
        05 PP-Generation PIC X(4).
        05 FILLER PIC X(1).
        05 PP-Split-Run PIC X(14).

    FD Part-Ctl-File.
      *> One line: the step's state (S = split, not yet run; R =
      *> running or failed; D = done), the run that last touched it,
      *> and a done step's counts for the merge to add up.
      01 PC-Line.
        05 PC-State PIC X(1).
        05 FILLER PIC X(1).
        05 PC-Run PIC X(14).
        05 FILLER PIC X(1).
        05 PC-Records-Read PIC 9(7).
        05 FILLER PIC X(1).
        05 PC-Accepted PIC 9(7).
        05 FILLER PIC X(1).
        05 PC-Rejected PIC 9(7).
        05 FILLER PIC X(1).
        05 PC-Warehoused PIC 9(7).
        05 FILLER PIC X(1).
        05 PC-Released PIC 9(7).
        05 FILLER PIC X(1).
        05 PC-Held-Dormant PIC 9(7).
        05 FILLER PIC X(1).
        05 PC-Written PIC 9(7).
        05 FILLER PIC X(1).
        05 PC-Master-Rows PIC 9(7).

    FD Part-Extract-File.
      01 PX-Line PIC X(41).

    FD Part-Master-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==PTM==.

    FD Part-Detail-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==PD==.

    FD Part-Suspense-File.
      *> Same layout as SUS-Record.
      01 PS-Line PIC X(68).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Feed-Now-HHMM PIC X(4) VALUE SPACES.
    01 WS-Feeds-Run-Count PIC 9(3) VALUE 0.
    01 WS-Feeds-Late-Count PIC 9(3) VALUE 0.
    *> A FEED=ALL night posts a missing feed's warehouse items that
    *> have fallen due in a run of their own - no extract, no
    *> generation, and no new variance baseline.
    01 WS-Release-Only-Flag PIC A VALUE "N".
      88 Release-Only-Run VALUE "Y".
    01 WS-Fwd-Due-Flag PIC A VALUE "N".
      88 Fwd-Items-Due VALUE "Y".
    01 WS-Fwd-Due-Date PIC X(8) VALUE SPACES.
    01 WS-Feed-Check-Info.
      05 FILLER PIC X(24).
    01 WS-Feed-Check-Status PIC S9(9) COMP-5.
    01 WS-Feed-Alert-Code PIC X(4) VALUE "FEED".

    *> Feed quarantine. The registry row's reject-rate ceiling (zero
    *> = none, and the unnamed default feed has none); a run whose
    *> rejects pass it posts nothing, its extract and rejects are
    *> moved aside and it goes on the quarantine register for a
    *> supervisor to release or send back.
    01 WS-Quar-Feed-Name PIC X(8) VALUE SPACES.
    01 WS-Feed-Reject-Ceiling PIC 9(3)V99 VALUE 0.
    01 WS-Reject-Rate PIC 9(3)V99 VALUE 0.
    01 WS-Reject-Rate-Disp PIC ZZ9.99.
    01 WS-Reject-Ceiling-Disp PIC ZZ9.99.
    01 WS-Feed-Quarantined-Flag PIC A VALUE "N".
      88 Feed-Quarantined VALUE "Y".
    01 WS-Quar-Release-Found-Flag PIC A VALUE "N".
      88 Quar-Release-Found VALUE "Y".
    01 WS-Quar-Release-Key PIC X(22) VALUE SPACES.
    01 WS-Quar-Release-By PIC X(8) VALUE SPACES.
    01 WS-Feed-Quar-Path PIC X(80) VALUE "FeedQuar.dat".
    01 WS-Feed-Quar-Status PIC XX.
      88 Feed-Quar-Opened-OK VALUE "00".
      88 Feed-Quar-Not-Found VALUE "35".
    01 WS-Feed-Quar-At-End-Flag PIC A VALUE "N".
      88 Feed-Quar-At-End VALUE "Y".
    01 WS-Quar-Reject-Path PIC X(80) VALUE SPACES.
    01 WS-Quar-Reject-Status PIC XX.
    01 WS-Quar-Keep-Path PIC X(80) VALUE SPACES.
    01 WS-Quar-Keep-Status PIC XX.
      88 Quar-Keep-Opened-OK VALUE "00".
    01 WS-Quar-Extract-Path PIC X(80) VALUE SPACES.
    01 WS-Quar-Stamp PIC X(14) VALUE SPACES.
    01 WS-Quar-Set-Aside PIC 9(7) VALUE 0.
    *> Rows already in the feed's suspense file when this run's edit
    *> pass opened it - a session's runs share one run ID, so a
    *> quarantine sets aside only the rows past this mark, never an
    *> earlier run's of the same feed.
    01 WS-Suspense-Rows-Before PIC 9(7) VALUE 0.
    01 WS-Suspense-Row-Number PIC 9(7) VALUE 0.
    01 WS-Quar-At-End-Flag PIC A VALUE "N".
      88 Quar-File-At-End VALUE "Y".

    *> Line-level posting history. The pending file is named off the
    *> live master like its other companions; a run that is held,
    *> quarantined or closed on an error never loads it, and the
    *> feed's next run simply writes it afresh.
    01 WS-Txn-Hist-Path PIC X(80) VALUE "TxnHist.dat".
    01 WS-Txn-Hist-Status PIC XX.
      88 Txn-Hist-Opened-OK VALUE "00".
      88 Txn-Hist-Not-Found VALUE "35".
    01 WS-Hist-Pending-Path PIC X(80) VALUE SPACES.
    01 WS-Hist-Pending-Status PIC XX.
      88 Hist-Pending-Opened-OK VALUE "00".
    01 WS-Hist-Pending-At-End-Flag PIC A VALUE "N".
      88 Hist-Pending-At-End VALUE "Y".
    01 WS-Hist-Feed-Name PIC X(8) VALUE SPACES.
    01 WS-Hist-Rows-Posted PIC 9(7) VALUE 0.
    01 WS-Hist-Rows-Failed PIC 9(7) VALUE 0.
    *> Deliberately NOT reset per invocation: a session's second run
    *> carries the same run ID, so the sequence runs on across every
    *> run in the run unit and the history key stays unique.
    01 WS-Hist-Seq PIC 9(7) VALUE 0.
    01 WS-Quar-Alert-Code PIC X(4) VALUE "QUAR".
    01 WS-Quarantine-Label PIC X(70) VALUE SPACES.
    01 WS-Feeds-Quar-Count PIC 9(3) VALUE 0.

    *> Partitioned running of one big feed by branch range - batch
    *> only, off the PARTITION= card. SPLIT cuts the feed's extract
    *> into PARTCOUNT partition extracts at the PARTHIn upper branch
    *> bounds (the last partition takes every branch above) and
    *> writes the plan; each PARTITION=n step then edits, sorts and
    *> builds its own partition master under a lock of its own, so
    *> the steps can run side by side and a failed one reruns alone;
    *> MERGE refuses until every step is done, then makes the one
    *> master, report, run totals row and verification control the
    *> single stream would have. No card is the single stream.
    01 WS-Partition-Mode PIC X(1) VALUE SPACE.
      88 Partition-Split-Run VALUE "S".
      88 Partition-Step-Run VALUE "P".
      88 Partition-Merge-Run VALUE "M".
    01 WS-Part-Card PIC X(8) VALUE SPACES.
    01 WS-Part-Number PIC 9(2) VALUE 0.
    01 WS-Part-Count PIC 9(2) VALUE 0.
    01 WS-Part-Idx PIC 9(2) VALUE 0.
    01 WS-Part-Prev-Idx PIC 9(2) VALUE 0.
    01 WS-Part-Bound-Table.
      05 WS-Part-Bound OCCURS 8 TIMES PIC X(4).
    01 WS-Part-Low-Bound PIC X(4) VALUE SPACES.
    01 WS-Part-High-Bound PIC X(4) VALUE SPACES.
    01 WS-Part-Key-Branch PIC X(4) VALUE SPACES.
    01 WS-Part-In-Range-Flag PIC A VALUE "Y".
      88 Part-Key-In-Range VALUE "Y".
    01 WS-Part-Suffix PIC X(4) VALUE SPACES.
    01 WS-Part-Plan-Path PIC X(80) VALUE SPACES.
    01 WS-Part-Plan-Status PIC XX.
      88 Part-Plan-Opened-OK VALUE "00".
    01 WS-Part-Ctl-Path PIC X(80) VALUE SPACES.
    01 WS-Part-Ctl-Status PIC XX.
      88 Part-Ctl-Opened-OK VALUE "00".
    01 WS-Part-Ctl-State PIC X(1) VALUE SPACE.
    01 WS-Part-Extract-Path PIC X(80) VALUE SPACES.
    01 WS-Part-Extract-Status PIC XX.
    01 WS-Part-Master-Path PIC X(80) VALUE SPACES.
    01 WS-Part-Master-Status PIC XX.
      88 Part-Master-Opened-OK VALUE "00".
    01 WS-Part-Detail-Path PIC X(80) VALUE SPACES.
    01 WS-Part-Detail-Status PIC XX.
      88 Part-Detail-Opened-OK VALUE "00".
    01 WS-Part-Suspense-Path PIC X(80) VALUE SPACES.
    01 WS-Part-Suspense-Status PIC XX.
      88 Part-Suspense-Opened-OK VALUE "00".
    01 WS-Part-Report-Path PIC X(80) VALUE SPACES.
    01 WS-Part-At-End-Flag PIC X VALUE "N".
      88 Part-File-At-End VALUE "Y".
    *> The plan's copy of the split extract's header.
    01 WS-Part-Header-Flag PIC X(1) VALUE "N".
    01 WS-Part-Feed-Date PIC X(8) VALUE SPACES.
    01 WS-Part-Source-System PIC X(8) VALUE SPACES.
    01 WS-Part-Generation PIC X(4) VALUE SPACES.
    *> One partition extract's own trailer.
    01 WS-Part-Trl-Count PIC 9(7) VALUE 0.
    01 WS-Part-Trl-Hash PIC S9(11)V99 VALUE 0.
    01 WS-Part-Trl-Hash-X REDEFINES WS-Part-Trl-Hash PIC X(13).
    *> Rows a step built into its partition master, and the merge's
    *> totals across every step.
    01 WS-Part-Master-Rows PIC 9(7) VALUE 0.
    01 WS-Part-Sum-Read PIC 9(7) VALUE 0.
    01 WS-Part-Sum-Accepted PIC 9(7) VALUE 0.
    01 WS-Part-Sum-Rejected PIC 9(7) VALUE 0.
    01 WS-Part-Sum-Warehoused PIC 9(7) VALUE 0.
    01 WS-Part-Sum-Released PIC 9(7) VALUE 0.
    01 WS-Part-Sum-Held-Dormant PIC 9(7) VALUE 0.
    01 WS-Part-Sum-Rows PIC 9(7) VALUE 0.
    01 WS-Part-Build-Failed-Flag PIC A VALUE "N".
      88 Part-Build-Failed VALUE "Y".
    01 WS-Part-Delete-Status PIC S9(9) COMP-5.

    *> Per-feed companion paths, rebuilt from the feed's master path
    *> so every feed keeps its own work/held/prior/totals/suspense/
    *> generation-control files.
    *>   06 = value date is not a real calendar date
    *>   07 = status change not allowed by the transition matrix
    *>   08 = branch closed as at the transaction date
    *>   09 = key is on the dormant register
    *>   10 = forward-dated, but the warehouse would not take it
    *>   11 = key re-keyed and its grace period is over
    *>   12 = key fails its branch's check digit
    *>   13 = currency not permitted by the account's product
    01 WS-Suspense-Path PIC X(80) VALUE "Suspense.dat".
    01 WS-Suspense-Status PIC XX.
      88 Suspense-Opened-Successfully VALUE "00".
    01 WS-Posted-Feed-Name PIC X(8) VALUE SPACES.
    01 WS-Dup-Suspect-Count PIC 9(7) VALUE 0.

    *> Feed recall register - missing just means nothing has ever
    *> been recalled.
    01 WS-Recall-Reg-Path PIC X(80) VALUE "RecallReg.dat".
    01 WS-Recall-Reg-Status PIC XX.
      88 Recall-Reg-Opened-OK VALUE "00".

    *> Forward-dated warehouse work fields. The processing date is
    *> the feed's header date where it carries one, else today; a
    *> settled value date beyond it is warehoused, and a waiting
    *> item whose value date it has reached is released. The
    *> sequence is deliberately NOT reset per invocation - the run
    *> ID is the session's, so a second run in one session must
    *> carry on numbering rather than collide with the first.
    01 WS-Fwd-Warehouse-Path PIC X(80) VALUE "FwdWarehouse.dat".
    01 WS-Fwd-Warehouse-Status PIC XX.
      88 Fwd-Warehouse-Opened-OK VALUE "00".
      88 Fwd-Warehouse-Not-Found VALUE "35".
    01 WS-Fwd-At-End-Flag PIC X VALUE "N".
      88 Fwd-At-End VALUE "Y".
    01 WS-Fwd-Write-OK-Flag PIC A VALUE "N".
      88 Fwd-Write-OK VALUE "Y".
    01 WS-Fwd-Seq PIC 9(5) VALUE 0.
    01 WS-Processing-Date PIC X(8) VALUE SPACES.
    01 WS-Records-Warehoused PIC 9(7) VALUE 0.
    01 WS-Records-Released PIC 9(7) VALUE 0.
    01 WS-Fwd-Held-Dormant PIC 9(7) VALUE 0.

    *> Branch lifecycle check - a missing reference file checks
    *> nothing, the usual rollout tolerance.
    01 WS-Branch-Ref-Status PIC XX.
    01 WS-Branch-Ref-Missing-Flag PIC A VALUE "N".
      88 Branch-Ref-Missing VALUE "Y".

    *> Dormant-key block - a missing register means nothing has been
    *> found dormant yet.
    01 WS-Dormant-Reg-Path PIC X(80) VALUE "DormantReg.dat".
    01 WS-Dormant-Reg-Status PIC XX.
      88 Dormant-Reg-Opened-OK VALUE "00".
      88 Dormant-Reg-Not-Found VALUE "35".
    01 WS-Dormant-Reg-Missing-Flag PIC A VALUE "N".
      88 Dormant-Reg-Missing VALUE "Y".
    01 WS-Dormant-Hit-Count PIC 9(7) VALUE 0.

    *> Product currency check - needs both the account reference
    *> and the catalogue; either missing checks nothing. The last
    *> product's permitted list is kept, as one product's accounts
    *> tend to come in runs, for when the product table has been
    *> outgrown and the catalogue is read per record.
    01 WS-Acct-Ref-Status PIC XX.
      88 Acct-Ref-Opened-OK VALUE "00".
    01 WS-Prod-Status PIC XX.
      88 Prod-Opened-OK VALUE "00".
    01 WS-Products-Flag PIC A VALUE "N".
      88 Products-Available VALUE "Y".
    01 WS-Cached-Product PIC X(4) VALUE SPACES.
    01 WS-Cached-Currencies.
      05 WS-Cached-Currency PIC X(3) OCCURS 8 TIMES.
    01 WS-Product-Ccy-Probe PIC X(3) VALUE SPACES.
    01 WS-Product-Ccy-Idx PIC 9 VALUE 0.
    01 WS-Product-Ccy-OK-Flag PIC A VALUE "N".
      88 Product-Ccy-OK VALUE "Y".
    01 WS-Product-Ccy-Fail-Count PIC 9(7) VALUE 0.
    01 WS-Dormant-Found-Flag PIC A VALUE "N".
      88 Dormant-Key-Found VALUE "Y".

    *> Re-keyed accounts - a missing cross-reference means no key
    *> has ever been moved. The probe is followed old to new, hop by
    *> hop; the grace is over when any hop's grace date has passed.
    01 WS-Rekey-Xref-Path PIC X(80) VALUE "RekeyXref.dat".
    01 WS-Rekey-Xref-Status PIC XX.
      88 Rekey-Xref-Opened-OK VALUE "00".
    01 WS-Rekey-Xref-Missing-Flag PIC A VALUE "N".
      88 Rekey-Xref-Missing VALUE "Y".
    01 WS-Rekey-Probe PIC X(10) VALUE SPACES.
    01 WS-Rekey-Final-Key PIC X(10) VALUE SPACES.
    01 WS-Rekey-Hops PIC 99 VALUE 0.
    01 WS-Rekey-Chain-Done-Flag PIC A VALUE "N".
      88 Rekey-Chain-Done VALUE "Y".
    01 WS-Rekey-Grace-Over-Flag PIC A VALUE "N".
      88 Rekey-Grace-Over VALUE "Y".
    01 WS-Rekey-Redirect-Count PIC 9(7) VALUE 0.
    01 WS-Rekey-Expired-Count PIC 9(7) VALUE 0.
    01 WS-Check-Digit-Fail-Count PIC 9(7) VALUE 0.

    *> Status-transition check over the edit pass: the matrix loaded
    *> whole, and the still-live master keyed for the "existing
    *> row's status" half. Either file missing means no check.
    01 WS-Trans-Reject-Flag PIC A VALUE "N".
      88 Transition-Forbidden VALUE "Y".

    *> The small reference files, loaded whole at the top of each
    *> feed's run so the edit pass searches memory instead of doing
    *> a keyed read per record. Only the rows that can change an
    *> edit's answer are kept: every status code, the branches with
    *> a closed date, the calendar's holidays, the keys still
    *> dormant, every re-key hop, and the products that restrict
    *> their currencies with the accounts that carry them. Each
    *> table fills in key order, so a lookup is a
    *> binary chop. A file with more such rows than its table holds
    *> keeps its keyed reads - an outgrown table costs speed, never
    *> a check.
    01 WS-Ref-At-End-Flag PIC X VALUE "N".
      88 Ref-File-At-End VALUE "Y".
    01 WS-Ref-Status-Table.
      05 WS-Ref-Status-Entry OCCURS 100 TIMES.
        10 WS-Ref-Status-Code PIC X(1).
        10 WS-Ref-Status-Desc PIC X(20).
    01 WS-Ref-Status-Used PIC 9(5) VALUE 0.
    01 WS-Ref-Status-Full-Flag PIC A VALUE "N".
      88 Ref-Status-Full VALUE "Y".
    01 WS-Ref-Branch-Table.
      05 WS-Ref-Branch-Entry OCCURS 2000 TIMES.
        10 WS-Ref-Branch-Code PIC X(4).
        10 WS-Ref-Branch-Closed PIC X(8).
        10 WS-Ref-Branch-Scheme PIC X(1).
    01 WS-Ref-Branch-Used PIC 9(5) VALUE 0.
    01 WS-Ref-Branch-Full-Flag PIC A VALUE "N".
      88 Ref-Branch-Full VALUE "Y".
    01 WS-Ref-Holiday-Table.
      05 WS-Ref-Holiday-Date OCCURS 3000 TIMES PIC X(8).
    01 WS-Ref-Holiday-Used PIC 9(5) VALUE 0.
    01 WS-Ref-Holiday-Full-Flag PIC A VALUE "N".
      88 Ref-Holiday-Full VALUE "Y".
    01 WS-Ref-Dormant-Table.
      05 WS-Ref-Dormant-Key OCCURS 20000 TIMES PIC X(10).
    01 WS-Ref-Dormant-Used PIC 9(5) VALUE 0.
    01 WS-Ref-Dormant-Full-Flag PIC A VALUE "N".
      88 Ref-Dormant-Full VALUE "Y".
    *> Every re-key hop - old key, new key and its grace date.
    01 WS-Ref-Xref-Table.
      05 WS-Ref-Xref-Entry OCCURS 5000 TIMES.
        10 WS-Ref-Xref-Old-Key PIC X(10).
        10 WS-Ref-Xref-New-Key PIC X(10).
        10 WS-Ref-Xref-Grace PIC X(8).
    01 WS-Ref-Xref-Used PIC 9(5) VALUE 0.
    01 WS-Ref-Xref-Full-Flag PIC A VALUE "N".
      88 Ref-Xref-Full VALUE "Y".
    *> Only a product with a permitted-currency list can fail the
    *> currency check, and only an account carrying one of those.
    *> When the product table is outgrown every account with a
    *> product is kept, and the product is read per record.
    01 WS-Ref-Product-Table.
      05 WS-Ref-Product-Entry OCCURS 100 TIMES.
        10 WS-Ref-Product-Code PIC X(4).
        10 WS-Ref-Product-Currencies.
          15 WS-Ref-Product-Currency PIC X(3) OCCURS 8 TIMES.
    01 WS-Ref-Product-Used PIC 9(5) VALUE 0.
    01 WS-Ref-Product-Full-Flag PIC A VALUE "N".
      88 Ref-Product-Full VALUE "Y".
    01 WS-Ref-Acct-Table.
      05 WS-Ref-Acct-Entry OCCURS 20000 TIMES.
        10 WS-Ref-Acct-Key PIC X(10).
        10 WS-Ref-Acct-Product PIC X(4).
    01 WS-Ref-Acct-Used PIC 9(5) VALUE 0.
    01 WS-Ref-Acct-Full-Flag PIC A VALUE "N".
      88 Ref-Acct-Full VALUE "Y".
    01 WS-Acct-Product-Work PIC X(4) VALUE SPACES.
    01 WS-Product-Probe PIC X(4) VALUE SPACES.
    01 WS-Ref-Product-Idx PIC 9(5) VALUE 0.
    *> Binary chop work fields, shared by every table's lookup -
    *> WS-Chop-Found is the matching row, zero when there is none.
    01 WS-Chop-Low PIC 9(5) VALUE 0.
    01 WS-Chop-High PIC 9(5) VALUE 0.
    01 WS-Chop-Mid PIC 9(5) VALUE 0.
    01 WS-Chop-Found PIC 9(5) VALUE 0.
    01 WS-Branch-Probe PIC X(4) VALUE SPACES.
    01 WS-Branch-Closed-Work PIC X(8) VALUE SPACES.
    01 WS-Branch-Scheme-Work PIC X(1) VALUE SPACES.
    01 WS-Key-Check-Result PIC X(1) VALUE "Y".
      88 Key-Check-Passed VALUE "Y".
    01 WS-Key-Check-Expected PIC X(1) VALUE SPACE.
    01 WS-Dormant-Probe PIC X(10) VALUE SPACES.
    01 WS-Roll-Holiday-Flag PIC A VALUE "N".
      88 Roll-Date-Is-Holiday VALUE "Y".

    *> End-of-night snapshot work fields. A rerun of the same day
    *> replaces that day's rows rather than doubling them.
    01 WS-Snapshot-Path PIC X(80) VALUE "Snapshot.dat".
    01 WS-RH-Unmatched PIC 9(7) VALUE 0.
    01 WS-RH-End-Status PIC X(4) VALUE SPACES.

    *> Per-phase timings for the run history row and the debug log,
    *> shared with WriteRunHistory the way the settings version is
    *> - it stamps them on the row and clears them for the next
    *> caller. Rebuild is the generation copy ahead of the sort plus
    *> the count check and swap after it; the work master itself is
    *> written in the report pass, alongside the report.
    01 WS-Run-Phase-Times EXTERNAL.
      05 WS-Phase-Load-Secs PIC 9(5)V99.
      05 WS-Phase-Edit-Secs PIC 9(5)V99.
      05 WS-Phase-Sort-Secs PIC 9(5)V99.
      05 WS-Phase-Report-Secs PIC 9(5)V99.
      05 WS-Phase-Rebuild-Secs PIC 9(5)V99.
    01 WS-Phase-Mark PIC 9(5)V99 VALUE 0.
    01 WS-Phase-Now PIC 9(5)V99 VALUE 0.
    01 WS-Phase-Secs PIC 9(5)V99 VALUE 0.
    01 WS-Phase-Disp-Load PIC ZZZZ9.99.
    01 WS-Phase-Disp-Edit PIC ZZZZ9.99.
    01 WS-Phase-Disp-Sort PIC ZZZZ9.99.
    01 WS-Phase-Disp-Report PIC ZZZZ9.99.
    01 WS-Phase-Disp-Rebuild PIC ZZZZ9.99.

    01 WS-Report-Heading.
      05 FILLER PIC X(14) VALUE "Key        ".
      05 FILLER PIC X(12) VALUE "Date    ".
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> The session loop re-CALLs this program in one run unit, so
    *> working storage keeps the previous invocation's values - the
    *> VALUE clauses only ever ran once. Everything per-invocation
    END-IF.
    CALL "ResolveDataPath" USING WS-Report-Out-Path.

    *> A batch run's cards are read before the lock is taken - a
    *> partition step locks its own partition, not the whole
    *> function, so the cards decide which lock that is.
    IF Batch-Mode-Active THEN
      PERFORM ReadControlCards
    END-IF.

    *> Take this function's run lock before touching any shared
    *> state - a refusal (or an undeclined busy screen) runs nothing.
    PERFORM AcquireRunLock.
    IF NOT Run-Lock-Acquired THEN
      GOBACK
    END-IF.

    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Sort-Report-Menu
      ACCEPT SC-Sort-Report-Menu
    END-IF.
      MOVE "Y" TO WS-Branch-Ref-Missing-Flag
    END-IF.

    *> The product catalogue and the account reference, for the
    *> permitted-currency check - without both there is nothing to
    *> judge.
    MOVE "N" TO WS-Products-Flag.
    MOVE SPACES TO WS-Cached-Product.
    MOVE SPACES TO WS-Cached-Currencies.
    OPEN INPUT Prod-File.
    IF Prod-Opened-OK THEN
      OPEN INPUT Acct-Ref-File
      IF Acct-Ref-Opened-OK THEN
        MOVE "Y" TO WS-Products-Flag
      ELSE
        CLOSE Prod-File
      END-IF
    END-IF.

    *> The dormant register, for the posting block - company-
    *> qualified like the master it describes; missing just means
    *> no key has been found dormant yet.
    MOVE "DormantReg.dat" TO WS-Dormant-Reg-Path.
    CALL "ResolveDataPath" USING WS-Dormant-Reg-Path.
    MOVE "N" TO WS-Dormant-Reg-Missing-Flag.
    OPEN INPUT Dormant-Reg-File.
    IF NOT Dormant-Reg-Opened-OK THEN
      MOVE "Y" TO WS-Dormant-Reg-Missing-Flag
    END-IF.

    *> The re-key cross-reference, qualified the same way - missing
    *> just means no account has been re-keyed.
    MOVE "RekeyXref.dat" TO WS-Rekey-Xref-Path.
    CALL "ResolveDataPath" USING WS-Rekey-Xref-Path.
    MOVE "N" TO WS-Rekey-Xref-Missing-Flag.
    OPEN INPUT Rekey-Xref-File.
    IF NOT Rekey-Xref-Opened-OK THEN
      MOVE "Y" TO WS-Rekey-Xref-Missing-Flag
    END-IF.

    *> And the exchange rates - missing just means the grand total
    *> prints unconverted, the way it always did.
    MOVE "N" TO WS-Exch-Rate-Missing-Flag.

    *> Dispatch by feed: FEED=ALL in batch walks every registered
    *> feed in sequence; a named feed takes its paths off the
    *> registry; blank keeps the long-standing default paths. A
    *> partitioned run works on the one feed, a step at a time.
    IF Batch-Mode-Active AND All-Feeds-Requested THEN
      PERFORM Run-All-Feeds
    ELSE
      IF WS-Feed-Name NOT = SPACES THEN
        PERFORM Select-Named-Feed
      END-IF
      EVALUATE TRUE
        WHEN Partition-Split-Run
          PERFORM Split-Partitions
        WHEN Partition-Step-Run
          PERFORM Run-Partition-Step
        WHEN Partition-Merge-Run
          PERFORM Merge-Partitions
        WHEN OTHER
          PERFORM Run-One-Feed
      END-EVALUATE
    END-IF.

    IF NOT Status-Ref-Missing THEN
    IF NOT Branch-Ref-Missing THEN
      CLOSE Branch-Ref-File
    END-IF.
    IF Products-Available THEN
      CLOSE Acct-Ref-File
      CLOSE Prod-File
    END-IF.
    IF NOT Dormant-Reg-Missing THEN
      CLOSE Dormant-Reg-File
    END-IF.
    IF NOT Rekey-Xref-Missing THEN
      CLOSE Rekey-Xref-File
    END-IF.

    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Sort-Report-Done
  *> master to spooling the finished report - performed once for the
  *> default or a named feed, once per registered feed for FEED=ALL.
  Run-One-Feed.
    PERFORM Start-Feed-Run.
    PERFORM Sort-Feed-Extract.
    PERFORM Finish-Feed-Run.

  *> The operator's choice on SC-Sort-Report-Menu picks the sort's
  *> major key, so the report is actually ordered the way it says it
  *> is; Write-Report's control-break subtotal then groups on that
  *> same major key (WS-Control-Break-Value), not a fixed field.
  Sort-Feed-Extract.
    EVALUATE WS-Sort-Key-Choice
      WHEN 2
        SORT Sort-Work-File
          ON ASCENDING KEY SW-Date
          ON ASCENDING KEY SW-Key
          INPUT PROCEDURE IS Load-Sort-Work
          OUTPUT PROCEDURE IS Write-Report
      WHEN OTHER
        SORT Sort-Work-File
          ON ASCENDING KEY SW-Key
          ON ASCENDING KEY SW-Date
          INPUT PROCEDURE IS Load-Sort-Work
          OUTPUT PROCEDURE IS Write-Report
    END-EVALUATE.

  *> Up to the sort: a clean slate, the outgoing master retired to a
  *> generation, and the master FD pointed at the work file.
  Start-Feed-Run.
    *> Start every feed's run from a clean slate and with the master
    *> FD pointed at THIS feed's live master - both the session loop
    *> (a second run in one session) and the FEED=ALL loop (the
    *> the copy leaves the live file in place, where it stays (for
    *> reconciliation and for every keyed consumer) until the swap at
    *> the end of a released run.
    PERFORM Start-Phase-Clock.
    PERFORM Retire-Master-Generation.
    PERFORM Take-Phase-Time.
    ADD WS-Phase-Secs TO WS-Phase-Rebuild-Secs.

    *> Reconciliation mode compares the fresh build against the
    *> still-live master - nothing needs renaming aside any more,

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.

  *> After the sort: the count check, variance hold, reconcile and
  *> swap, and everything that records a released run.
  Finish-Feed-Run.
    PERFORM Take-Run-Elapsed.

    MOVE "INF" TO WS-Log-Level.
    STRING

    PERFORM CheckSlaCeiling.

    *> A feed sending more to suspense than its ceiling allows is
    *> quarantined whole - nothing below runs for it, and a
    *> FEED=ALL night moves on to its next feed.
    PERFORM Check-Reject-Ceiling.
    IF Feed-Quarantined THEN
      EXIT PARAGRAPH
    END-IF.

    *> A rebuild that didn't account for every accepted record must
    *> not be swapped over the good master.
    PERFORM Start-Phase-Clock.
    PERFORM Verify-Rebuild-Counts.
    PERFORM Take-Phase-Time.
    ADD WS-Phase-Secs TO WS-Phase-Rebuild-Secs.

    *> Sanity-check the money against last run before anything is
    *> released - a breach without an operator override holds the
    *> run and never reaches the statements below. A release-only
    *> run carries a handful of warehouse items, not a night's
    *> feed, so there is nothing meaningful to compare.
    IF NOT Release-Only-Run THEN
      PERFORM CheckGrandTotalVariance
    END-IF.

    MOVE "Reconciliation: not requested" TO WS-Reconcile-Header-Label.
    MOVE SPACES TO WS-Reconcile-Detail-Label.
    *> variance baseline, the run-history row and the feed
    *> generation all describe a released master, never one that
    *> failed to swap in.
    PERFORM Start-Phase-Clock.
    PERFORM Swap-In-New-Master.
    PERFORM Take-Phase-Time.
    ADD WS-Phase-Secs TO WS-Phase-Rebuild-Secs.
    PERFORM Record-Run-Totals.
    PERFORM Confirm-Forward-Warehouse.

    *> The run's lines go onto the permanent history only now it is
    *> live - a held or failed run leaves no history behind.
    PERFORM Post-Line-History.

    *> With the night's positions live, compare each branch against
    *> its exposure limit - nobody was doing this unless there was
    *> day-over-day movements stop depending on kept generations.
    PERFORM Record-Position-Snapshot.

    PERFORM Log-Phase-Times.

    IF WS-Records-Rejected > 0 THEN
      MOVE "WARN" TO WS-RH-End-Status
    ELSE
      WS-RH-End-Status LK-Run-ID LK-Terminal-ID LK-Operator-ID.

    PERFORM Record-Feed-Generation.
    PERFORM Mark-Release-Posted.

    MOVE SPACES TO WS-Print-Queue-Label.
    IF Print-Queue-Requested THEN
        WS-Log-Write-Status
    END-IF.

  *> The run's elapsed seconds since WS-Start-Seconds.
  Take-Run-Elapsed.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      *> Run crossed midnight - not worth chasing in a batch
      *> window this short, just report 0 rather than a negative.
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

  *> Cuts the feed's extract into one partition extract per branch
  *> range. A first pass proves the whole extract - the header
  *> handshake, the recall register, the trailer count and hash -
  *> exactly as the single stream would before posting anything;
  *> then one pass per partition copies its branches' records out
  *> under a copy of the header and a trailer of its own, so each
  *> step proves its slice the ordinary way. Every step's control
  *> file starts at S, and the plan is written last - a split that
  *> dies part-way leaves no plan, and the steps refuse to start.
  *> Nothing is posted and the feed generation does not move; that
  *> is the merge's job.
  Split-Partitions.
    PERFORM Build-Partition-Paths.
    CALL "CBL_DELETE_FILE" USING WS-Part-Plan-Path
      RETURNING WS-Part-Delete-Status
    END-CALL.
    PERFORM Name-Posted-Feed.
    MOVE "N" TO WS-Ctl-Header-Seen-Flag.
    MOVE "N" TO WS-Ctl-Trailer-Seen-Flag.
    MOVE SPACES TO WS-Ctl-Feed-Date.
    MOVE SPACES TO WS-Ctl-Source-System.
    MOVE SPACES TO WS-Ctl-Generation-X.
    MOVE 0 TO WS-Ctl-Detail-Count.
    MOVE 0 TO WS-Ctl-Hash-Total.

    MOVE "N" TO WS-Extract-Empty-Flag.
    CALL "CBL_CHECK_FILE_EXIST" USING WS-Extract-Path WS-Extract-File-Info
      RETURNING WS-Extract-File-Check-Status
    END-CALL.
    IF WS-Extract-File-Check-Status = 0 AND WS-Extract-File-Size = 0 THEN
      MOVE "Y" TO WS-Extract-Empty-Flag
    END-IF.
    OPEN INPUT Trans-Extract-File.
    IF Extract-Not-Found THEN
      MOVE 410 TO WS-Error-Code
      MOVE "Transaction extract not found" TO WS-Error-Msg
      CALL "CloseWithError" USING WS-Error-Code WS-Error-Msg LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
    END-IF.
    IF Extract-Is-Empty THEN
      CLOSE Trans-Extract-File
      MOVE 410 TO WS-Error-Code
      MOVE "Transaction extract is empty" TO WS-Error-Msg
      CALL "CloseWithError" USING WS-Error-Code WS-Error-Msg LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
    END-IF.
    PERFORM UNTIL Extract-Not-Found
      READ Trans-Extract-File
        AT END
          MOVE "35" TO WS-Extract-File-Status
        NOT AT END
          EVALUATE TE-Record-Raw(1:3)
            WHEN "HDR"
              PERFORM Capture-Extract-Header
            WHEN "TRL"
              PERFORM Capture-Extract-Trailer
            WHEN OTHER
              ADD 1 TO WS-Ctl-Detail-Count
              IF TE-Amount NUMERIC THEN
                ADD TE-Amount TO WS-Ctl-Hash-Total
              END-IF
          END-EVALUATE
      END-READ
    END-PERFORM.
    CLOSE Trans-Extract-File.
    PERFORM Validate-Extract-Controls.

    *> The split follows re-keyed accounts to their new branch, so
    *> it needs the cross-reference in memory too.
    PERFORM Load-Xref-Table.

    PERFORM Split-One-Partition
      VARYING WS-Part-Number FROM 1 BY 1
      UNTIL WS-Part-Number > WS-Part-Count.

    MOVE SPACES TO PP-Line.
    MOVE WS-Part-Count TO PP-Count.
    PERFORM VARYING WS-Part-Idx FROM 1 BY 1 UNTIL WS-Part-Idx > 8
      MOVE WS-Part-Bound(WS-Part-Idx) TO PP-Bound(WS-Part-Idx)
    END-PERFORM.
    MOVE WS-Ctl-Header-Seen-Flag TO PP-Header-Flag.
    MOVE WS-Ctl-Feed-Date TO PP-Feed-Date.
    MOVE WS-Ctl-Source-System TO PP-Source-System.
    MOVE WS-Ctl-Generation-X TO PP-Generation.
    MOVE LK-Run-ID TO PP-Split-Run.
    OPEN OUTPUT Part-Plan-File.
    WRITE PP-Line.
    CLOSE Part-Plan-File.

    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Sort 'n' Report: extract split into " DELIMITED BY SIZE
      WS-Part-Count DELIMITED BY SIZE
      " partitions, " DELIMITED BY SIZE
      WS-Ctl-Detail-Count DELIMITED BY SIZE
      " record(s) - steps may start" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

  *> One partition's extract: the header copied, its branches'
  *> detail records in extract order, and a trailer with its own
  *> count and hash. Its control file goes back to S - a fresh
  *> split means every step runs again.
  Split-One-Partition.
    PERFORM Build-Partition-Paths.
    PERFORM Set-Partition-Range.
    MOVE 0 TO WS-Part-Trl-Count.
    MOVE 0 TO WS-Part-Trl-Hash.

    OPEN OUTPUT Part-Extract-File.
    IF Ctl-Header-Seen THEN
      MOVE SPACES TO PX-Line
      STRING
        "HDR" DELIMITED BY SIZE
        WS-Ctl-Feed-Date DELIMITED BY SIZE
        WS-Ctl-Source-System DELIMITED BY SIZE
        WS-Ctl-Generation-X DELIMITED BY SIZE
        INTO PX-Line
      END-STRING
      WRITE PX-Line
    END-IF.

    OPEN INPUT Trans-Extract-File.
    PERFORM UNTIL Extract-Not-Found
      READ Trans-Extract-File
        AT END
          MOVE "35" TO WS-Extract-File-Status
        NOT AT END
          IF TE-Record-Raw(1:3) NOT = "HDR"
            AND TE-Record-Raw(1:3) NOT = "TRL" THEN
            *> A re-keyed account's postings belong to its new
            *> branch's partition, where the edit pass redirects them.
            MOVE TE-Key TO WS-Rekey-Probe
            PERFORM Resolve-Rekeyed-Key
            MOVE WS-Rekey-Final-Key(1:4) TO WS-Part-Key-Branch
            PERFORM Check-Partition-Range
            IF Part-Key-In-Range THEN
              MOVE TE-Record-Raw TO PX-Line
              WRITE PX-Line
              ADD 1 TO WS-Part-Trl-Count
              IF TE-Amount NUMERIC THEN
                ADD TE-Amount TO WS-Part-Trl-Hash
              END-IF
            END-IF
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Trans-Extract-File.

    IF Ctl-Header-Seen OR Ctl-Trailer-Seen THEN
      MOVE SPACES TO PX-Line
      STRING
        "TRL" DELIMITED BY SIZE
        WS-Part-Trl-Count DELIMITED BY SIZE
        WS-Part-Trl-Hash-X DELIMITED BY SIZE
        INTO PX-Line
      END-STRING
      WRITE PX-Line
    END-IF.
    CLOSE Part-Extract-File.

    MOVE "S" TO WS-Part-Ctl-State.
    PERFORM Write-Partition-Control.

    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    IF WS-Part-Number < WS-Part-Count THEN
      STRING
        "Partition " DELIMITED BY SIZE
        WS-Part-Number DELIMITED BY SIZE
        " split - " DELIMITED BY SIZE
        WS-Part-Trl-Count DELIMITED BY SIZE
        " record(s), branches up to " DELIMITED BY SIZE
        WS-Part-High-Bound DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
    ELSE
      STRING
        "Partition " DELIMITED BY SIZE
        WS-Part-Number DELIMITED BY SIZE
        " split - " DELIMITED BY SIZE
        WS-Part-Trl-Count DELIMITED BY SIZE
        " record(s), branches above " DELIMITED BY SIZE
        WS-Part-Low-Bound DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
    END-IF.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

  *> One partition's step: the ordinary edit, sort and build, but
  *> off the partition's extract and into its own suspense, report
  *> and partition master, with the accepted records kept aside in
  *> sorted order for the merge's one report. Nothing live moves -
  *> no generation, swap, totals, snapshot or limit check - and the
  *> warehouse is only touched for the step's own branches. The
  *> control file says R while the step runs and D only once it has
  *> finished cleanly, so a step that fails anywhere just reruns.
  Run-Partition-Step.
    PERFORM Load-Partition-Plan.
    IF WS-Part-Number > WS-Part-Count THEN
      MOVE SPACES TO WS-Error-Msg
      STRING
        "Step " DELIMITED BY SIZE
        WS-Part-Number DELIMITED BY SIZE
        " asked for but the plan has only " DELIMITED BY SIZE
        WS-Part-Count DELIMITED BY SIZE
        " partitions" DELIMITED BY SIZE
        INTO WS-Error-Msg
      END-STRING
      PERFORM Refuse-Partition-Run
    END-IF.
    PERFORM Build-Partition-Paths.
    PERFORM Set-Partition-Range.
    MOVE "R" TO WS-Part-Ctl-State.
    PERFORM Write-Partition-Control.

    PERFORM Initialise-Feed-Run.
    MOVE WS-Part-Extract-Path TO WS-Extract-Path.
    MOVE WS-Part-Suspense-Path TO WS-Suspense-Path.
    MOVE WS-Part-Report-Path TO WS-Report-Out-Path.
    MOVE WS-Part-Master-Path TO WS-Master-Work-Path.
    MOVE WS-Part-Master-Path TO WS-Trans-Master-Path.
    MOVE WS-Master-Live-Path TO WS-Journal-Master.
    MOVE 0 TO WS-Part-Master-Rows.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.
    PERFORM Sort-Feed-Extract.
    PERFORM Take-Run-Elapsed.
    IF NOT Live-Check-Missing THEN
      CLOSE Live-Check-File
    END-IF.

    PERFORM Verify-Rebuild-Counts.
    MOVE "D" TO WS-Part-Ctl-State.
    PERFORM Write-Partition-Control.
    PERFORM Log-Phase-Times.

    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Partition " DELIMITED BY SIZE
      WS-Part-Number DELIMITED BY SIZE
      " done - " DELIMITED BY SIZE
      WS-Records-Read DELIMITED BY SIZE
      " read, " DELIMITED BY SIZE
      WS-Records-Written DELIMITED BY SIZE
      " written, " DELIMITED BY SIZE
      WS-Records-Rejected DELIMITED BY SIZE
      " rejected" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

  *> Brings a split feed's partitions back together as one released
  *> run. Refused (426) unless the plan is there and every step's
  *> control file says done. The header handshake is proven again
  *> off the plan's copy of the header, the partition masters are
  *> copied into the work master in branch order (their ranges never
  *> overlap, so no key is in two), and the steps' accepted records
  *> are sorted back together into the one report. From there it is
  *> the single stream's own finish - count check, variance,
  *> reconcile, swap, one run totals row, warehouse confirm, limits,
  *> snapshot and verification control, run history, generation and
  *> spool. The steps' suspense rows join the feed's suspense file
  *> last, and the partition work files are cleared away.
  Merge-Partitions.
    PERFORM Load-Partition-Plan.
    MOVE 0 TO WS-Part-Sum-Read.
    MOVE 0 TO WS-Part-Sum-Accepted.
    MOVE 0 TO WS-Part-Sum-Rejected.
    MOVE 0 TO WS-Part-Sum-Warehoused.
    MOVE 0 TO WS-Part-Sum-Released.
    MOVE 0 TO WS-Part-Sum-Held-Dormant.
    MOVE 0 TO WS-Part-Sum-Rows.
    PERFORM Check-Partition-Done
      VARYING WS-Part-Number FROM 1 BY 1
      UNTIL WS-Part-Number > WS-Part-Count.

    PERFORM Name-Posted-Feed.
    PERFORM Take-Plan-Header.
    IF Ctl-Header-Seen THEN
      PERFORM Check-Feed-Generation
    END-IF.

    PERFORM Start-Feed-Run.
    PERFORM Take-Plan-Header.
    MOVE WS-Part-Sum-Read TO WS-Records-Read.
    MOVE WS-Part-Sum-Accepted TO WS-Records-Accepted.
    MOVE WS-Part-Sum-Rejected TO WS-Records-Rejected.
    MOVE WS-Part-Sum-Warehoused TO WS-Records-Warehoused.
    MOVE WS-Part-Sum-Released TO WS-Records-Released.
    MOVE WS-Part-Sum-Held-Dormant TO WS-Fwd-Held-Dormant.

    PERFORM Start-Phase-Clock.
    PERFORM Build-Merged-Master.
    PERFORM Take-Phase-Time.
    ADD WS-Phase-Secs TO WS-Phase-Rebuild-Secs.

    EVALUATE WS-Sort-Key-Choice
      WHEN 2
        SORT Sort-Work-File
          ON ASCENDING KEY SW-Date
          ON ASCENDING KEY SW-Key
          INPUT PROCEDURE IS Load-Partition-Details
          OUTPUT PROCEDURE IS Write-Report
      WHEN OTHER
        SORT Sort-Work-File
          ON ASCENDING KEY SW-Key
          ON ASCENDING KEY SW-Date
          INPUT PROCEDURE IS Load-Partition-Details
          OUTPUT PROCEDURE IS Write-Report
    END-EVALUATE.

    PERFORM Finish-Feed-Run.
    *> A quarantined merge keeps its steps' files - released, the
    *> merge is simply run again.
    IF NOT Feed-Quarantined THEN
      PERFORM Append-Partition-Suspense
      PERFORM Clear-Partition-Files
    END-IF.

  *> One step's control file must say done; its counts go into the
  *> merge's totals.
  Check-Partition-Done.
    PERFORM Build-Partition-Paths.
    MOVE SPACE TO WS-Part-Ctl-State.
    OPEN INPUT Part-Ctl-File.
    IF Part-Ctl-Opened-OK THEN
      READ Part-Ctl-File
        AT END
          CONTINUE
        NOT AT END
          MOVE PC-State TO WS-Part-Ctl-State
          IF PC-State = "D" THEN
            ADD PC-Records-Read TO WS-Part-Sum-Read
            ADD PC-Accepted TO WS-Part-Sum-Accepted
            ADD PC-Rejected TO WS-Part-Sum-Rejected
            ADD PC-Warehoused TO WS-Part-Sum-Warehoused
            ADD PC-Released TO WS-Part-Sum-Released
            ADD PC-Held-Dormant TO WS-Part-Sum-Held-Dormant
            ADD PC-Master-Rows TO WS-Part-Sum-Rows
          END-IF
      END-READ
      CLOSE Part-Ctl-File
    END-IF.
    IF WS-Part-Ctl-State NOT = "D" THEN
      MOVE SPACES TO WS-Error-Msg
      STRING
        "Partition " DELIMITED BY SIZE
        WS-Part-Number DELIMITED BY SIZE
        " has not completed - rerun its step, then the merge" DELIMITED BY SIZE
        INTO WS-Error-Msg
      END-STRING
      PERFORM Refuse-Partition-Run
    END-IF.

  *> The split extract's header, as the plan kept it, stands in for
  *> the merge's own - it is what the generation is recorded from.
  Take-Plan-Header.
    MOVE "N" TO WS-Ctl-Header-Seen-Flag.
    IF WS-Part-Header-Flag NOT = "Y" THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-Ctl-Header-Seen-Flag.
    MOVE WS-Part-Feed-Date TO WS-Ctl-Feed-Date.
    MOVE WS-Part-Source-System TO WS-Ctl-Source-System.
    MOVE WS-Part-Generation TO WS-Ctl-Generation-X.
    IF WS-Ctl-Feed-Date NUMERIC THEN
      MOVE WS-Ctl-Feed-Date TO WS-Processing-Date
    END-IF.

  *> The work master as the union of the partition masters, copied
  *> in partition (so key) order and journalled as one rebuild. Any
  *> row that will not write, or a row count short of what the
  *> steps built, stops the merge before anything is swapped in.
  Build-Merged-Master.
    OPEN OUTPUT Trans-Master-File.
    PERFORM Journal-Rebuild-Start.
    MOVE 0 TO WS-Part-Master-Rows.
    MOVE "N" TO WS-Part-Build-Failed-Flag.
    PERFORM Copy-Partition-Master
      VARYING WS-Part-Number FROM 1 BY 1
      UNTIL WS-Part-Number > WS-Part-Count.
    CLOSE Trans-Master-File.

    IF Part-Build-Failed
      OR WS-Part-Master-Rows NOT = WS-Part-Sum-Rows THEN
      MOVE "ERR" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Merged master does not reconcile - steps built " DELIMITED BY SIZE
        WS-Part-Sum-Rows DELIMITED BY SIZE
        ", merged " DELIMITED BY SIZE
        WS-Part-Master-Rows DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      MOVE 417 TO WS-Error-Code
      MOVE "Partition merge incomplete - work file not swapped in"
        TO WS-Error-Msg
      CALL "CloseWithError" USING WS-Error-Code WS-Error-Msg LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
    END-IF.

  Copy-Partition-Master.
    PERFORM Build-Partition-Paths.
    OPEN INPUT Part-Master-File.
    IF NOT Part-Master-Opened-OK THEN
      MOVE "Y" TO WS-Part-Build-Failed-Flag
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Part-At-End-Flag.
    PERFORM UNTIL Part-File-At-End
      READ Part-Master-File NEXT
        AT END
          MOVE "Y" TO WS-Part-At-End-Flag
        NOT AT END
          MOVE PTM-Record TO TM-Record
          WRITE TM-Record
            INVALID KEY
              MOVE "Y" TO WS-Part-Build-Failed-Flag
            NOT INVALID KEY
              ADD 1 TO WS-Part-Master-Rows
              MOVE "WR" TO WS-Journal-Action
              MOVE SPACES TO WS-Journal-Before
              MOVE TM-Record TO WS-Journal-After
              PERFORM Write-Master-Journal
          END-WRITE
      END-READ
    END-PERFORM.
    CLOSE Part-Master-File.

  *> The merge's sort input: every step's accepted records, already
  *> edited - they only need putting back into one order.
  Load-Partition-Details.
    PERFORM Start-Phase-Clock.
    PERFORM Release-Partition-Details
      VARYING WS-Part-Number FROM 1 BY 1
      UNTIL WS-Part-Number > WS-Part-Count.
    PERFORM Take-Phase-Time.
    ADD WS-Phase-Secs TO WS-Phase-Edit-Secs.

  Release-Partition-Details.
    PERFORM Build-Partition-Paths.
    OPEN INPUT Part-Detail-File.
    IF NOT Part-Detail-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Part-At-End-Flag.
    PERFORM UNTIL Part-File-At-End
      READ Part-Detail-File
        AT END
          MOVE "Y" TO WS-Part-At-End-Flag
        NOT AT END
          RELEASE SW-Record FROM PD-Record
      END-READ
    END-PERFORM.
    CLOSE Part-Detail-File.

  *> The steps' rejects join the feed's own suspense file, where
  *> SuspenseFix and the aging run expect them.
  Append-Partition-Suspense.
    OPEN EXTEND Suspense-File.
    IF Suspense-Not-Found THEN
      OPEN OUTPUT Suspense-File
    END-IF.
    PERFORM Append-One-Partition-Suspense
      VARYING WS-Part-Number FROM 1 BY 1
      UNTIL WS-Part-Number > WS-Part-Count.
    CLOSE Suspense-File.

  Append-One-Partition-Suspense.
    PERFORM Build-Partition-Paths.
    OPEN INPUT Part-Suspense-File.
    IF NOT Part-Suspense-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Part-At-End-Flag.
    PERFORM UNTIL Part-File-At-End
      READ Part-Suspense-File
        AT END
          MOVE "Y" TO WS-Part-At-End-Flag
        NOT AT END
          WRITE SUS-Record FROM PS-Line
      END-READ
    END-PERFORM.
    CLOSE Part-Suspense-File.

  *> The merged run is live - the partition extracts, masters,
  *> sorted records, suspense and control files have all been
  *> carried into it, so they go, and the plan with them. Each
  *> step's report stays for reference until the next split.
  Clear-Partition-Files.
    PERFORM Clear-One-Partition
      VARYING WS-Part-Number FROM 1 BY 1
      UNTIL WS-Part-Number > WS-Part-Count.
    CALL "CBL_DELETE_FILE" USING WS-Part-Plan-Path
      RETURNING WS-Part-Delete-Status
    END-CALL.

    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Sort 'n' Report: " DELIMITED BY SIZE
      WS-Part-Count DELIMITED BY SIZE
      " partitions merged and released as one master" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

  Clear-One-Partition.
    PERFORM Build-Partition-Paths.
    CALL "CBL_DELETE_FILE" USING WS-Part-Extract-Path
      RETURNING WS-Part-Delete-Status
    END-CALL.
    CALL "CBL_DELETE_FILE" USING WS-Part-Master-Path
      RETURNING WS-Part-Delete-Status
    END-CALL.
    CALL "CBL_DELETE_FILE" USING WS-Part-Detail-Path
      RETURNING WS-Part-Delete-Status
    END-CALL.
    CALL "CBL_DELETE_FILE" USING WS-Part-Suspense-Path
      RETURNING WS-Part-Delete-Status
    END-CALL.
    CALL "CBL_DELETE_FILE" USING WS-Part-Ctl-Path
      RETURNING WS-Part-Delete-Status
    END-CALL.

  *> Reads the split's plan - no plan means no split to work on.
  Load-Partition-Plan.
    PERFORM Build-Partition-Paths.
    OPEN INPUT Part-Plan-File.
    IF NOT Part-Plan-Opened-OK THEN
      MOVE "No partition plan for this feed - run PARTITION=SPLIT first"
        TO WS-Error-Msg
      PERFORM Refuse-Partition-Run
    END-IF.
    READ Part-Plan-File
      AT END
        MOVE "The partition plan for this feed is empty" TO WS-Error-Msg
        PERFORM Refuse-Partition-Run
      NOT AT END
        MOVE PP-Count TO WS-Part-Count
        PERFORM VARYING WS-Part-Idx FROM 1 BY 1 UNTIL WS-Part-Idx > 8
          MOVE PP-Bound(WS-Part-Idx) TO WS-Part-Bound(WS-Part-Idx)
        END-PERFORM
        MOVE PP-Header-Flag TO WS-Part-Header-Flag
        MOVE PP-Feed-Date TO WS-Part-Feed-Date
        MOVE PP-Source-System TO WS-Part-Source-System
        MOVE PP-Generation TO WS-Part-Generation
    END-READ.
    CLOSE Part-Plan-File.

  *> Writes the current step's control file in WS-Part-Ctl-State,
  *> with the step's counts once it is done.
  Write-Partition-Control.
    MOVE SPACES TO PC-Line.
    INITIALIZE PC-Line.
    MOVE WS-Part-Ctl-State TO PC-State.
    MOVE LK-Run-ID TO PC-Run.
    IF WS-Part-Ctl-State = "D" THEN
      MOVE WS-Records-Read TO PC-Records-Read
      MOVE WS-Records-Accepted TO PC-Accepted
      MOVE WS-Records-Rejected TO PC-Rejected
      MOVE WS-Records-Warehoused TO PC-Warehoused
      MOVE WS-Records-Released TO PC-Released
      MOVE WS-Fwd-Held-Dormant TO PC-Held-Dormant
      MOVE WS-Records-Written TO PC-Written
      MOVE WS-Part-Master-Rows TO PC-Master-Rows
    END-IF.
    OPEN OUTPUT Part-Ctl-File.
    WRITE PC-Line.
    CLOSE Part-Ctl-File.

  *> Every partition file is named off the feed's own paths plus
  *> .Pnn for WS-Part-Number - the plan off the live master alone.
  Build-Partition-Paths.
    MOVE SPACES TO WS-Part-Suffix.
    STRING
      ".P" DELIMITED BY SIZE
      WS-Part-Number DELIMITED BY SIZE
      INTO WS-Part-Suffix
    END-STRING.
    MOVE SPACES TO WS-Part-Plan-Path.
    STRING
      FUNCTION TRIM(WS-Master-Live-Path) DELIMITED BY SIZE
      ".part" DELIMITED BY SIZE
      INTO WS-Part-Plan-Path
    END-STRING.
    MOVE SPACES TO WS-Part-Master-Path.
    STRING
      FUNCTION TRIM(WS-Master-Live-Path) DELIMITED BY SIZE
      WS-Part-Suffix DELIMITED BY SIZE
      INTO WS-Part-Master-Path
    END-STRING.
    MOVE SPACES TO WS-Part-Ctl-Path.
    STRING
      FUNCTION TRIM(WS-Part-Master-Path) DELIMITED BY SIZE
      ".ctl" DELIMITED BY SIZE
      INTO WS-Part-Ctl-Path
    END-STRING.
    MOVE SPACES TO WS-Part-Detail-Path.
    STRING
      FUNCTION TRIM(WS-Part-Master-Path) DELIMITED BY SIZE
      ".dtl" DELIMITED BY SIZE
      INTO WS-Part-Detail-Path
    END-STRING.
    MOVE SPACES TO WS-Part-Extract-Path.
    STRING
      FUNCTION TRIM(WS-Extract-Path) DELIMITED BY SIZE
      WS-Part-Suffix DELIMITED BY SIZE
      INTO WS-Part-Extract-Path
    END-STRING.
    MOVE SPACES TO WS-Part-Suspense-Path.
    STRING
      FUNCTION TRIM(WS-Suspense-Path) DELIMITED BY SIZE
      WS-Part-Suffix DELIMITED BY SIZE
      INTO WS-Part-Suspense-Path
    END-STRING.
    MOVE SPACES TO WS-Part-Report-Path.
    STRING
      FUNCTION TRIM(WS-Report-Out-Path) DELIMITED BY SIZE
      WS-Part-Suffix DELIMITED BY SIZE
      INTO WS-Part-Report-Path
    END-STRING.

  *> The branch range of partition WS-Part-Number: above the
  *> previous partition's bound (nothing below for the first), up to
  *> and including its own (everything above for the last).
  Set-Partition-Range.
    MOVE SPACES TO WS-Part-Low-Bound.
    MOVE HIGH-VALUES TO WS-Part-High-Bound.
    IF WS-Part-Number > 1 THEN
      COMPUTE WS-Part-Prev-Idx = WS-Part-Number - 1
      MOVE WS-Part-Bound(WS-Part-Prev-Idx) TO WS-Part-Low-Bound
    END-IF.
    IF WS-Part-Number < WS-Part-Count THEN
      MOVE WS-Part-Bound(WS-Part-Number) TO WS-Part-High-Bound
    END-IF.

  *> Is WS-Part-Key-Branch in the current partition's range? Always
  *> yes outside a split or a step.
  Check-Partition-Range.
    MOVE "Y" TO WS-Part-In-Range-Flag.
    IF NOT Partition-Split-Run AND NOT Partition-Step-Run THEN
      EXIT PARAGRAPH
    END-IF.
    IF WS-Part-Number > 1
      AND WS-Part-Key-Branch NOT > WS-Part-Low-Bound THEN
      MOVE "N" TO WS-Part-In-Range-Flag
    END-IF.
    IF WS-Part-Number < WS-Part-Count
      AND WS-Part-Key-Branch > WS-Part-High-Bound THEN
      MOVE "N" TO WS-Part-In-Range-Flag
    END-IF.

  *> Walks the whole registry, running each feed that has arrived and
  *> flagging each that hasn't - one invocation covers the night's
  *> every feed. A feed that hasn't still has its due warehouse
  *> items posted.
  Run-All-Feeds.
    OPEN INPUT Feed-Reg-File.
    IF NOT Feed-Reg-Opened-OK THEN
      MOVE 419 TO WS-Error-Code
      MOVE "FEED=ALL requested but the feed registry is unusable" TO WS-Error-Msg
      CALL "CloseWithError" USING WS-Error-Code WS-Error-Msg LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
    END-IF.

    MOVE "N" TO WS-Feed-Reg-At-End-Flag.
    PERFORM UNTIL Feed-Reg-At-End
      READ Feed-Reg-File NEXT
        AT END
          MOVE "Y" TO WS-Feed-Reg-At-End-Flag
        NOT AT END
          PERFORM Prepare-Feed-Paths
          MOVE "N" TO WS-Release-Only-Flag
          PERFORM Check-Feed-Arrived
          IF NOT Feed-Has-Arrived THEN
            PERFORM Release-Missing-Feed
          END-IF
          IF Feed-Has-Arrived THEN
            PERFORM Run-One-Feed
            ADD 1 TO WS-Feeds-Run-Count
            IF Feed-Quarantined THEN
              ADD 1 TO WS-Feeds-Quar-Count
            END-IF
            MOVE "INF" TO WS-Log-Level
            MOVE SPACES TO WS-Log-Message
            STRING
              "Feed " DELIMITED BY SIZE
              FUNCTION TRIM(FR-Name) DELIMITED BY SIZE
              " done - " DELIMITED BY SIZE
              WS-Records-Read DELIMITED BY SIZE
              " read, " DELIMITED BY SIZE
              WS-Records-Written DELIMITED BY SIZE
              " written, " DELIMITED BY SIZE
              WS-Records-Rejected DELIMITED BY SIZE
              " rejected" DELIMITED BY SIZE
              INTO WS-Log-Message
            END-STRING
            CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message
              LK-Run-ID LK-Terminal-ID LK-Operator-ID
              WS-Log-Write-Status
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Feed-Reg-File.

    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "All-feeds run finished - " DELIMITED BY SIZE
      WS-Feeds-Run-Count DELIMITED BY SIZE
      " feed(s) run, " DELIMITED BY SIZE
      WS-Feeds-Late-Count DELIMITED BY SIZE
      " not arrived, " DELIMITED BY SIZE
      WS-Feeds-Quar-Count DELIMITED BY SIZE
      " quarantined" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

  *> A feed that sent nothing tonight still owes the items it
  *> warehoused that are now due - they post on their value date,
  *> extract or no extract, in a run that carries only them.
  Release-Missing-Feed.
    PERFORM Name-Posted-Feed.
    PERFORM Check-Forward-Items-Due.
    IF NOT Fwd-Items-Due THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-Release-Only-Flag.
    PERFORM Run-One-Feed.
    ADD 1 TO WS-Feeds-Run-Count.
    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Feed " DELIMITED BY SIZE
      FUNCTION TRIM(FR-Name) DELIMITED BY SIZE
      " sent no extract - " DELIMITED BY SIZE
      WS-Records-Released DELIMITED BY SIZE
      " due forward item(s) released" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.
    MOVE "N" TO WS-Release-Only-Flag.

  *> Is any of this feed's waiting warehouse items due by today?
  Check-Forward-Items-Due.
    MOVE "N" TO WS-Fwd-Due-Flag.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Fwd-Due-Date.
    OPEN INPUT Fwd-Warehouse-File.
    IF NOT Fwd-Warehouse-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO FW-Value-Date.
    MOVE "N" TO WS-Fwd-At-End-Flag.
    START Fwd-Warehouse-File KEY IS NOT < FW-Value-Date
      INVALID KEY
        MOVE "Y" TO WS-Fwd-At-End-Flag
    END-START.
    PERFORM UNTIL Fwd-At-End OR Fwd-Items-Due
      READ Fwd-Warehouse-File NEXT
        AT END
          MOVE "Y" TO WS-Fwd-At-End-Flag
        NOT AT END
          IF FW-Value-Date > WS-Fwd-Due-Date THEN
            MOVE "Y" TO WS-Fwd-At-End-Flag
          ELSE
            IF FW-State = "W" AND FW-Feed = WS-Posted-Feed-Name THEN
              MOVE "Y" TO WS-Fwd-Due-Flag
            END-IF
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Fwd-Warehouse-File.

  *> Looks the named feed up on the registry and takes its paths - an
  *> unknown name (or no registry at all) is a catalogued close, not
  *> a silent run against the wrong files.
  Select-Named-Feed.
    OPEN INPUT Feed-Reg-File.
    IF NOT Feed-Reg-Opened-OK THEN
      MOVE 419 TO WS-Error-Code
      MOVE "Feed named but the feed registry is unusable" TO WS-Error-Msg
      CALL "CloseWithError" USING WS-Error-Code WS-Error-Msg LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
    END-IF.
    MOVE WS-Feed-Name TO FR-Name.
    READ Feed-Reg-File
      INVALID KEY
        MOVE 419 TO WS-Error-Code
        MOVE SPACES TO WS-Error-Msg
    END-IF.

    MOVE FR-Extract-Path TO WS-Extract-Path.
    MOVE FR-Name TO WS-Quar-Feed-Name.
    MOVE FR-Reject-Ceiling TO WS-Feed-Reject-Ceiling.
    IF FR-Report-Path NOT = SPACES THEN
      MOVE FR-Report-Path TO WS-Report-Out-Path
    END-IF.
    MOVE "RunTotals.dat" TO WS-Run-Totals-Path.
    MOVE "Suspense.dat" TO WS-Suspense-Path.
    MOVE "PostedReg.dat" TO WS-Posted-Reg-Path.
    MOVE "FwdWarehouse.dat" TO WS-Fwd-Warehouse-Path.
    MOVE "RecallReg.dat" TO WS-Recall-Reg-Path.
    MOVE "LimitExcept.txt" TO WS-Limit-Out-Path.
    MOVE "FeedQuar.dat" TO WS-Feed-Quar-Path.
    MOVE "TxnHist.dat" TO WS-Txn-Hist-Path.

    *> Company-qualify the data paths (a blank company resolves each
    *> to itself), then derive the master's companions off the
    CALL "ResolveDataPath" USING WS-Run-Totals-Path.
    CALL "ResolveDataPath" USING WS-Suspense-Path.
    CALL "ResolveDataPath" USING WS-Posted-Reg-Path.
    CALL "ResolveDataPath" USING WS-Fwd-Warehouse-Path.
    CALL "ResolveDataPath" USING WS-Recall-Reg-Path.
    CALL "ResolveDataPath" USING WS-Limit-Out-Path.
    CALL "ResolveDataPath" USING WS-Feed-Quar-Path.
    CALL "ResolveDataPath" USING WS-Txn-Hist-Path.
    MOVE WS-Master-Live-Path TO WS-Trans-Master-Path.
    PERFORM Derive-Master-Companions.

    *> The unnamed default feed is not on the registry, so it has
    *> no reject ceiling until a named feed's row supplies one.
    MOVE SPACES TO WS-Quar-Feed-Name.
    MOVE 0 TO WS-Feed-Reject-Ceiling.

    MOVE 0 TO WS-Feeds-Run-Count.
    MOVE 0 TO WS-Feeds-Late-Count.
    MOVE 0 TO WS-Feeds-Quar-Count.
    MOVE 1 TO WS-Sort-Key-Choice.
    MOVE "N" TO WS-Reconcile-Flag.
    MOVE "N" TO WS-Print-Queue-Flag.
    MOVE "SORTRPT" TO WS-Lock-Name.
    MOVE SPACE TO WS-Partition-Mode.
    MOVE SPACES TO WS-Part-Card.
    MOVE 0 TO WS-Part-Number.
    MOVE 0 TO WS-Part-Count.
    MOVE SPACES TO WS-Part-Bound-Table.

  *> The work/held/prior companions, named off whatever the live
  *> master path currently is.
      ".prior" DELIMITED BY SIZE
      INTO WS-Master-Prior-Path
    END-STRING.
    MOVE SPACES TO WS-Hist-Pending-Path.
    STRING
      FUNCTION TRIM(WS-Master-Live-Path) DELIMITED BY SIZE
      ".lines" DELIMITED BY SIZE
      INTO WS-Hist-Pending-Path
    END-STRING.

  *> Clears the per-run state between feeds - counters, control
  *> records, totals and summary tables all start each feed at
    MOVE 0 TO WS-Records-Accepted.
    MOVE 0 TO WS-Records-Rejected.
    MOVE 0 TO WS-Dup-Suspect-Count.
    MOVE 0 TO WS-Dormant-Hit-Count.
    MOVE 0 TO WS-Rekey-Redirect-Count.
    MOVE 0 TO WS-Rekey-Expired-Count.
    MOVE 0 TO WS-Check-Digit-Fail-Count.
    MOVE 0 TO WS-Product-Ccy-Fail-Count.
    MOVE 0 TO WS-Rule-Reject-Count.
    MOVE 0 TO WS-Value-Rolled-Count.
    MOVE 0 TO WS-Records-Warehoused.
    MOVE 0 TO WS-Records-Released.
    MOVE 0 TO WS-Fwd-Held-Dormant.
    MOVE "N" TO WS-Feed-Quarantined-Flag.
    MOVE "N" TO WS-Quar-Release-Found-Flag.
    MOVE SPACES TO WS-Quarantine-Label.
    MOVE 0 TO WS-Hist-Rows-Posted.
    MOVE 0 TO WS-Hist-Rows-Failed.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Processing-Date.

    *> Everything the edit pass looks up goes into memory now, once
    *> per feed - the clock on it is the run's load phase.
    MOVE ZEROS TO WS-Run-Phase-Times.
    PERFORM Start-Phase-Clock.
    PERFORM Load-Reference-Tables.
    PERFORM Load-Edit-Rules.
    PERFORM Load-Transition-Matrix.
    PERFORM Take-Phase-Time.
    ADD WS-Phase-Secs TO WS-Phase-Load-Secs.

    *> The still-live master, keyed, for the transition check - the
    *> swap hasn't happened yet, so this is last night's positions.
              MOVE WS-Card-Value(1:1) TO WS-Print-Queue-Flag
            WHEN "FEED"
              MOVE WS-Card-Value(1:8) TO WS-Feed-Name
            WHEN "PARTITION"
              MOVE WS-Card-Value(1:8) TO WS-Part-Card
            WHEN "PARTCOUNT"
              COMPUTE WS-Part-Count = FUNCTION NUMVAL(WS-Card-Value)
            WHEN "PARTHI1" WHEN "PARTHI2" WHEN "PARTHI3" WHEN "PARTHI4"
            WHEN "PARTHI5" WHEN "PARTHI6" WHEN "PARTHI7" WHEN "PARTHI8"
              MOVE WS-Card-Keyword(7:1) TO WS-Part-Idx
              MOVE WS-Card-Value(1:4) TO WS-Part-Bound(WS-Part-Idx)
            WHEN OTHER
              *> Other functions' cards share this file - ignore them.
              CONTINUE
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    PERFORM Check-Partition-Cards.

  *> Makes sense of the PARTITION= card. A split needs a usable plan
  *> - two to nine partitions, every upper bound but the last given
  *> and each above the one before - and a partitioned run works on
  *> one feed, never FEED=ALL. A step number takes the step's own
  *> lock (SORTRPnn) so the steps can run side by side. Anything
  *> unusable is a 426 close before a single file is touched.
  Check-Partition-Cards.
    MOVE SPACE TO WS-Partition-Mode.
    MOVE 0 TO WS-Part-Number.
    EVALUATE TRUE
      WHEN WS-Part-Card = SPACES
        EXIT PARAGRAPH
      WHEN WS-Part-Card = "SPLIT"
        MOVE "S" TO WS-Partition-Mode
      WHEN WS-Part-Card = "MERGE"
        MOVE "M" TO WS-Partition-Mode
      WHEN WS-Part-Card(1:1) IS NUMERIC
        AND WS-Part-Card(1:1) NOT = "0"
        AND WS-Part-Card(2:7) = SPACES
        MOVE "P" TO WS-Partition-Mode
        MOVE WS-Part-Card(1:1) TO WS-Part-Number
      WHEN OTHER
        MOVE "PARTITION= card must be SPLIT, MERGE or a step number 1-9"
          TO WS-Error-Msg
        PERFORM Refuse-Partition-Run
    END-EVALUATE.

    IF All-Feeds-Requested THEN
      MOVE "A partitioned run takes one feed - FEED=ALL is not allowed"
        TO WS-Error-Msg
      PERFORM Refuse-Partition-Run
    END-IF.

    IF Partition-Split-Run THEN
      IF WS-Part-Count < 2 OR WS-Part-Count > 9 THEN
        MOVE "PARTCOUNT= must be 2 to 9 for a partition split"
          TO WS-Error-Msg
        PERFORM Refuse-Partition-Run
      END-IF
      PERFORM VARYING WS-Part-Idx FROM 1 BY 1
        UNTIL WS-Part-Idx > 8
        IF WS-Part-Idx < WS-Part-Count THEN
          IF WS-Part-Bound(WS-Part-Idx) = SPACES THEN
            MOVE "Every PARTHIn bound below PARTCOUNT must be given"
              TO WS-Error-Msg
            PERFORM Refuse-Partition-Run
          END-IF
          IF WS-Part-Idx > 1 THEN
            COMPUTE WS-Part-Prev-Idx = WS-Part-Idx - 1
            IF WS-Part-Bound(WS-Part-Idx)
              NOT > WS-Part-Bound(WS-Part-Prev-Idx) THEN
              MOVE "PARTHIn bounds must ascend - PARTHI1 lowest"
                TO WS-Error-Msg
              PERFORM Refuse-Partition-Run
            END-IF
          END-IF
        ELSE
          MOVE SPACES TO WS-Part-Bound(WS-Part-Idx)
        END-IF
      END-PERFORM
    END-IF.

    IF Partition-Step-Run THEN
      MOVE SPACES TO WS-Lock-Name
      STRING
        "SORTRP" DELIMITED BY SIZE
        WS-Part-Number DELIMITED BY SIZE
        INTO WS-Lock-Name
      END-STRING
    END-IF.

    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Sort 'n' Report partitioned run: PARTITION=" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Part-Card) DELIMITED BY SIZE
      " lock " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Lock-Name) DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

  *> Closes a partitioned run that cannot go ahead - WS-Error-Msg
  *> says why.
  Refuse-Partition-Run.
    MOVE 426 TO WS-Error-Code.
    CALL "CloseWithError" USING WS-Error-Code WS-Error-Msg LK-Run-ID
      LK-Terminal-ID LK-Operator-ID.

  *> Refuses to release a rebuild that lost records on the way
  *> through the sort - every record the edit pass accepted must have
  *> come back out of the output procedure. The work file is left on
    CALL "CloseWithError" USING WS-Error-Code WS-Error-Msg LK-Run-ID
      LK-Terminal-ID LK-Operator-ID.

  *> Judges the run's reject rate against the feed's ceiling off its
  *> registry row. A counterparty's corrupt file gets most of its
  *> records suspended, and posting the few that happened to pass
  *> would leave the master half updated - over the ceiling the
  *> whole feed is quarantined instead. A supervisor's release on
  *> the quarantine register lets this generation through once.
  Check-Reject-Ceiling.
    IF WS-Feed-Reject-Ceiling = 0 OR WS-Records-Read = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-Reject-Rate ROUNDED =
      WS-Records-Rejected * 100 / WS-Records-Read
      ON SIZE ERROR
        MOVE 999.99 TO WS-Reject-Rate
    END-COMPUTE.
    IF WS-Reject-Rate NOT > WS-Feed-Reject-Ceiling THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Reject-Rate TO WS-Reject-Rate-Disp.
    MOVE WS-Feed-Reject-Ceiling TO WS-Reject-Ceiling-Disp.
    PERFORM Find-Quarantine-Release.
    IF Quar-Release-Found THEN
      MOVE SPACES TO WS-Audit-Message
      STRING
        "Feed " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Quar-Feed-Name) DELIMITED BY SIZE
        " gen " DELIMITED BY SIZE
        WS-Ctl-Generation-X DELIMITED BY SIZE
        " posted at " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Reject-Rate-Disp) DELIMITED BY SIZE
        "% rejects - released by " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Quar-Release-By) DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
      CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
      MOVE "WARN" TO WS-Log-Level
      MOVE WS-Audit-Message TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      EXIT PARAGRAPH
    END-IF.

    PERFORM Quarantine-Feed.

  *> Looks for a supervisor's release of this feed and generation -
  *> the register row the next run is allowed to post past the
  *> ceiling on.
  Find-Quarantine-Release.
    OPEN INPUT Feed-Quar-File.
    IF NOT Feed-Quar-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Quar-Feed-Name TO QR-Feed.
    MOVE LOW-VALUES TO QR-Stamp.
    START Feed-Quar-File KEY IS NOT LESS THAN QR-Quar-Key
      INVALID KEY
        MOVE "Y" TO WS-Feed-Quar-At-End-Flag
      NOT INVALID KEY
        MOVE "N" TO WS-Feed-Quar-At-End-Flag
    END-START.
    PERFORM UNTIL Feed-Quar-At-End
      READ Feed-Quar-File NEXT
        AT END
          MOVE "Y" TO WS-Feed-Quar-At-End-Flag
        NOT AT END
          IF QR-Feed NOT = WS-Quar-Feed-Name THEN
            MOVE "Y" TO WS-Feed-Quar-At-End-Flag
          ELSE
            IF QR-State = "R"
              AND QR-Generation = WS-Ctl-Generation-X THEN
              MOVE "Y" TO WS-Quar-Release-Found-Flag
              MOVE QR-Quar-Key TO WS-Quar-Release-Key
              MOVE QR-Decided-By TO WS-Quar-Release-By
            END-IF
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Feed-Quar-File.

  *> The released generation has now posted - its register row is
  *> closed off so a later run of the same feed is judged afresh.
  Mark-Release-Posted.
    IF NOT Quar-Release-Found THEN
      EXIT PARAGRAPH
    END-IF.
    OPEN I-O Feed-Quar-File.
    IF NOT Feed-Quar-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Quar-Release-Key TO QR-Quar-Key.
    READ Feed-Quar-File
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE "P" TO QR-State
        MOVE LK-Run-ID TO QR-Posted-Run
        REWRITE QR-Record
          INVALID KEY
            CONTINUE
        END-REWRITE
    END-READ.
    CLOSE Feed-Quar-File.

  *> Quarantines the feed: the extract is moved aside as a .quar
  *> file and the report with it, the work-file build is thrown
  *> away (the live master was never touched), and this run's
  *> rejects come out of suspense into a .rej file beside the
  *> extract - the whole file is either rerun or sent back, so none
  *> of it is left for SuspenseFix. Nothing that records a released
  *> run happens: no swap, no run totals, no generation, so the
  *> same generation can be posted once released, or a corrected
  *> one accepted in its place. The run is not closed in error - it
  *> has done what it should, and FEED=ALL carries on.
  Quarantine-Feed.
    MOVE "Y" TO WS-Feed-Quarantined-Flag.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Quar-Stamp.

    MOVE SPACES TO WS-Quar-Extract-Path.
    STRING
      FUNCTION TRIM(WS-Extract-Path) DELIMITED BY SIZE
      ".quar" DELIMITED BY SIZE
      INTO WS-Quar-Extract-Path
    END-STRING.
    CALL "CBL_RENAME_FILE" USING WS-Extract-Path WS-Quar-Extract-Path
      RETURNING WS-Rename-Status
    END-CALL.

    MOVE SPACES TO WS-Held-Name.
    STRING
      FUNCTION TRIM(WS-Report-Out-Path) DELIMITED BY SIZE
      ".quar" DELIMITED BY SIZE
      INTO WS-Held-Name
    END-STRING.
    CALL "CBL_RENAME_FILE" USING WS-Report-Out-Path WS-Held-Name
      RETURNING WS-Rename-Status
    END-CALL.

    CALL "CBL_DELETE_FILE" USING WS-Master-Work-Path
      RETURNING WS-Delete-Status
    END-CALL.

    PERFORM Set-Aside-Run-Rejects.
    PERFORM Register-Quarantine.

    MOVE SPACES TO WS-Log-Message.
    STRING
      "Feed " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Quar-Feed-Name) DELIMITED BY SIZE
      " QUARANTINED - " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Reject-Rate-Disp) DELIMITED BY SIZE
      "% rejected, ceiling " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Reject-Ceiling-Disp) DELIMITED BY SIZE
      "% - nothing posted" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    MOVE "WARN" TO WS-Log-Level.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.
    CALL "WriteAlertQueue" USING WS-Log-Message WS-Quar-Alert-Code
      LK-Run-ID LK-Terminal-ID LK-Operator-ID.

    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Feed " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Quar-Feed-Name) DELIMITED BY SIZE
      " gen " DELIMITED BY SIZE
      WS-Ctl-Generation-X DELIMITED BY SIZE
      " QUARANTINED: " DELIMITED BY SIZE
      WS-Records-Rejected DELIMITED BY SIZE
      " of " DELIMITED BY SIZE
      WS-Records-Read DELIMITED BY SIZE
      " rejected, " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Reject-Rate-Disp) DELIMITED BY SIZE
      "%" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE "QUAR" TO WS-RH-End-Status.
    CALL "WriteRunHistory" USING WS-RH-Function WS-Records-Read
      WS-Records-Written WS-RH-Matched WS-RH-Unmatched WS-Elapsed-Seconds
      WS-RH-End-Status LK-Run-ID LK-Terminal-ID LK-Operator-ID.

    MOVE SPACES TO WS-Quarantine-Label.
    STRING
      "FEED QUARANTINED - " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Reject-Rate-Disp) DELIMITED BY SIZE
      "% rejected (ceiling " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Reject-Ceiling-Disp) DELIMITED BY SIZE
      "%), nothing posted - see Feed Quarantine" DELIMITED BY SIZE
      INTO WS-Quarantine-Label
    END-STRING.

  *> Moves this run's rejects out of suspense into the .rej file.
  *> A merge's rejects are still in its steps' own suspense files
  *> (they only join the feed's once the merge goes live), so they
  *> are copied from there; otherwise the feed's suspense file is
  *> split - the rows written since the edit pass opened it out,
  *> every earlier row kept - and the kept copy swapped back over
  *> it.
  Set-Aside-Run-Rejects.
    MOVE 0 TO WS-Quar-Set-Aside.
    MOVE SPACES TO WS-Quar-Reject-Path.
    STRING
      FUNCTION TRIM(WS-Extract-Path) DELIMITED BY SIZE
      ".rej" DELIMITED BY SIZE
      INTO WS-Quar-Reject-Path
    END-STRING.
    OPEN OUTPUT Quar-Reject-File.

    IF Partition-Merge-Run THEN
      PERFORM Set-Aside-Partition-Rejects
        VARYING WS-Part-Number FROM 1 BY 1
        UNTIL WS-Part-Number > WS-Part-Count
      CLOSE Quar-Reject-File
      EXIT PARAGRAPH
    END-IF.

    OPEN INPUT Suspense-File.
    IF NOT Suspense-Opened-Successfully THEN
      CLOSE Quar-Reject-File
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-Quar-Keep-Path.
    STRING
      FUNCTION TRIM(WS-Suspense-Path) DELIMITED BY SIZE
      ".new" DELIMITED BY SIZE
      INTO WS-Quar-Keep-Path
    END-STRING.
    OPEN OUTPUT Quar-Keep-File.
    MOVE 0 TO WS-Suspense-Row-Number.
    MOVE "N" TO WS-Quar-At-End-Flag.
    PERFORM UNTIL Quar-File-At-End
      READ Suspense-File
        AT END
          MOVE "Y" TO WS-Quar-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Suspense-Row-Number
          IF WS-Suspense-Row-Number > WS-Suspense-Rows-Before THEN
            WRITE QRJ-Line FROM SUS-Record
            ADD 1 TO WS-Quar-Set-Aside
          ELSE
            WRITE QKP-Line FROM SUS-Record
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Suspense-File.
    CLOSE Quar-Keep-File.
    CLOSE Quar-Reject-File.

    CALL "CBL_DELETE_FILE" USING WS-Suspense-Path
      RETURNING WS-Delete-Status
    END-CALL.
    CALL "CBL_RENAME_FILE" USING WS-Quar-Keep-Path WS-Suspense-Path
      RETURNING WS-Rename-Status
    END-CALL.

  *> Marks where this run's rejects will start in the feed's
  *> suspense file - none there yet means they start at the top.
  Count-Suspense-Before.
    MOVE 0 TO WS-Suspense-Rows-Before.
    OPEN INPUT Suspense-File.
    IF NOT Suspense-Opened-Successfully THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Quar-At-End-Flag.
    PERFORM UNTIL Quar-File-At-End
      READ Suspense-File
        AT END
          MOVE "Y" TO WS-Quar-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Suspense-Rows-Before
      END-READ
    END-PERFORM.
    CLOSE Suspense-File.

  Set-Aside-Partition-Rejects.
    PERFORM Build-Partition-Paths.
    OPEN INPUT Part-Suspense-File.
    IF NOT Part-Suspense-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Part-At-End-Flag.
    PERFORM UNTIL Part-File-At-End
      READ Part-Suspense-File
        AT END
          MOVE "Y" TO WS-Part-At-End-Flag
        NOT AT END
          WRITE QRJ-Line FROM PS-Line
          ADD 1 TO WS-Quar-Set-Aside
      END-READ
    END-PERFORM.
    CLOSE Part-Suspense-File.

  *> Enters the quarantined run on the register the supervisor's
  *> screen works from - created on first use the usual way.
  Register-Quarantine.
    OPEN I-O Feed-Quar-File.
    IF Feed-Quar-Not-Found THEN
      OPEN OUTPUT Feed-Quar-File
      CLOSE Feed-Quar-File
      OPEN I-O Feed-Quar-File
    END-IF.
    MOVE SPACES TO QR-Record.
    MOVE WS-Quar-Feed-Name TO QR-Feed.
    MOVE WS-Quar-Stamp TO QR-Stamp.
    MOVE LK-Run-ID TO QR-Run.
    MOVE WS-Ctl-Generation-X TO QR-Generation.
    MOVE WS-Posted-Feed-Name TO QR-Posted-Feed.
    MOVE WS-Extract-Path TO QR-Extract-Path.
    MOVE WS-Quar-Extract-Path TO QR-Quar-Path.
    MOVE WS-Quar-Reject-Path TO QR-Reject-Path.
    MOVE WS-Records-Read TO QR-Records-Read.
    MOVE WS-Records-Rejected TO QR-Records-Rejected.
    MOVE WS-Reject-Rate TO QR-Reject-Rate.
    MOVE WS-Feed-Reject-Ceiling TO QR-Ceiling.
    MOVE "Q" TO QR-State.
    WRITE QR-Record
      INVALID KEY
        REWRITE QR-Record
          INVALID KEY
            CONTINUE
        END-REWRITE
    END-WRITE.
    CLOSE Feed-Quar-File.

  *> Loads the previous released run's grand total and record count.
  Load-Prior-Totals.
    MOVE "N" TO WS-Prior-Totals-Exists-Flag.
    CLOSE Prior-Totals-File.

  *> Persists this run's totals as next run's comparison baseline -
  *> only reached once the run is released. A release-only run
  *> leaves the last full run's baseline standing.
  Record-Run-Totals.
    IF NOT Release-Only-Run THEN
      MOVE SPACES TO PT-Line
      MOVE WS-Grand-Total TO PT-Grand-Total
      MOVE WS-Records-Written TO PT-Record-Count
      OPEN OUTPUT Prior-Totals-File
      WRITE PT-Line
      CLOSE Prior-Totals-File
    END-IF.

    *> And the dated history row the MTD proof sums - named off the
    *> feed's totals file so every feed keeps its own.
    CALL "WriteAlertQueue" USING WS-Log-Message WS-Alert-Code
      LK-Run-ID LK-Terminal-ID LK-Operator-ID.

  *> Starts the phase clock from now.
  Start-Phase-Clock.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Phase-Mark.

  *> WS-Phase-Secs = the seconds since the clock's mark, and the mark
  *> moves on to now so the next phase times from here. A phase that
  *> spans midnight wraps rather than going negative.
  Take-Phase-Time.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Phase-Now.
    IF WS-Phase-Now < WS-Phase-Mark THEN
      COMPUTE WS-Phase-Secs = WS-Phase-Now + 86400 - WS-Phase-Mark
    ELSE
      COMPUTE WS-Phase-Secs = WS-Phase-Now - WS-Phase-Mark
    END-IF.
    MOVE WS-Phase-Now TO WS-Phase-Mark.

  *> One debug log line with where the feed's run spent its time.
  Log-Phase-Times.
    MOVE WS-Phase-Load-Secs TO WS-Phase-Disp-Load.
    MOVE WS-Phase-Edit-Secs TO WS-Phase-Disp-Edit.
    MOVE WS-Phase-Sort-Secs TO WS-Phase-Disp-Sort.
    MOVE WS-Phase-Report-Secs TO WS-Phase-Disp-Report.
    MOVE WS-Phase-Rebuild-Secs TO WS-Phase-Disp-Rebuild.
    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "SORTRPT phase secs: load " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Phase-Disp-Load) DELIMITED BY SIZE
      " edit " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Phase-Disp-Edit) DELIMITED BY SIZE
      " sort " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Phase-Disp-Sort) DELIMITED BY SIZE
      " report " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Phase-Disp-Report) DELIMITED BY SIZE
      " rebuild " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Phase-Disp-Rebuild) DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

  *> Reads the transaction extract and feeds it to the sort.
  Load-Sort-Work.
    PERFORM Start-Phase-Clock.
    IF Release-Only-Run THEN
      PERFORM Release-Only-Edit-Pass
      PERFORM Take-Phase-Time
      ADD WS-Phase-Secs TO WS-Phase-Edit-Secs
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Extract-Empty-Flag.
    CALL "CBL_CHECK_FILE_EXIST" USING WS-Extract-Path WS-Extract-File-Info
      RETURNING WS-Extract-File-Check-Status
      *> EXTEND, not OUTPUT - rejects the operator hasn't worked
      *> through SuspenseFix yet must accumulate across runs, not be
      *> destroyed by the next night's feed. Same append idiom as
      *> Audit-File/AlertQueue. A partition step's suspense is its
      *> own file, started afresh so a rerun step can't double its
      *> rows; the merge appends it to the feed's.
      IF Partition-Step-Run THEN
        MOVE 0 TO WS-Suspense-Rows-Before
        OPEN OUTPUT Suspense-File
      ELSE
        PERFORM Count-Suspense-Before
        OPEN EXTEND Suspense-File
        IF Suspense-Not-Found THEN
          OPEN OUTPUT Suspense-File
        END-IF
      END-IF
      *> The cross-feed posted register - created empty the usual
      *> first-use way, checked and grown record by record below.
      PERFORM Name-Posted-Feed
      OPEN I-O Posted-Reg-File
      IF Posted-Reg-Not-Found THEN
        OPEN OUTPUT Posted-Reg-File
        CLOSE Posted-Reg-File
        OPEN I-O Posted-Reg-File
      END-IF
      *> The forward-dated warehouse, created on first use the same
      *> way.
      OPEN I-O Fwd-Warehouse-File
      IF Fwd-Warehouse-Not-Found THEN
        OPEN OUTPUT Fwd-Warehouse-File
        CLOSE Fwd-Warehouse-File
        OPEN I-O Fwd-Warehouse-File
      END-IF
      PERFORM Purge-Pending-Forward-Items
      PERFORM UNTIL Extract-Not-Found
        READ Trans-Extract-File
          AT END
                  ADD TE-Amount TO WS-Ctl-Hash-Total
                END-IF
                PERFORM Validate-Extract-Record
                *> Passed every edit but not due yet - it waits in
                *> the warehouse for its value date instead of
                *> posting early.
                IF WS-Edit-Reason = SPACES
                  AND WS-Work-Value-Date > WS-Processing-Date THEN
                  PERFORM Warehouse-Forward-Item
                  IF NOT Fwd-Write-OK THEN
                    MOVE "10" TO WS-Edit-Reason
                    MOVE TE-Key TO PR-Key
                    MOVE TE-Date TO PR-Date
                    MOVE TE-Record-Raw(19:11) TO PR-Amount-X
                    PERFORM Withdraw-Posted-Row
                  END-IF
                END-IF
                IF WS-Edit-Reason = SPACES
                  AND WS-Work-Value-Date > WS-Processing-Date THEN
                  ADD 1 TO WS-Records-Warehoused
                ELSE IF WS-Edit-Reason = SPACES THEN
                  ADD 1 TO WS-Records-Accepted
                  MOVE TE-Key TO SW-Key
                  MOVE TE-Date TO SW-Date
                  MOVE LK-Run-ID TO SUS-Sus-Run
                  WRITE SUS-Record
                END-IF
                END-IF
            END-EVALUATE
        END-READ
      END-PERFORM
      CLOSE Trans-Extract-File

      *> This feed's own waiting items that the processing date has
      *> reached join the sort now. A feed with no extract tonight
      *> has its due items released by Release-Missing-Feed.
      PERFORM Release-Due-Forward-Items
      CLOSE Fwd-Warehouse-File
      CLOSE Suspense-File
      CLOSE Posted-Reg-File

      IF WS-Records-Warehoused > 0 OR WS-Records-Released > 0 THEN
        MOVE "INF" TO WS-Log-Level
        MOVE SPACES TO WS-Log-Message
        STRING
          "Sort 'n' Report: " DELIMITED BY SIZE
          WS-Records-Warehoused DELIMITED BY SIZE
          " forward-dated item(s) warehoused, " DELIMITED BY SIZE
          WS-Records-Released DELIMITED BY SIZE
          " released" DELIMITED BY SIZE
          INTO WS-Log-Message
        END-STRING
        CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message
          LK-Run-ID LK-Terminal-ID LK-Operator-ID
          WS-Log-Write-Status
      END-IF

      IF WS-Fwd-Held-Dormant > 0 THEN
        MOVE "WARN" TO WS-Log-Level
        MOVE SPACES TO WS-Log-Message
        STRING
          "Sort 'n' Report: " DELIMITED BY SIZE
          WS-Fwd-Held-Dormant DELIMITED BY SIZE
          " due warehouse item(s) on dormant keys sent to suspense" DELIMITED BY SIZE
          INTO WS-Log-Message
        END-STRING
        CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message
          LK-Run-ID LK-Terminal-ID LK-Operator-ID
          WS-Log-Write-Status
      END-IF

      IF WS-Dup-Suspect-Count > 0 THEN
        MOVE "WARN" TO WS-Log-Level
        MOVE SPACES TO WS-Log-Message
        STRING
          "Sort 'n' Report: " DELIMITED BY SIZE
          WS-Dup-Suspect-Count DELIMITED BY SIZE
          " suspected cross-feed duplicate(s) diverted to suspense" DELIMITED BY SIZE
          INTO WS-Log-Message
        END-STRING
        CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message
          LK-Run-ID LK-Terminal-ID LK-Operator-ID
          WS-Log-Write-Status
      END-IF

      IF WS-Dormant-Hit-Count > 0 THEN
        MOVE "WARN" TO WS-Log-Level
        MOVE SPACES TO WS-Log-Message
        STRING
          "Sort 'n' Report: " DELIMITED BY SIZE
          WS-Dormant-Hit-Count DELIMITED BY SIZE
          " posting(s) to dormant keys diverted to suspense" DELIMITED BY SIZE
          INTO WS-Log-Message
        END-STRING
        CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message
          LK-Run-ID LK-Terminal-ID LK-Operator-ID
          WS-Log-Write-Status
      END-IF

      IF WS-Rekey-Redirect-Count > 0 THEN
        MOVE "INF" TO WS-Log-Level
        MOVE SPACES TO WS-Log-Message
        STRING
          "Sort 'n' Report: " DELIMITED BY SIZE
          WS-Rekey-Redirect-Count DELIMITED BY SIZE
          " posting(s) to re-keyed accounts redirected to the new key" DELIMITED BY SIZE
          INTO WS-Log-Message
        END-STRING
        CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message
          LK-Run-ID LK-Terminal-ID LK-Operator-ID
          WS-Log-Write-Status
      END-IF

      IF WS-Rekey-Expired-Count > 0 THEN
        MOVE "WARN" TO WS-Log-Level
        MOVE SPACES TO WS-Log-Message
        STRING
          "Sort 'n' Report: " DELIMITED BY SIZE
          WS-Rekey-Expired-Count DELIMITED BY SIZE
          " posting(s) to re-keyed accounts past grace sent to suspense" DELIMITED BY SIZE
          INTO WS-Log-Message
        END-STRING
        CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message
          LK-Run-ID LK-Terminal-ID LK-Operator-ID
          WS-Log-Write-Status
      END-IF

      IF WS-Check-Digit-Fail-Count > 0 THEN
        MOVE "WARN" TO WS-Log-Level
        MOVE SPACES TO WS-Log-Message
        STRING
          "Sort 'n' Report: " DELIMITED BY SIZE
          WS-Check-Digit-Fail-Count DELIMITED BY SIZE
          " posting(s) failing the branch check digit sent to suspense" DELIMITED BY SIZE
          INTO WS-Log-Message
        END-STRING
        CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message
          LK-Run-ID LK-Terminal-ID LK-Operator-ID
          WS-Log-Write-Status
      END-IF

      IF WS-Product-Ccy-Fail-Count > 0 THEN
        MOVE "WARN" TO WS-Log-Level
        MOVE SPACES TO WS-Log-Message
        STRING
          "Sort 'n' Report: " DELIMITED BY SIZE
          WS-Product-Ccy-Fail-Count DELIMITED BY SIZE
          " posting(s) in a currency their product bars sent to suspense" DELIMITED BY SIZE
          INTO WS-Log-Message
        END-STRING
        CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message
    END-IF
    END-IF.

    *> The edit pass ends here; the clock now runs on the sort
    *> itself until the output procedure takes the first record.
    PERFORM Take-Phase-Time.
    ADD WS-Phase-Secs TO WS-Phase-Edit-Secs.

  *> The name this feed's rows carry on the posted register, the
  *> warehouse and the recall register - the registry name of the
  *> feed in hand on a FEED=ALL night, DEFAULT for the unnamed feed.
  Name-Posted-Feed.
    EVALUATE TRUE
      WHEN All-Feeds-Requested
        MOVE WS-Quar-Feed-Name TO WS-Posted-Feed-Name
      WHEN WS-Feed-Name = SPACES
        MOVE "DEFAULT" TO WS-Posted-Feed-Name
      WHEN OTHER
        MOVE WS-Feed-Name TO WS-Posted-Feed-Name
    END-EVALUATE.

  *> Captures the header control record's fields, then checks the
  *> feed's generation number against the run-to-run control file
  *> before a single detail record is posted.
    MOVE TE-Record-Raw(4:8) TO WS-Ctl-Feed-Date.
    MOVE TE-Record-Raw(12:8) TO WS-Ctl-Source-System.
    MOVE TE-Record-Raw(20:4) TO WS-Ctl-Generation-X.
    IF WS-Ctl-Feed-Date NUMERIC THEN
      MOVE WS-Ctl-Feed-Date TO WS-Processing-Date
    END-IF.
    PERFORM Check-Feed-Generation.

  *> Refuses to run when the incoming generation isn't exactly the
  *> last processed one plus one. A missing control file (first run
  *> on a site, or after a deliberate reset) accepts whatever arrives
  *> and records it at the end of the run. A generation that has
  *> been recalled is refused outright, reset or no reset.
  Check-Feed-Generation.
    IF WS-Ctl-Generation-X NOT NUMERIC THEN
      MOVE 414 TO WS-Error-Code
        LK-Terminal-ID LK-Operator-ID
    END-IF.

    PERFORM Check-Recalled-Generation.

    MOVE "N" TO WS-Feed-Control-Exists-Flag.
    OPEN INPUT Feed-Control-File.
    IF Feed-Control-Not-Found THEN
        LK-Terminal-ID LK-Operator-ID
    END-IF.

  *> Looks the incoming feed and generation up on the recall
  *> register - a file backed out as sent in error must not post
  *> again, however it comes to be resubmitted.
  Check-Recalled-Generation.
    OPEN INPUT Recall-Reg-File.
    IF NOT Recall-Reg-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Posted-Feed-Name TO RCL-Feed.
    MOVE WS-Ctl-Generation-X TO RCL-Generation.
    READ Recall-Reg-File
      INVALID KEY
        CLOSE Recall-Reg-File
        EXIT PARAGRAPH
    END-READ.
    CLOSE Recall-Reg-File.

    MOVE 414 TO WS-Error-Code.
    MOVE SPACES TO WS-Error-Msg.
    STRING
      "Feed " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Posted-Feed-Name) DELIMITED BY SIZE
      " generation " DELIMITED BY SIZE
      WS-Ctl-Generation-X DELIMITED BY SIZE
      " was recalled on " DELIMITED BY SIZE
      RCL-Stamp(1:8) DELIMITED BY SIZE
      " - resubmission refused" DELIMITED BY SIZE
      INTO WS-Error-Msg
    END-STRING.
    CALL "CloseWithError" USING WS-Error-Code WS-Error-Msg LK-Run-ID
      LK-Terminal-ID LK-Operator-ID.

  *> Records the just-processed feed's generation so the next run can
  *> insist on last-plus-one.
  Record-Feed-Generation.
      EXIT PARAGRAPH
    END-IF.

    PERFORM Check-Rekeyed-Key.
    IF WS-Edit-Reason NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Check-Key-Digit.
    IF WS-Edit-Reason NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Settle-Value-Date.
    IF WS-Edit-Reason NOT = SPACES THEN
      EXIT PARAGRAPH
      EXIT PARAGRAPH
    END-IF.

    PERFORM Check-Dormant-Key.
    IF WS-Edit-Reason NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Check-Product-Currency.
    IF WS-Edit-Reason NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Check-Posted-Register.

  *> Is the record's branch still open as at the transaction date?
  *> A closed date on or before it means the branch wasn't trading
  *> that day - the mis-keyed posting goes to suspense instead of
  *> the master. An unknown branch is left to the reference rollout
  *> (the rollup already flags those by name).
  Check-Branch-Open.
    PERFORM Look-Up-Key-Branch.
    IF WS-Branch-Closed-Work NUMERIC
      AND WS-Branch-Closed-Work <= TE-Date THEN
      MOVE "08" TO WS-Edit-Reason
    END-IF.

  *> Does the record's key carry its branch's check digit? The key
  *> judged is the live one - a redirected re-key posting is held to
  *> the new key's branch. No scheme (or an unknown branch) passes.
  Check-Key-Digit.
    PERFORM Look-Up-Key-Branch.
    IF WS-Branch-Scheme-Work = SPACE THEN
      EXIT PARAGRAPH
    END-IF.
    CALL "CheckKeyDigit" USING WS-Branch-Scheme-Work TE-Key
      WS-Key-Check-Result WS-Key-Check-Expected.
    IF NOT Key-Check-Passed THEN
      MOVE "12" TO WS-Edit-Reason
      ADD 1 TO WS-Check-Digit-Fail-Count
    END-IF.

  *> The record's branch row as the edit pass needs it - closed date
  *> and check-digit scheme into their work fields, both spaces when
  *> there is nothing to judge (no reference, or a branch that is
  *> trading with no scheme, or unknown).
  Look-Up-Key-Branch.
    MOVE SPACES TO WS-Branch-Closed-Work.
    MOVE SPACES TO WS-Branch-Scheme-Work.
    IF Branch-Ref-Missing THEN
      EXIT PARAGRAPH
    END-IF.
    IF Ref-Branch-Full THEN
      MOVE TE-Key(1:4) TO BR-Branch
      READ Branch-Ref-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE BR-Closed TO WS-Branch-Closed-Work
          MOVE BR-Check-Scheme TO WS-Branch-Scheme-Work
      END-READ
    ELSE
      *> Only closed branches and branches with a scheme are in the
      *> table - not found means nothing to judge either way.
      MOVE TE-Key(1:4) TO WS-Branch-Probe
      PERFORM Find-Ref-Branch
      IF WS-Chop-Found > 0 THEN
        MOVE WS-Ref-Branch-Closed(WS-Chop-Found)
          TO WS-Branch-Closed-Work
        MOVE WS-Ref-Branch-Scheme(WS-Chop-Found)
          TO WS-Branch-Scheme-Work
      END-IF
    END-IF.

  *> Was the record's key moved by an Account Re-key? Within the
  *> grace period the posting is redirected to the key the account
  *> lives under now, and every later edit judges the new key; after
  *> it the posting goes to suspense for someone to re-key by hand.
  Check-Rekeyed-Key.
    MOVE TE-Key TO WS-Rekey-Probe.
    PERFORM Resolve-Rekeyed-Key.
    IF WS-Rekey-Final-Key = TE-Key THEN
      EXIT PARAGRAPH
    END-IF.
    IF Rekey-Grace-Over THEN
      MOVE "11" TO WS-Edit-Reason
      ADD 1 TO WS-Rekey-Expired-Count
    ELSE
      MOVE WS-Rekey-Final-Key TO TE-Key
      ADD 1 TO WS-Rekey-Redirect-Count
    END-IF.

  *> Follows WS-Rekey-Probe old to new through the cross-reference
  *> into WS-Rekey-Final-Key (the probe itself when it never moved),
  *> setting Rekey-Grace-Over when any hop's grace date is behind
  *> tonight's processing date. The hop limit guards a chain the
  *> re-key checks should never have let loop. Each hop is found in
  *> the table, or off the cross-reference itself when the table has
  *> been outgrown.
  Resolve-Rekeyed-Key.
    MOVE WS-Rekey-Probe TO WS-Rekey-Final-Key.
    MOVE "N" TO WS-Rekey-Grace-Over-Flag.
    IF Rekey-Xref-Missing THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO WS-Rekey-Hops.
    MOVE "N" TO WS-Rekey-Chain-Done-Flag.
    PERFORM UNTIL Rekey-Chain-Done OR WS-Rekey-Hops >= 20
      IF Ref-Xref-Full THEN
        MOVE WS-Rekey-Final-Key TO RX-Old-Key
        READ Rekey-Xref-File KEY IS RX-Old-Key
          INVALID KEY
            MOVE "Y" TO WS-Rekey-Chain-Done-Flag
          NOT INVALID KEY
            MOVE RX-New-Key TO WS-Rekey-Final-Key
            IF RX-Grace-Until < WS-Processing-Date THEN
              MOVE "Y" TO WS-Rekey-Grace-Over-Flag
            END-IF
            ADD 1 TO WS-Rekey-Hops
        END-READ
      ELSE
        PERFORM Find-Ref-Xref
        IF WS-Chop-Found = 0 THEN
          MOVE "Y" TO WS-Rekey-Chain-Done-Flag
        ELSE
          MOVE WS-Ref-Xref-New-Key(WS-Chop-Found) TO WS-Rekey-Final-Key
          IF WS-Ref-Xref-Grace(WS-Chop-Found) < WS-Processing-Date THEN
            MOVE "Y" TO WS-Rekey-Grace-Over-Flag
          END-IF
          ADD 1 TO WS-Rekey-Hops
        END-IF
      END-IF
    END-PERFORM.

  *> Binary chop of the cross-reference table for the hop out of
  *> WS-Rekey-Final-Key.
  Find-Ref-Xref.
    MOVE 0 TO WS-Chop-Found.
    MOVE 1 TO WS-Chop-Low.
    MOVE WS-Ref-Xref-Used TO WS-Chop-High.
    PERFORM UNTIL WS-Chop-Low > WS-Chop-High OR WS-Chop-Found > 0
      COMPUTE WS-Chop-Mid = (WS-Chop-Low + WS-Chop-High) / 2
      EVALUATE TRUE
        WHEN WS-Ref-Xref-Old-Key(WS-Chop-Mid) = WS-Rekey-Final-Key
          MOVE WS-Chop-Mid TO WS-Chop-Found
        WHEN WS-Ref-Xref-Old-Key(WS-Chop-Mid) < WS-Rekey-Final-Key
          COMPUTE WS-Chop-Low = WS-Chop-Mid + 1
        WHEN OTHER
          IF WS-Chop-Mid = 1 THEN
            MOVE 0 TO WS-Chop-High
          ELSE
            COMPUTE WS-Chop-High = WS-Chop-Mid - 1
          END-IF
      END-EVALUATE
    END-PERFORM.

  *> Is the record's key on the dormant register and not yet
  *> reactivated? Then the posting is held in suspense - nothing
  *> moves on a dormant account until a supervisor has lifted the
  *> block from the Dormant Accounts screen.
  Check-Dormant-Key.
    MOVE TE-Key TO WS-Dormant-Probe.
    PERFORM Find-Dormant-Key.
    IF Dormant-Key-Found THEN
      MOVE "09" TO WS-Edit-Reason
      ADD 1 TO WS-Dormant-Hit-Count
    END-IF.

  *> Is the record's currency one its account's product permits?
  *> A key with no reference row or no product, a product the
  *> catalogue doesn't know, or one with no currencies listed, takes
  *> any currency. A blank currency is the base currency, GBP.
  *> The account's product and the product's list come out of the
  *> tables; a file is only read when its table has been outgrown.
  Check-Product-Currency.
    IF NOT Products-Available THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-Acct-Product-Work.
    IF Ref-Acct-Full THEN
      MOVE TE-Key TO AC-Key
      READ Acct-Ref-File
        INVALID KEY
          EXIT PARAGRAPH
        NOT INVALID KEY
          MOVE AC-Product TO WS-Acct-Product-Work
      END-READ
    ELSE
      PERFORM Find-Ref-Acct
      IF WS-Chop-Found > 0 THEN
        MOVE WS-Ref-Acct-Product(WS-Chop-Found) TO WS-Acct-Product-Work
      END-IF
    END-IF.
    IF WS-Acct-Product-Work = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Acct-Product-Work TO WS-Product-Probe.
    PERFORM Find-Ref-Product.
    IF WS-Chop-Found > 0 THEN
      MOVE WS-Acct-Product-Work TO WS-Cached-Product
      MOVE WS-Ref-Product-Currencies(WS-Chop-Found)
        TO WS-Cached-Currencies
    ELSE
      IF NOT Ref-Product-Full THEN
        EXIT PARAGRAPH
      END-IF
      IF WS-Acct-Product-Work NOT = WS-Cached-Product THEN
        MOVE WS-Acct-Product-Work TO WS-Cached-Product
        MOVE SPACES TO WS-Cached-Currencies
        MOVE WS-Acct-Product-Work TO PRD-Code
        READ Prod-File
          INVALID KEY
            CONTINUE
          NOT INVALID KEY
            PERFORM VARYING WS-Product-Ccy-Idx FROM 1 BY 1
              UNTIL WS-Product-Ccy-Idx > 8
              MOVE PRD-Currency(WS-Product-Ccy-Idx)
                TO WS-Cached-Currency(WS-Product-Ccy-Idx)
            END-PERFORM
        END-READ
      END-IF
    END-IF.
    IF WS-Cached-Currencies = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    IF TE-Currency = SPACES THEN
      MOVE "GBP" TO WS-Product-Ccy-Probe
    ELSE
      MOVE TE-Currency TO WS-Product-Ccy-Probe
    END-IF.
    MOVE "N" TO WS-Product-Ccy-OK-Flag.
    PERFORM VARYING WS-Product-Ccy-Idx FROM 1 BY 1
      UNTIL WS-Product-Ccy-Idx > 8 OR Product-Ccy-OK
      IF WS-Cached-Currency(WS-Product-Ccy-Idx) = WS-Product-Ccy-Probe THEN
        MOVE "Y" TO WS-Product-Ccy-OK-Flag
      END-IF
    END-PERFORM.
    IF NOT Product-Ccy-OK THEN
      MOVE "13" TO WS-Edit-Reason
      ADD 1 TO WS-Product-Ccy-Fail-Count
    END-IF.

  *> Binary chop of the account table for TE-Key's product.
  Find-Ref-Acct.
    MOVE 0 TO WS-Chop-Found.
    MOVE 1 TO WS-Chop-Low.
    MOVE WS-Ref-Acct-Used TO WS-Chop-High.
    PERFORM UNTIL WS-Chop-Low > WS-Chop-High OR WS-Chop-Found > 0
      COMPUTE WS-Chop-Mid = (WS-Chop-Low + WS-Chop-High) / 2
      EVALUATE TRUE
        WHEN WS-Ref-Acct-Key(WS-Chop-Mid) = TE-Key
          MOVE WS-Chop-Mid TO WS-Chop-Found
        WHEN WS-Ref-Acct-Key(WS-Chop-Mid) < TE-Key
          COMPUTE WS-Chop-Low = WS-Chop-Mid + 1
        WHEN OTHER
          IF WS-Chop-Mid = 1 THEN
            MOVE 0 TO WS-Chop-High
          ELSE
            COMPUTE WS-Chop-High = WS-Chop-Mid - 1
          END-IF
      END-EVALUATE
    END-PERFORM.

  *> Binary chop of the product table for WS-Product-Probe.
  Find-Ref-Product.
    MOVE 0 TO WS-Chop-Found.
    MOVE 1 TO WS-Chop-Low.
    MOVE WS-Ref-Product-Used TO WS-Chop-High.
    PERFORM UNTIL WS-Chop-Low > WS-Chop-High OR WS-Chop-Found > 0
      COMPUTE WS-Chop-Mid = (WS-Chop-Low + WS-Chop-High) / 2
      EVALUATE TRUE
        WHEN WS-Ref-Product-Code(WS-Chop-Mid) = WS-Product-Probe
          MOVE WS-Chop-Mid TO WS-Chop-Found
        WHEN WS-Ref-Product-Code(WS-Chop-Mid) < WS-Product-Probe
          COMPUTE WS-Chop-Low = WS-Chop-Mid + 1
        WHEN OTHER
          IF WS-Chop-Mid = 1 THEN
            MOVE 0 TO WS-Chop-High
          ELSE
            COMPUTE WS-Chop-High = WS-Chop-Mid - 1
          END-IF
      END-EVALUATE
    END-PERFORM.

  *> Sets Dormant-Key-Found when WS-Dormant-Probe is on the register
  *> and not yet reactivated - off the table, or off the register
  *> itself when the table has been outgrown.
  Find-Dormant-Key.
    MOVE "N" TO WS-Dormant-Found-Flag.
    IF Dormant-Reg-Missing THEN
      EXIT PARAGRAPH
    END-IF.
    IF Ref-Dormant-Full THEN
      MOVE WS-Dormant-Probe TO DM-Key
      READ Dormant-Reg-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          IF DM-State = "D" THEN
            MOVE "Y" TO WS-Dormant-Found-Flag
          END-IF
      END-READ
    ELSE
      MOVE 0 TO WS-Chop-Found
      MOVE 1 TO WS-Chop-Low
      MOVE WS-Ref-Dormant-Used TO WS-Chop-High
      PERFORM UNTIL WS-Chop-Low > WS-Chop-High OR WS-Chop-Found > 0
        COMPUTE WS-Chop-Mid = (WS-Chop-Low + WS-Chop-High) / 2
        EVALUATE TRUE
          WHEN WS-Ref-Dormant-Key(WS-Chop-Mid) = WS-Dormant-Probe
            MOVE WS-Chop-Mid TO WS-Chop-Found
          WHEN WS-Ref-Dormant-Key(WS-Chop-Mid) < WS-Dormant-Probe
            COMPUTE WS-Chop-Low = WS-Chop-Mid + 1
          WHEN OTHER
            IF WS-Chop-Mid = 1 THEN
              MOVE 0 TO WS-Chop-High
            ELSE
              COMPUTE WS-Chop-High = WS-Chop-Mid - 1
            END-IF
        END-EVALUATE
      END-PERFORM
      IF WS-Chop-Found > 0 THEN
        MOVE "Y" TO WS-Dormant-Found-Flag
      END-IF
    END-IF.

  *> Where the record would change an EXISTING master row's status,
  *> the change must pass the transition matrix - a record for a new
  *> key (or an unchanged status) has nothing to judge.
  Check-Status-Transition.
    IF WS-Trans-Used = 0 OR Live-Check-Missing THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE TE-Key TO LC-Key.
    READ Live-Check-File
      INVALID KEY
        EXIT PARAGRAPH
      NOT INVALID KEY
        CONTINUE
    END-READ.
    IF LC-Status = TE-Status THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-Trans-Reject-Flag.
    PERFORM VARYING WS-Trans-Idx FROM 1 BY 1
      UNTIL WS-Trans-Idx > WS-Trans-Used OR Transition-Forbidden
      IF WS-Trans-From(WS-Trans-Idx) = LC-Status
        AND WS-Trans-To(WS-Trans-Idx) = TE-Status
        AND WS-Trans-Allowed(WS-Trans-Idx) NOT = "Y" THEN
        MOVE "Y" TO WS-Trans-Reject-Flag
      END-IF
    END-PERFORM.
    IF Transition-Forbidden THEN
      MOVE "07" TO WS-Edit-Reason
    END-IF.

  *> Loads the transition matrix whole - a missing file means no
  *> rulings yet.
  Load-Transition-Matrix.
    MOVE 0 TO WS-Trans-Used.
    OPEN INPUT Stat-Trans-File.
    IF Stat-Trans-Not-Found THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Trans-At-End-Flag.
    PERFORM UNTIL Trans-File-At-End
      READ Stat-Trans-File NEXT
        AT END
          MOVE "Y" TO WS-Trans-At-End-Flag
        NOT AT END
          IF WS-Trans-Used < 50 THEN
            ADD 1 TO WS-Trans-Used
            MOVE ST-From TO WS-Trans-From(WS-Trans-Used)
            MOVE ST-To TO WS-Trans-To(WS-Trans-Used)
            MOVE ST-Allowed TO WS-Trans-Allowed(WS-Trans-Used)
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Stat-Trans-File.

  *> Loads the four keyed references the edit pass consults into
  *> their tables. A missing file leaves its table empty and its
  *> missing flag deciding, exactly as before.
  Load-Reference-Tables.
    PERFORM Load-Status-Table.
    PERFORM Load-Branch-Table.
    PERFORM Load-Holiday-Table.
    PERFORM Load-Dormant-Table.
    PERFORM Load-Xref-Table.
    PERFORM Load-Product-Table.
    PERFORM Load-Acct-Product-Table.

    IF Ref-Status-Full OR Ref-Branch-Full OR Ref-Holiday-Full
      OR Ref-Dormant-Full OR Ref-Xref-Full OR Ref-Product-Full
      OR Ref-Acct-Full THEN
      MOVE "WARN" TO WS-Log-Level
      MOVE "Sort 'n' Report: a reference table is full - that file is read per record" TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

  Load-Status-Table.
    MOVE 0 TO WS-Ref-Status-Used.
    MOVE "N" TO WS-Ref-Status-Full-Flag.
    IF Status-Ref-Missing THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO SR-Status.
    START Status-Ref-File KEY IS NOT < SR-Status
      INVALID KEY
        EXIT PARAGRAPH
    END-START.
    MOVE "N" TO WS-Ref-At-End-Flag.
    PERFORM UNTIL Ref-File-At-End
      READ Status-Ref-File NEXT
        AT END
          MOVE "Y" TO WS-Ref-At-End-Flag
        NOT AT END
          IF WS-Ref-Status-Used < 100 THEN
            ADD 1 TO WS-Ref-Status-Used
            MOVE SR-Status TO WS-Ref-Status-Code(WS-Ref-Status-Used)
            MOVE SR-Desc TO WS-Ref-Status-Desc(WS-Ref-Status-Used)
          ELSE
            MOVE "Y" TO WS-Ref-Status-Full-Flag
            MOVE "Y" TO WS-Ref-At-End-Flag
          END-IF
      END-READ
    END-PERFORM.

  *> Only a branch with a closed date or a check-digit scheme can
  *> fail a check.
  Load-Branch-Table.
    MOVE 0 TO WS-Ref-Branch-Used.
    MOVE "N" TO WS-Ref-Branch-Full-Flag.
    IF Branch-Ref-Missing THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO BR-Branch.
    START Branch-Ref-File KEY IS NOT < BR-Branch
      INVALID KEY
        EXIT PARAGRAPH
    END-START.
    MOVE "N" TO WS-Ref-At-End-Flag.
    PERFORM UNTIL Ref-File-At-End
      READ Branch-Ref-File NEXT
        AT END
          MOVE "Y" TO WS-Ref-At-End-Flag
        NOT AT END
          IF BR-Closed NUMERIC OR BR-Check-Scheme NOT = SPACE THEN
            IF WS-Ref-Branch-Used < 2000 THEN
              ADD 1 TO WS-Ref-Branch-Used
              MOVE BR-Branch TO WS-Ref-Branch-Code(WS-Ref-Branch-Used)
              MOVE BR-Closed TO WS-Ref-Branch-Closed(WS-Ref-Branch-Used)
              MOVE BR-Check-Scheme
                TO WS-Ref-Branch-Scheme(WS-Ref-Branch-Used)
            ELSE
              MOVE "Y" TO WS-Ref-Branch-Full-Flag
              MOVE "Y" TO WS-Ref-At-End-Flag
            END-IF
          END-IF
      END-READ
    END-PERFORM.

  *> Only a holiday can roll a value date.
  Load-Holiday-Table.
    MOVE 0 TO WS-Ref-Holiday-Used.
    MOVE "N" TO WS-Ref-Holiday-Full-Flag.
    IF Calendar-Missing THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO CAL-Date.
    START Calendar-File KEY IS NOT < CAL-Date
      INVALID KEY
        EXIT PARAGRAPH
    END-START.
    MOVE "N" TO WS-Ref-At-End-Flag.
    PERFORM UNTIL Ref-File-At-End
      READ Calendar-File NEXT
        AT END
          MOVE "Y" TO WS-Ref-At-End-Flag
        NOT AT END
          IF CAL-Open-Flag = "H" THEN
            IF WS-Ref-Holiday-Used < 3000 THEN
              ADD 1 TO WS-Ref-Holiday-Used
              MOVE CAL-Date TO WS-Ref-Holiday-Date(WS-Ref-Holiday-Used)
            ELSE
              MOVE "Y" TO WS-Ref-Holiday-Full-Flag
              MOVE "Y" TO WS-Ref-At-End-Flag
            END-IF
          END-IF
      END-READ
    END-PERFORM.

  *> Only a key still dormant blocks a posting - reactivated rows
  *> stay on the register for the record but are left out here.
  Load-Dormant-Table.
    MOVE 0 TO WS-Ref-Dormant-Used.
    MOVE "N" TO WS-Ref-Dormant-Full-Flag.
    IF Dormant-Reg-Missing THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO DM-Key.
    START Dormant-Reg-File KEY IS NOT < DM-Key
      INVALID KEY
        EXIT PARAGRAPH
    END-START.
    MOVE "N" TO WS-Ref-At-End-Flag.
    PERFORM UNTIL Ref-File-At-End
      READ Dormant-Reg-File NEXT
        AT END
          MOVE "Y" TO WS-Ref-At-End-Flag
        NOT AT END
          IF DM-State = "D" THEN
            IF WS-Ref-Dormant-Used < 20000 THEN
              ADD 1 TO WS-Ref-Dormant-Used
              MOVE DM-Key TO WS-Ref-Dormant-Key(WS-Ref-Dormant-Used)
            ELSE
              MOVE "Y" TO WS-Ref-Dormant-Full-Flag
              MOVE "Y" TO WS-Ref-At-End-Flag
            END-IF
          END-IF
      END-READ
    END-PERFORM.

  *> Every hop on the re-key cross-reference - any of them can
  *> redirect a posting.
  Load-Xref-Table.
    MOVE 0 TO WS-Ref-Xref-Used.
    MOVE "N" TO WS-Ref-Xref-Full-Flag.
    IF Rekey-Xref-Missing THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO RX-Old-Key.
    START Rekey-Xref-File KEY IS NOT < RX-Old-Key
      INVALID KEY
        EXIT PARAGRAPH
    END-START.
    MOVE "N" TO WS-Ref-At-End-Flag.
    PERFORM UNTIL Ref-File-At-End
      READ Rekey-Xref-File NEXT
        AT END
          MOVE "Y" TO WS-Ref-At-End-Flag
        NOT AT END
          IF WS-Ref-Xref-Used < 5000 THEN
            ADD 1 TO WS-Ref-Xref-Used
            MOVE RX-Old-Key TO WS-Ref-Xref-Old-Key(WS-Ref-Xref-Used)
            MOVE RX-New-Key TO WS-Ref-Xref-New-Key(WS-Ref-Xref-Used)
            MOVE RX-Grace-Until TO WS-Ref-Xref-Grace(WS-Ref-Xref-Used)
          ELSE
            MOVE "Y" TO WS-Ref-Xref-Full-Flag
            MOVE "Y" TO WS-Ref-At-End-Flag
          END-IF
      END-READ
    END-PERFORM.

  *> Only a product listing permitted currencies can fail a
  *> posting.
  Load-Product-Table.
    MOVE 0 TO WS-Ref-Product-Used.
    MOVE "N" TO WS-Ref-Product-Full-Flag.
    IF NOT Products-Available THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO PRD-Code.
    START Prod-File KEY IS NOT < PRD-Code
      INVALID KEY
        EXIT PARAGRAPH
    END-START.
    MOVE "N" TO WS-Ref-At-End-Flag.
    PERFORM UNTIL Ref-File-At-End
      READ Prod-File NEXT
        AT END
          MOVE "Y" TO WS-Ref-At-End-Flag
        NOT AT END
          IF PRD-Currency(1) NOT = SPACES
            OR PRD-Currency(2) NOT = SPACES
            OR PRD-Currency(3) NOT = SPACES
            OR PRD-Currency(4) NOT = SPACES
            OR PRD-Currency(5) NOT = SPACES
            OR PRD-Currency(6) NOT = SPACES
            OR PRD-Currency(7) NOT = SPACES
            OR PRD-Currency(8) NOT = SPACES THEN
            IF WS-Ref-Product-Used < 100 THEN
              ADD 1 TO WS-Ref-Product-Used
              MOVE PRD-Code TO WS-Ref-Product-Code(WS-Ref-Product-Used)
              PERFORM VARYING WS-Product-Ccy-Idx FROM 1 BY 1
                UNTIL WS-Product-Ccy-Idx > 8
                MOVE PRD-Currency(WS-Product-Ccy-Idx)
                  TO WS-Ref-Product-Currency(WS-Ref-Product-Used
                    WS-Product-Ccy-Idx)
              END-PERFORM
            ELSE
              MOVE "Y" TO WS-Ref-Product-Full-Flag
              MOVE "Y" TO WS-Ref-At-End-Flag
            END-IF
          END-IF
      END-READ
    END-PERFORM.

  *> Only an account carrying a product that restricts its
  *> currencies - or, with the product table outgrown, any product.
  Load-Acct-Product-Table.
    MOVE 0 TO WS-Ref-Acct-Used.
    MOVE "N" TO WS-Ref-Acct-Full-Flag.
    IF NOT Products-Available THEN
      EXIT PARAGRAPH
    END-IF.
    IF WS-Ref-Product-Used = 0 AND NOT Ref-Product-Full THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO AC-Key.
    START Acct-Ref-File KEY IS NOT < AC-Key
      INVALID KEY
        EXIT PARAGRAPH
    END-START.
    MOVE "N" TO WS-Ref-At-End-Flag.
    PERFORM UNTIL Ref-File-At-End
      READ Acct-Ref-File NEXT
        AT END
          MOVE "Y" TO WS-Ref-At-End-Flag
        NOT AT END
          IF AC-Product NOT = SPACES THEN
            MOVE AC-Product TO WS-Product-Probe
            PERFORM Find-Ref-Product
            IF WS-Chop-Found > 0 OR Ref-Product-Full THEN
              IF WS-Ref-Acct-Used < 20000 THEN
                ADD 1 TO WS-Ref-Acct-Used
                MOVE AC-Key TO WS-Ref-Acct-Key(WS-Ref-Acct-Used)
                MOVE AC-Product TO WS-Ref-Acct-Product(WS-Ref-Acct-Used)
              ELSE
                MOVE "Y" TO WS-Ref-Acct-Full-Flag
                MOVE "Y" TO WS-Ref-At-End-Flag
              END-IF
            END-IF
          END-IF
      END-READ
    END-PERFORM.

  *> Settles the record's value date: blank takes the entry date, a
  *> keyed one must be a real calendar date (reason 06), and either
    MOVE 0 TO WS-Roll-Tries.
    PERFORM UNTIL Roll-Done OR WS-Roll-Tries > 60
      ADD 1 TO WS-Roll-Tries
      PERFORM Check-Roll-Holiday
      IF Roll-Date-Is-Holiday THEN
        COMPUTE WS-Roll-Int =
          FUNCTION INTEGER-OF-DATE(WS-Roll-Date-Num) + 1
        COMPUTE WS-Roll-Date-Num =
          FUNCTION DATE-OF-INTEGER(WS-Roll-Int)
      ELSE
        MOVE "Y" TO WS-Roll-Done-Flag
      END-IF
    END-PERFORM.

  *> Is WS-Roll-Date a calendar holiday? Off the holiday table, or
  *> off the calendar itself when the table has been outgrown.
  Check-Roll-Holiday.
    MOVE "N" TO WS-Roll-Holiday-Flag.
    IF Ref-Holiday-Full THEN
      MOVE WS-Roll-Date TO CAL-Date
      READ Calendar-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          IF CAL-Open-Flag = "H" THEN
            MOVE "Y" TO WS-Roll-Holiday-Flag
          END-IF
      END-READ
    ELSE
      MOVE 0 TO WS-Chop-Found
      MOVE 1 TO WS-Chop-Low
      MOVE WS-Ref-Holiday-Used TO WS-Chop-High
      PERFORM UNTIL WS-Chop-Low > WS-Chop-High OR WS-Chop-Found > 0
        COMPUTE WS-Chop-Mid = (WS-Chop-Low + WS-Chop-High) / 2
        EVALUATE TRUE
          WHEN WS-Ref-Holiday-Date(WS-Chop-Mid) = WS-Roll-Date
            MOVE WS-Chop-Mid TO WS-Chop-Found
          WHEN WS-Ref-Holiday-Date(WS-Chop-Mid) < WS-Roll-Date
            COMPUTE WS-Chop-Low = WS-Chop-Mid + 1
          WHEN OTHER
            IF WS-Chop-Mid = 1 THEN
              MOVE 0 TO WS-Chop-High
            ELSE
              COMPUTE WS-Chop-High = WS-Chop-Mid - 1
            END-IF
        END-EVALUATE
      END-PERFORM
      IF WS-Chop-Found > 0 THEN
        MOVE "Y" TO WS-Roll-Holiday-Flag
      END-IF
    END-IF.

  *> The configurable rules, applied after the built-in checks. A
  *> record matches a rule when every non-blank selector equals its
      INVALID KEY
        MOVE WS-Posted-Feed-Name TO PR-Feed
        MOVE FUNCTION CURRENT-DATE(1:8) TO PR-Posted-Date
        MOVE WS-Work-Value-Date TO PR-Value-Date
        MOVE WS-Ctl-Generation-X TO PR-Generation
        WRITE PR-Record
          INVALID KEY
            CONTINUE
        END-IF
    END-READ.

  *> Parks the edited record in the forward-dated warehouse, value
  *> date as settled. Its posted-register row is already written, so
  *> a copy turning up on another feed meanwhile still diverts. The
  *> row goes in pending (P) - it only becomes a waiting item once
  *> the run has actually gone live (Confirm-Forward-Warehouse).
  Warehouse-Forward-Item.
    MOVE "N" TO WS-Fwd-Write-OK-Flag.
    ADD 1 TO WS-Fwd-Seq.
    MOVE LK-Run-ID TO FW-Stored-Run.
    MOVE WS-Fwd-Seq TO FW-Stored-Seq.
    MOVE TE-Key TO FW-Key.
    MOVE TE-Date TO FW-Date.
    MOVE TE-Amount TO FW-Amount.
    MOVE TE-Status TO FW-Status.
    IF TE-Currency = SPACES THEN
      MOVE "GBP" TO FW-Currency
    ELSE
      MOVE TE-Currency TO FW-Currency
    END-IF.
    MOVE WS-Work-Value-Date TO FW-Value-Date.
    MOVE WS-Posted-Feed-Name TO FW-Feed.
    MOVE "P" TO FW-State.
    MOVE LK-Run-ID TO FW-Changed-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO FW-Changed-Stamp.
    WRITE FW-Record
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE "Y" TO WS-Fwd-Write-OK-Flag
    END-WRITE.

  *> Walks the warehouse in value-date order up to the processing
  *> date, releasing this feed's waiting items into the sort. They
  *> passed the full edit on arrival; only the dormant block is
  *> judged again, since a key can go dormant while its item waits -
  *> that one goes to suspense (reason 09) instead. The rows are
  *> left waiting here: a run that is held or fails never releases
  *> anything, and Confirm-Forward-Warehouse marks them released
  *> only after the swap.
  Release-Due-Forward-Items.
    MOVE LOW-VALUES TO FW-Value-Date.
    START Fwd-Warehouse-File KEY IS NOT < FW-Value-Date
      INVALID KEY
        EXIT PARAGRAPH
    END-START.
    MOVE "N" TO WS-Fwd-At-End-Flag.
    PERFORM UNTIL Fwd-At-End
      READ Fwd-Warehouse-File NEXT
        AT END
          MOVE "Y" TO WS-Fwd-At-End-Flag
        NOT AT END
          IF FW-Value-Date > WS-Processing-Date THEN
            MOVE "Y" TO WS-Fwd-At-End-Flag
          ELSE
            MOVE FW-Key(1:4) TO WS-Part-Key-Branch
            PERFORM Check-Partition-Range
            IF FW-State = "W" AND FW-Feed = WS-Posted-Feed-Name
              AND Part-Key-In-Range THEN
              PERFORM Release-One-Forward-Item
            END-IF
          END-IF
      END-READ
    END-PERFORM.

  Release-One-Forward-Item.
    MOVE FW-Key TO WS-Dormant-Probe.
    PERFORM Find-Dormant-Key.

    IF Dormant-Key-Found THEN
      ADD 1 TO WS-Fwd-Held-Dormant
      ADD 1 TO WS-Records-Rejected
      MOVE "09" TO SUS-Reason
      MOVE FW-Item TO SUS-Data
      MOVE SPACES TO SUS-Rule
      MOVE FUNCTION CURRENT-DATE(1:8) TO SUS-Sus-Date
      MOVE LK-Run-ID TO SUS-Sus-Run
      WRITE SUS-Record
      MOVE FW-Key TO PR-Key
      MOVE FW-Date TO PR-Date
      MOVE FW-Item(19:11) TO PR-Amount-X
      PERFORM Withdraw-Posted-Row
    ELSE
      ADD 1 TO WS-Records-Released
      ADD 1 TO WS-Records-Accepted
      MOVE FW-Key TO SW-Key
      MOVE FW-Date TO SW-Date
      MOVE FW-Amount TO SW-Amount
      MOVE FW-Status TO SW-Status
      MOVE FW-Currency TO SW-Currency
      MOVE FW-Value-Date TO SW-Value-Date
      RELEASE SW-Record
    END-IF.

  *> An item going to suspense instead of posting gives up the
  *> register row it took on arrival - otherwise its corrected
  *> resubmission would be taken for a cross-feed duplicate.
  Withdraw-Posted-Row.
    DELETE Posted-Reg-File
      INVALID KEY
        CONTINUE
    END-DELETE.

  *> The edit pass of a release-only run: no extract to read, just
  *> the feed's due warehouse items into the sort, with the same
  *> suspense, posted-register and warehouse handling as a full run.
  Release-Only-Edit-Pass.
    PERFORM Count-Suspense-Before.
    OPEN EXTEND Suspense-File.
    IF Suspense-Not-Found THEN
      OPEN OUTPUT Suspense-File
    END-IF.
    PERFORM Name-Posted-Feed.
    OPEN I-O Posted-Reg-File.
    IF Posted-Reg-Not-Found THEN
      OPEN OUTPUT Posted-Reg-File
      CLOSE Posted-Reg-File
      OPEN I-O Posted-Reg-File
    END-IF.
    OPEN I-O Fwd-Warehouse-File.
    PERFORM Purge-Pending-Forward-Items.
    PERFORM Release-Due-Forward-Items.
    CLOSE Fwd-Warehouse-File.
    CLOSE Suspense-File.
    CLOSE Posted-Reg-File.
    IF WS-Fwd-Held-Dormant > 0 THEN
      MOVE "WARN" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Sort 'n' Report: " DELIMITED BY SIZE
        WS-Fwd-Held-Dormant DELIMITED BY SIZE
        " due warehouse item(s) on dormant keys sent to suspense" DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message
        LK-Run-ID LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

  *> Pending rows this feed left behind are from a run that never
  *> went live (held, or closed on an error) - the rerun presents
  *> the same items again, so the leftovers go. A partition step
  *> only ever clears its own branches' rows - the other steps'
  *> are still waiting on the merge.
  Purge-Pending-Forward-Items.
    MOVE LOW-VALUES TO FW-Id.
    START Fwd-Warehouse-File KEY IS NOT < FW-Id
      INVALID KEY
        EXIT PARAGRAPH
    END-START.
    MOVE "N" TO WS-Fwd-At-End-Flag.
    PERFORM UNTIL Fwd-At-End
      READ Fwd-Warehouse-File NEXT
        AT END
          MOVE "Y" TO WS-Fwd-At-End-Flag
        NOT AT END
          MOVE FW-Key(1:4) TO WS-Part-Key-Branch
          PERFORM Check-Partition-Range
          IF FW-State = "P" AND FW-Feed = WS-Posted-Feed-Name
            AND Part-Key-In-Range THEN
            DELETE Fwd-Warehouse-File
              INVALID KEY
                CONTINUE
            END-DELETE
          END-IF
      END-READ
    END-PERFORM.

  *> The run is live: this feed's pending rows become waiting items,
  *> and its waiting items now due (just released into the sort, or
  *> to suspense off the dormant block) are marked released.
  Confirm-Forward-Warehouse.
    IF WS-Records-Warehoused = 0 AND WS-Records-Released = 0
      AND WS-Fwd-Held-Dormant = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    OPEN I-O Fwd-Warehouse-File.
    IF NOT Fwd-Warehouse-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO FW-Id.
    START Fwd-Warehouse-File KEY IS NOT < FW-Id
      INVALID KEY
        MOVE "Y" TO WS-Fwd-At-End-Flag
      NOT INVALID KEY
        MOVE "N" TO WS-Fwd-At-End-Flag
    END-START.
    PERFORM UNTIL Fwd-At-End
      READ Fwd-Warehouse-File NEXT
        AT END
          MOVE "Y" TO WS-Fwd-At-End-Flag
        NOT AT END
          IF FW-Feed = WS-Posted-Feed-Name THEN
            EVALUATE TRUE
              WHEN FW-State = "P"
                MOVE "W" TO FW-State
                PERFORM Rewrite-Forward-Row
              WHEN FW-State = "W"
                AND FW-Value-Date NOT > WS-Processing-Date
                MOVE "R" TO FW-State
                PERFORM Rewrite-Forward-Row
            END-EVALUATE
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Fwd-Warehouse-File.

  *> Loads the run's pending lines onto the posted-transaction
  *> history under this run, feed and generation, created on first
  *> use, then drops the pending file. A line that will not write is
  *> counted and logged rather than stopping a run that is already
  *> live.
  Post-Line-History.
    IF WS-Quar-Feed-Name = SPACES THEN
      MOVE "DEFAULT" TO WS-Hist-Feed-Name
    ELSE
      MOVE WS-Quar-Feed-Name TO WS-Hist-Feed-Name
    END-IF.

    OPEN INPUT Hist-Pending-File.
    IF NOT Hist-Pending-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    OPEN I-O Txn-Hist-File.
    IF Txn-Hist-Not-Found THEN
      OPEN OUTPUT Txn-Hist-File
      CLOSE Txn-Hist-File
      OPEN I-O Txn-Hist-File
    END-IF.
    IF NOT Txn-Hist-Opened-OK THEN
      CLOSE Hist-Pending-File
      MOVE "WARN" TO WS-Log-Level
      MOVE "Sort 'n' Report: posting history could not be opened - run's lines not recorded" TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-Hist-Pending-At-End-Flag.
    PERFORM UNTIL Hist-Pending-At-End
      READ Hist-Pending-File
        AT END
          MOVE "Y" TO WS-Hist-Pending-At-End-Flag
        NOT AT END
          PERFORM Write-History-Row
      END-READ
    END-PERFORM.
    CLOSE Txn-Hist-File.
    CLOSE Hist-Pending-File.
    CALL "CBL_DELETE_FILE" USING WS-Hist-Pending-Path
      RETURNING WS-Delete-Status
    END-CALL.

    IF WS-Hist-Rows-Failed > 0 THEN
      MOVE "WARN" TO WS-Log-Level
    ELSE
      MOVE "INF" TO WS-Log-Level
    END-IF.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Sort 'n' Report: " DELIMITED BY SIZE
      WS-Hist-Rows-Posted DELIMITED BY SIZE
      " line(s) onto posting history, " DELIMITED BY SIZE
      WS-Hist-Rows-Failed DELIMITED BY SIZE
      " failed" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

  Write-History-Row.
    ADD 1 TO WS-Hist-Seq.
    MOVE LK-Run-ID TO LH-Run.
    MOVE WS-Hist-Seq TO LH-Seq.
    MOVE HP-Key TO LH-Key.
    MOVE HP-Date TO LH-Date.
    *> Lines off a feed from before value dates existed settle on
    *> their transaction date.
    IF HP-Value-Date = SPACES THEN
      MOVE HP-Date TO LH-Value-Date
    ELSE
      MOVE HP-Value-Date TO LH-Value-Date
    END-IF.
    MOVE HP-Amount TO LH-Amount.
    MOVE HP-Status TO LH-Status.
    MOVE HP-Currency TO LH-Currency.
    MOVE WS-Hist-Feed-Name TO LH-Feed.
    MOVE WS-Ctl-Generation-X TO LH-Generation.
    MOVE WS-Processing-Date TO LH-Posted-Date.
    WRITE LH-Record
      INVALID KEY
        ADD 1 TO WS-Hist-Rows-Failed
      NOT INVALID KEY
        ADD 1 TO WS-Hist-Rows-Posted
    END-WRITE.

  Rewrite-Forward-Row.
    MOVE LK-Run-ID TO FW-Changed-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO FW-Changed-Stamp.
    REWRITE FW-Record
      INVALID KEY
        CONTINUE
    END-REWRITE.

  *> Checks WS-Status-Lookup-Code against the status reference file,
  *> falling back to the long-standing hardcoded P/C/R set when the
  *> reference hasn't been keyed yet.
        MOVE "Y" TO WS-Status-Valid-Flag
      END-IF
    ELSE
      IF Ref-Status-Full THEN
        MOVE WS-Status-Lookup-Code TO SR-Status
        READ Status-Ref-File
          INVALID KEY
            CONTINUE
          NOT INVALID KEY
            MOVE "Y" TO WS-Status-Valid-Flag
        END-READ
      ELSE
        PERFORM Find-Ref-Status
        IF WS-Chop-Found > 0 THEN
          MOVE "Y" TO WS-Status-Valid-Flag
        END-IF
      END-IF
    END-IF.

  *> Fetches the description for WS-Status-Lookup-Code into
  *> code (from an older master) is no longer on it.
  Lookup-Status-Desc.
    MOVE SPACES TO WS-Status-Desc.
    IF Status-Ref-Missing THEN
      EXIT PARAGRAPH
    END-IF.
    IF Ref-Status-Full THEN
      MOVE WS-Status-Lookup-Code TO SR-Status
      READ Status-Ref-File
        INVALID KEY
        NOT INVALID KEY
          MOVE SR-Desc TO WS-Status-Desc
      END-READ
    ELSE
      PERFORM Find-Ref-Status
      IF WS-Chop-Found > 0 THEN
        MOVE WS-Ref-Status-Desc(WS-Chop-Found) TO WS-Status-Desc
      END-IF
    END-IF.

  *> WS-Chop-Found = the status table's row for
  *> WS-Status-Lookup-Code, or zero - a handful of codes, so a
  *> straight scan.
  Find-Ref-Status.
    MOVE 0 TO WS-Chop-Found.
    PERFORM VARYING WS-Chop-Mid FROM 1 BY 1
      UNTIL WS-Chop-Mid > WS-Ref-Status-Used OR WS-Chop-Found > 0
      IF WS-Ref-Status-Code(WS-Chop-Mid) = WS-Status-Lookup-Code THEN
        MOVE WS-Chop-Mid TO WS-Chop-Found
      END-IF
    END-PERFORM.

  *> WS-Chop-Found = the closed-branch table's row for
  *> WS-Branch-Probe, or zero.
  Find-Ref-Branch.
    MOVE 0 TO WS-Chop-Found.
    MOVE 1 TO WS-Chop-Low.
    MOVE WS-Ref-Branch-Used TO WS-Chop-High.
    PERFORM UNTIL WS-Chop-Low > WS-Chop-High OR WS-Chop-Found > 0
      COMPUTE WS-Chop-Mid = (WS-Chop-Low + WS-Chop-High) / 2
      EVALUATE TRUE
        WHEN WS-Ref-Branch-Code(WS-Chop-Mid) = WS-Branch-Probe
          MOVE WS-Chop-Mid TO WS-Chop-Found
        WHEN WS-Ref-Branch-Code(WS-Chop-Mid) < WS-Branch-Probe
          COMPUTE WS-Chop-Low = WS-Chop-Mid + 1
        WHEN OTHER
          IF WS-Chop-Mid = 1 THEN
            MOVE 0 TO WS-Chop-High
          ELSE
            COMPUTE WS-Chop-High = WS-Chop-Mid - 1
          END-IF
      END-EVALUATE
    END-PERFORM.

  *> Checks WS-Edit-Date-X holds a real YYYYMMDD calendar date -
  *> numeric, month 01-12, day within that month's length, February
  *> 29 only in a leap year.

  *> Formats the sorted records into the printed/viewable report.
  Write-Report.
    PERFORM Take-Phase-Time.
    ADD WS-Phase-Secs TO WS-Phase-Sort-Secs.

    OPEN OUTPUT Report-Out-File.

    *> The merge's report pass only reports - its master was built
    *> from the partition masters before the sort.
    IF NOT Partition-Merge-Run THEN
      OPEN OUTPUT Trans-Master-File
      PERFORM Journal-Rebuild-Start
    END-IF.
    *> A partition step keeps its accepted records, in sorted order,
    *> for the merge's one report.
    IF Partition-Step-Run THEN
      OPEN OUTPUT Part-Detail-File
    ELSE
      *> Every line the run reports is a line it posts - the merge's
      *> included, since its report pass carries every step's.
      OPEN OUTPUT Hist-Pending-File
    END-IF.

    IF Cfg-Report-Format-Csv THEN
      MOVE "Key,Date,Amount,Status,Status Description,Currency" TO RO-Line
          PERFORM Add-To-Status-Summary
          PERFORM Add-To-Currency-Total

          IF Partition-Step-Run THEN
            WRITE PD-Record FROM SW-Record
          ELSE
            WRITE HP-Record FROM SW-Record
          END-IF
          IF NOT Partition-Merge-Run THEN
            PERFORM Post-To-Work-Master
          END-IF
      END-RETURN
    END-PERFORM.

    PERFORM Write-Status-Summary-Block.

    CLOSE Report-Out-File.
    IF NOT Partition-Merge-Run THEN
      CLOSE Trans-Master-File
    END-IF.
    IF Partition-Step-Run THEN
      CLOSE Part-Detail-File
    ELSE
      CLOSE Hist-Pending-File
    END-IF.

    PERFORM Take-Phase-Time.
    ADD WS-Phase-Secs TO WS-Phase-Report-Secs.

  *> Posts the record just reported into the master being built.
  Post-To-Work-Master.
    MOVE SW-Key TO TM-Key.
    MOVE SW-Date TO TM-Date.
    MOVE SW-Amount TO TM-Amount.
    MOVE SW-Status TO TM-Status.
    MOVE SW-Currency TO TM-Currency.
    MOVE SW-Value-Date TO TM-Value-Date.
    WRITE TM-Record
      INVALID KEY
        *> SW-Key repeats across many records in a run (the
        *> normal case whenever more than one transaction shares
        *> a branch/account, per the control-break logic above),
        *> so Trans-Master-File is keyed one row per Key -
        *> accumulate this transaction into the existing row
        *> instead of losing it.
        PERFORM Accumulate-Trans-Master
      NOT INVALID KEY
        ADD 1 TO WS-Part-Master-Rows
        MOVE "WR" TO WS-Journal-Action
        MOVE SPACES TO WS-Journal-Before
        MOVE TM-Record TO WS-Journal-After
        PERFORM Write-Master-Journal
    END-WRITE.

  *> Marks the rebuild's start in the journal: the build begins
  *> from an EMPTY file, and a forward replay has to know that -
  *> otherwise keys present in a restored generation but absent
  *> from this night's extract would survive the replay with
  *> stale amounts.
  Journal-Rebuild-Start.
    MOVE "RB" TO WS-Journal-Action.
    MOVE SPACES TO WS-Journal-Before.
    MOVE SPACES TO WS-Journal-After.
    PERFORM Write-Master-Journal.

  *> Mirrors one master update onto the journal. A partition step's
  *> master is only a piece of the night's build, never anything a
  *> replay restores onto - the merge journals the whole build when
  *> it makes the real one.
  Write-Master-Journal.
    IF Partition-Step-Run THEN
      EXIT PARAGRAPH
    END-IF.
    CALL "WriteTMJournal" USING WS-Journal-Action
      WS-Journal-Before WS-Journal-After WS-Journal-Master
      LK-Run-ID LK-Operator-ID.

  *> Folds the record just reported into its currency's running
  *> subtotal, adding the currency to the table the first time it's
          NOT INVALID KEY
            MOVE "RW" TO WS-Journal-Action
            MOVE TM-Record TO WS-Journal-After
            PERFORM Write-Master-Journal
        END-REWRITE
    END-READ.

