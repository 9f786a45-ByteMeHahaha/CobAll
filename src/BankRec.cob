IDENTIFICATION DIVISION.
  PROGRAM-ID. BankRec.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> The bank's statement for the settlement account, as the
      *> bank delivers it - an H record (account, statement date,
      *> opening balance), one D record per line, and a T record
      *> with the closing balance and line count the load proves.
      SELECT Bank-Stmt-File ASSIGN TO WS-Bank-Stmt-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Bank-Stmt-Status.

      *> The Transaction Master keys that mirror the bank account -
      *> one key per line. Their postings are the book side of the
      *> reconciliation, their balances the book balance.
      SELECT Rec-Keys-File ASSIGN TO WS-Rec-Keys-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Rec-Keys-Status.

      *> Every statement line ever loaded, with what it matched.
      SELECT Stmt-Line-File ASSIGN TO WS-Stmt-Line-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS SL-Line-Key
      FILE STATUS WS-Stmt-Line-Status.

      *> The open items - unmatched bank lines and book postings,
      *> aged every night until cleared.
      SELECT Rec-Item-File ASSIGN TO WS-Rec-Item-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS OI-Ref
      FILE STATUS WS-Rec-Item-Status.

      *> Posted-transaction register - the book side: every posting
      *> accepted into the master, with the day it was registered
      *> and the value date it settled at.
      SELECT Posted-Reg-File ASSIGN TO WS-Posted-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS PR-Reg-Key
      FILE STATUS WS-Posted-Reg-Status.

      *> Keyed transaction master - the settlement keys' balances
      *> make up the book balance.
      SELECT Trans-Master-File ASSIGN TO WS-Trans-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS TM-Key
      ALTERNATE RECORD KEY IS TM-Date WITH DUPLICATES
      FILE STATUS WS-Trans-Master-Status.

      *> Run control - the last statement reconciled, the last
      *> open-item reference handed out, and the statement's closing
      *> balance and account for a report run on its own.
      SELECT Rec-Control-File ASSIGN TO WS-Rec-Control-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Rec-Control-Status.

      *> The reconciliation report - the proof from bank balance to
      *> book balance, and the open items behind it.
      SELECT Rec-Report-File ASSIGN TO WS-Rec-Report-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Rec-Report-Status.

DATA DIVISION.
  FILE SECTION.
    FD Bank-Stmt-File.
      01 BS-Line.
        05 BS-Type PIC X(1).
        05 BS-Body PIC X(79).
      01 BS-Header-Line.
        05 FILLER PIC X(1).
        05 BSH-Account PIC X(20).
        05 BSH-Stmt-Date PIC X(8).
        05 BSH-Opening PIC S9(11)V99.
        05 FILLER PIC X(38).
      01 BS-Detail-Line.
        05 FILLER PIC X(1).
        05 BSD-Value-Date PIC X(8).
        05 BSD-Amount PIC S9(9)V99.
        05 BSD-Reference PIC X(10).
        05 BSD-Bank-Ref PIC X(16).
        05 BSD-Narrative PIC X(30).
        05 FILLER PIC X(4).
      01 BS-Trailer-Line.
        05 FILLER PIC X(1).
        05 BST-Closing PIC S9(11)V99.
        05 BST-Line-Count PIC 9(7).
        05 FILLER PIC X(59).

    FD Rec-Keys-File.
      01 RK-Line PIC X(80).

    FD Stmt-Line-File.
      COPY "StmtLineRecord.cpy" REPLACING ==:PREFIX:== BY ==SL==.

    FD Rec-Item-File.
      COPY "RecItemRecord.cpy" REPLACING ==:PREFIX:== BY ==OI==.

    FD Posted-Reg-File.
      COPY "PostedRecord.cpy" REPLACING ==:PREFIX:== BY ==PR==.

    FD Trans-Master-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==TM==.

    FD Rec-Control-File.
      01 RC-Line.
        05 RC-Last-Stmt-Date PIC X(8).
        05 RC-Last-Ref PIC 9(7).
        05 RC-Closing PIC S9(11)V99.
        05 RC-Account PIC X(20).

    FD Rec-Report-File.
      01 RR-Line PIC X(132).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode - a
    *> batch run loads and matches the statement, no screens.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    01 WS-Bank-Stmt-Path PIC X(80) VALUE "BankStmt.dat".
    01 WS-Bank-Stmt-Status PIC XX.
      88 Bank-Stmt-Opened-OK VALUE "00".
      88 Bank-Stmt-Not-Found VALUE "35".
    01 WS-Stmt-At-End-Flag PIC X VALUE "N".
      88 Stmt-At-End VALUE "Y".

    01 WS-Rec-Keys-Path PIC X(80) VALUE "RecKeys.dat".
    01 WS-Rec-Keys-Status PIC XX.
      88 Rec-Keys-Opened-OK VALUE "00".
      88 Rec-Keys-Not-Found VALUE "35".

    01 WS-Stmt-Line-Path PIC X(80) VALUE "StmtLine.dat".
    01 WS-Stmt-Line-Status PIC XX.
      88 Stmt-Line-Opened-OK VALUE "00".
      88 Stmt-Line-Not-Found VALUE "35".

    01 WS-Rec-Item-Path PIC X(80) VALUE "RecItem.dat".
    01 WS-Rec-Item-Status PIC XX.
      88 Rec-Item-Opened-OK VALUE "00".
      88 Rec-Item-Not-Found VALUE "35".
    01 WS-Item-At-End-Flag PIC X VALUE "N".
      88 Item-At-End VALUE "Y".

    01 WS-Posted-Reg-Path PIC X(80) VALUE "PostedReg.dat".
    01 WS-Posted-Reg-Status PIC XX.
      88 Posted-Reg-Opened-OK VALUE "00".
    01 WS-Posted-Reg-Missing-Flag PIC A VALUE "N".
      88 Posted-Reg-Missing VALUE "Y".
    01 WS-Reg-Scan-Done-Flag PIC A VALUE "N".
      88 Reg-Scan-Done VALUE "Y".

    01 WS-Trans-Master-Path PIC X(80) VALUE "TransMaster.dat".
    01 WS-Trans-Master-Status PIC XX.
      88 Trans-Master-Opened-OK VALUE "00".

    01 WS-Rec-Control-Path PIC X(80) VALUE "RecControl.dat".
    01 WS-Rec-Control-Status PIC XX.
      88 Rec-Control-Opened-OK VALUE "00".
      88 Rec-Control-Not-Found VALUE "35".

    01 WS-Rec-Report-Path PIC X(80) VALUE "BankRec.txt".
    01 WS-Rec-Report-Status PIC XX.

    *> Operator's request off SC-Rec-Menu.
    01 WS-Rec-Action PIC 9 VALUE 0.
      88 Rec-Load-And-Match VALUE 1.
      88 Rec-Force-Match VALUE 2.
      88 Rec-Split-Match VALUE 3.
      88 Rec-Comment VALUE 4.
      88 Rec-Report-Only VALUE 5.
      88 Rec-Back VALUE 6.
    01 WS-Rec-Result-Label PIC X(60) VALUE SPACES.
    01 WS-None-Label PIC X(60) VALUE SPACES.

    *> Force-match, split-match and comment screen fields.
    01 WS-Lead-Ref PIC 9(7) VALUE 0.
    01 WS-Other-Ref PIC 9(7) VALUE 0.
    01 WS-Split-Refs.
      05 WS-Split-Ref-1 PIC 9(7) VALUE 0.
      05 WS-Split-Ref-2 PIC 9(7) VALUE 0.
      05 WS-Split-Ref-3 PIC 9(7) VALUE 0.
      05 WS-Split-Ref-4 PIC 9(7) VALUE 0.
      05 WS-Split-Ref-5 PIC 9(7) VALUE 0.
    01 FILLER REDEFINES WS-Split-Refs.
      05 WS-Split-Ref OCCURS 5 TIMES PIC 9(7).
    01 WS-Split-Idx PIC 9 VALUE 0.
    01 WS-Split-Chk-Idx PIC 9 VALUE 0.
    01 WS-Split-Count PIC 9 VALUE 0.
    01 WS-Split-Total PIC S9(11)V99 VALUE 0.
    01 WS-Entry-Comment PIC X(30) VALUE SPACES.
    01 WS-Rec-Confirm PIC A VALUE SPACES.
      88 Rec-Confirmed VALUE "Y" "y".

    *> The lead item of a hand match, held while the others are
    *> read.
    01 WS-Lead-Side PIC X(1) VALUE SPACE.
    01 WS-Lead-Key PIC X(10) VALUE SPACES.
    01 WS-Lead-Value-Date PIC X(8) VALUE SPACES.
    01 WS-Lead-Amount PIC S9(9)V99 VALUE 0.
    01 WS-Other-Side PIC X(1) VALUE SPACE.
    01 WS-Other-Key PIC X(10) VALUE SPACES.
    01 WS-Other-Value-Date PIC X(8) VALUE SPACES.
    01 WS-Other-Amount PIC S9(9)V99 VALUE 0.
    01 WS-Item-Check-Label PIC X(60) VALUE SPACES.
    01 WS-Counterpart-Ref PIC 9(7) VALUE 0.
    01 WS-Clear-State PIC X(1) VALUE SPACE.

    *> Settlement keys off RecKeys.dat.
    01 WS-Settle-Table.
      05 WS-Settle-Key OCCURS 100 TIMES PIC X(10).
    01 WS-Settle-Used PIC 9(3) VALUE 0.
    01 WS-Settle-Idx PIC 9(3) VALUE 0.
    01 WS-Settle-Found-Flag PIC A VALUE "N".
      88 Settle-Key-Found VALUE "Y".

    *> The statement's controls, proved before anything is loaded.
    01 WS-Stmt-Account PIC X(20) VALUE SPACES.
    01 WS-Stmt-Date PIC X(8) VALUE SPACES.
    01 WS-Stmt-Opening PIC S9(11)V99 VALUE 0.
    01 WS-Stmt-Closing PIC S9(11)V99 VALUE 0.
    01 WS-Stmt-Trl-Count PIC 9(7) VALUE 0.
    01 WS-Stmt-Line-Count PIC 9(7) VALUE 0.
    01 WS-Stmt-Line-Total PIC S9(11)V99 VALUE 0.
    01 WS-Stmt-Header-Flag PIC A VALUE "N".
      88 Stmt-Header-Seen VALUE "Y".
    01 WS-Stmt-Trailer-Flag PIC A VALUE "N".
      88 Stmt-Trailer-Seen VALUE "Y".
    01 WS-Stmt-Proof PIC S9(11)V99 VALUE 0.

    *> Bank side in memory - today's statement lines (N) and the
    *> bank items still open from earlier nights (O).
    01 WS-Bank-Table.
      05 WS-Bank-Entry OCCURS 1000 TIMES.
        10 WS-Bank-Src PIC X(1).
        10 WS-Bank-Line-Key PIC X(13).
        10 WS-Bank-Ref PIC 9(7).
        10 WS-Bank-Key PIC X(10).
        10 WS-Bank-Value-Date PIC X(8).
        10 WS-Bank-Amount PIC S9(9)V99.
        10 WS-Bank-Matched PIC X(1).
        10 WS-Bank-Match-Book PIC X(29).
    01 WS-Bank-Used PIC 9(4) VALUE 0.
    01 WS-Bank-Idx PIC 9(4) VALUE 0.

    *> Book side in memory - the statement day's postings to the
    *> settlement keys (N) and the book items still open (O).
    01 WS-Book-Table.
      05 WS-Book-Entry OCCURS 2000 TIMES.
        10 WS-Book-Src PIC X(1).
        10 WS-Book-Reg-Key PIC X(29).
        10 WS-Book-Ref PIC 9(7).
        10 WS-Book-Key PIC X(10).
        10 WS-Book-Value-Date PIC X(8).
        10 WS-Book-Amount PIC S9(9)V99.
        10 WS-Book-Matched PIC X(1).
        10 WS-Book-Match-Line PIC X(13).
    01 WS-Book-Used PIC 9(4) VALUE 0.
    01 WS-Book-Idx PIC 9(4) VALUE 0.
    01 WS-Table-Full-Flag PIC A VALUE "N".
      88 Table-Full VALUE "Y".

    *> The register carries the amount as the extract's display
    *> bytes - read back as a number through this.
    01 WS-Reg-Amount-X PIC X(11).
    01 WS-Reg-Amount REDEFINES WS-Reg-Amount-X PIC S9(9)V99.

    01 WS-Next-Ref PIC 9(7) VALUE 0.
    01 WS-Line-Seq PIC 9(5) VALUE 0.

    *> Aging of the open items against the run date.
    01 WS-Run-Date PIC X(8) VALUE SPACES.
    01 WS-Run-Day-Int PIC 9(7) VALUE 0.
    01 WS-Opened-Day-Int PIC 9(7) VALUE 0.
    01 WS-Age-Days PIC S9(7) VALUE 0.

    *> Tallies and the proof.
    01 WS-Lines-Loaded PIC 9(7) VALUE 0.
    01 WS-Auto-Matched PIC 9(7) VALUE 0.
    01 WS-Items-Opened PIC 9(7) VALUE 0.
    01 WS-Items-Cleared PIC 9(7) VALUE 0.
    01 WS-Open-Bank-Count PIC 9(7) VALUE 0.
    01 WS-Open-Bank-Total PIC S9(11)V99 VALUE 0.
    01 WS-Open-Book-Count PIC 9(7) VALUE 0.
    01 WS-Open-Book-Total PIC S9(11)V99 VALUE 0.
    01 WS-Open-Items PIC 9(7) VALUE 0.
    01 WS-Book-Balance PIC S9(11)V99 VALUE 0.
    01 WS-Adjusted-Bank PIC S9(11)V99 VALUE 0.
    01 WS-Rec-Difference PIC S9(11)V99 VALUE 0.
    01 WS-Amount-Disp PIC Z,ZZZ,ZZZ,ZZ9.99-.

    01 WS-Report-Title.
      05 FILLER PIC X(30) VALUE "Bank Reconciliation - account ".
      05 RRT-Account PIC X(20).
      05 FILLER PIC X(16) VALUE " statement date ".
      05 RRT-Stmt-Date PIC X(8).
      05 FILLER PIC X(12) VALUE ", run date ".
      05 RRT-Run-Date PIC X(8).
    01 WS-Proof-Line.
      05 FILLER PIC X(4) VALUE SPACES.
      05 RRP-Label PIC X(50).
      05 RRP-Amount PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
    01 WS-Item-Heading.
      05 FILLER PIC X(9) VALUE "Ref".
      05 FILLER PIC X(6) VALUE "Side".
      05 FILLER PIC X(12) VALUE "Key".
      05 FILLER PIC X(10) VALUE "Value".
      05 FILLER PIC X(18) VALUE "           Amount".
      05 FILLER PIC X(10) VALUE "Opened".
      05 FILLER PIC X(6) VALUE "Age".
      05 FILLER PIC X(30) VALUE "Comment".
    01 WS-Item-Detail.
      05 RRD-Ref PIC 9(7).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RRD-Side PIC X(4).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RRD-Key PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RRD-Value-Date PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RRD-Amount PIC Z,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(1) VALUE SPACES.
      05 RRD-Opened PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RRD-Age PIC ZZZZ9.
      05 FILLER PIC X(1) VALUE SPACES.
      05 RRD-Comment PIC X(30).

    *> Elapsed/run-history row.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "BANKREC".
    01 WS-RH-End-Status PIC X(4) VALUE SPACES.

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
    COPY "BankRecScr.cpy". *> Bank Reconciliation screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  BankRecMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Bank Reconciliation selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> Re-defaulted every invocation, then company-qualified - each
    *> company reconciles its own settlement account against its own
    *> books.
    MOVE "BankStmt.dat" TO WS-Bank-Stmt-Path.
    MOVE "RecKeys.dat" TO WS-Rec-Keys-Path.
    MOVE "StmtLine.dat" TO WS-Stmt-Line-Path.
    MOVE "RecItem.dat" TO WS-Rec-Item-Path.
    MOVE "PostedReg.dat" TO WS-Posted-Reg-Path.
    MOVE "TransMaster.dat" TO WS-Trans-Master-Path.
    MOVE "RecControl.dat" TO WS-Rec-Control-Path.
    MOVE "BankRec.txt" TO WS-Rec-Report-Path.
    CALL "ResolveDataPath" USING WS-Bank-Stmt-Path.
    CALL "ResolveDataPath" USING WS-Rec-Keys-Path.
    CALL "ResolveDataPath" USING WS-Stmt-Line-Path.
    CALL "ResolveDataPath" USING WS-Rec-Item-Path.
    CALL "ResolveDataPath" USING WS-Posted-Reg-Path.
    CALL "ResolveDataPath" USING WS-Trans-Master-Path.
    CALL "ResolveDataPath" USING WS-Rec-Control-Path.
    CALL "ResolveDataPath" USING WS-Rec-Report-Path.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date.
    COMPUTE WS-Run-Day-Int =
      FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Run-Date)).

    *> Unattended, the night loads and matches the day's statement.
    IF Batch-Mode-Active THEN
      PERFORM Run-Reconciliation
      GOBACK
    END-IF.

    MOVE 0 TO WS-Rec-Action.
    PERFORM Rec-Loop UNTIL Rec-Back.

    GOBACK.

  *> One choice off the front screen.
  Rec-Loop.
    MOVE 0 TO WS-Rec-Action.
    DISPLAY SC-Rec-Menu.
    ACCEPT SC-Rec-Menu.

    MOVE SPACES TO WS-Rec-Result-Label.
    EVALUATE TRUE
      WHEN Rec-Load-And-Match
        PERFORM Run-Reconciliation
      WHEN Rec-Force-Match
        PERFORM Force-Match-Items
      WHEN Rec-Split-Match
        PERFORM Split-Match-Items
      WHEN Rec-Comment
        PERFORM Comment-On-Item
      WHEN Rec-Report-Only
        PERFORM Report-Only
      WHEN Rec-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-6." TO WS-Rec-Result-Label
    END-EVALUATE.

    IF NOT Rec-Back AND WS-Rec-Result-Label NOT = SPACES THEN
      DISPLAY SC-Rec-Result
      ACCEPT OMITTED
    END-IF.

  *> The day's reconciliation: the statement's controls proved,
  *> its lines loaded, each matched on key reference, amount and
  *> value date against the statement day's postings to the
  *> settlement keys (and against the items still open from earlier
  *> nights), whatever is left put on the open-items file, every
  *> open item aged, and the proof reported.
  Run-Reconciliation.
    *> The session loop re-CALLs this program in one run unit, so
    *> the VALUE clauses only ever ran once - reset the tallies.
    MOVE 0 TO WS-Lines-Loaded.
    MOVE 0 TO WS-Auto-Matched.
    MOVE 0 TO WS-Items-Opened.
    MOVE 0 TO WS-Items-Cleared.
    MOVE 0 TO WS-Bank-Used.
    MOVE 0 TO WS-Book-Used.
    MOVE "N" TO WS-Table-Full-Flag.
    MOVE SPACES TO WS-Rec-Result-Label.

    PERFORM Load-Settlement-Keys.
    IF WS-Settle-Used = 0 THEN
      MOVE "(no settlement keys in RecKeys.dat - nothing to reconcile)"
        TO WS-None-Label
      PERFORM Report-Nothing-To-Do
      EXIT PARAGRAPH
    END-IF.

    OPEN INPUT Bank-Stmt-File.
    IF NOT Bank-Stmt-Opened-OK THEN
      MOVE "(no bank statement on disk - nothing to reconcile)"
        TO WS-None-Label
      PERFORM Report-Nothing-To-Do
      EXIT PARAGRAPH
    END-IF.
    PERFORM Prove-Statement-Controls.
    CLOSE Bank-Stmt-File.

    PERFORM Check-Rec-Run-Control.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.

    *> OPEN I-O fails with "35" the first time - create the files
    *> empty then.
    OPEN I-O Stmt-Line-File.
    IF Stmt-Line-Not-Found THEN
      OPEN OUTPUT Stmt-Line-File
      CLOSE Stmt-Line-File
      OPEN I-O Stmt-Line-File
    END-IF.
    OPEN I-O Rec-Item-File.
    IF Rec-Item-Not-Found THEN
      OPEN OUTPUT Rec-Item-File
      CLOSE Rec-Item-File
      OPEN I-O Rec-Item-File
    END-IF.

    *> Without a posted register there is no book side to match -
    *> every statement line goes open.
    MOVE "N" TO WS-Posted-Reg-Missing-Flag.
    OPEN INPUT Posted-Reg-File.
    IF NOT Posted-Reg-Opened-OK THEN
      MOVE "Y" TO WS-Posted-Reg-Missing-Flag
    END-IF.

    PERFORM Load-Statement-Lines.
    PERFORM Load-Open-Items.
    PERFORM Load-Book-Items
      VARYING WS-Settle-Idx FROM 1 BY 1
      UNTIL WS-Settle-Idx > WS-Settle-Used.
    IF NOT Posted-Reg-Missing THEN
      CLOSE Posted-Reg-File
    END-IF.

    IF Table-Full THEN
      MOVE "ERR" TO WS-Log-Level
      MOVE "Bank Reconciliation: item table overflow - matching incomplete" TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

    PERFORM Match-One-Bank-Item
      VARYING WS-Bank-Idx FROM 1 BY 1
      UNTIL WS-Bank-Idx > WS-Bank-Used.

    PERFORM Settle-One-Bank-Item
      VARYING WS-Bank-Idx FROM 1 BY 1
      UNTIL WS-Bank-Idx > WS-Bank-Used.
    PERFORM Settle-One-Book-Item
      VARYING WS-Book-Idx FROM 1 BY 1
      UNTIL WS-Book-Idx > WS-Book-Used.
    CLOSE Stmt-Line-File.

    PERFORM Record-Rec-Run.

    PERFORM Age-And-Total-Open-Items.
    PERFORM Compute-Book-Balance.
    PERFORM Write-Rec-Report.
    CLOSE Rec-Item-File.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

    MOVE WS-Rec-Difference TO WS-Amount-Disp.
    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Bank rec " DELIMITED BY SIZE
      WS-Stmt-Date DELIMITED BY SIZE
      " - " DELIMITED BY SIZE
      WS-Auto-Matched DELIMITED BY SIZE
      " matched, " DELIMITED BY SIZE
      WS-Open-Items DELIMITED BY SIZE
      " open, difference " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Amount-Disp) DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    MOVE WS-Log-Message TO WS-Audit-Message.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE "OK" TO WS-RH-End-Status.
    CALL "WriteRunHistory" USING WS-RH-Function WS-Lines-Loaded
      WS-Items-Opened WS-Auto-Matched WS-Open-Items
      WS-Elapsed-Seconds WS-RH-End-Status LK-Run-ID LK-Terminal-ID
      LK-Operator-ID.

    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Rec-Done
      ACCEPT OMITTED
    END-IF.

  *> Nothing to reconcile - say why on the screen, or in the log
  *> when nobody is watching.
  Report-Nothing-To-Do.
    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Rec-None
      ACCEPT OMITTED
    ELSE
      MOVE "WARN" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Bank Reconciliation: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-None-Label) DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

  Load-Settlement-Keys.
    MOVE 0 TO WS-Settle-Used.
    OPEN INPUT Rec-Keys-File.
    IF NOT Rec-Keys-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL NOT Rec-Keys-Opened-OK
      READ Rec-Keys-File
        AT END
          MOVE "10" TO WS-Rec-Keys-Status
        NOT AT END
          IF RK-Line(1:10) NOT = SPACES AND WS-Settle-Used < 100 THEN
            ADD 1 TO WS-Settle-Used
            MOVE RK-Line(1:10) TO WS-Settle-Key(WS-Settle-Used)
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Rec-Keys-File.

  *> Reads the whole statement once before anything is loaded: an
  *> H record first, a T record whose line count and closing
  *> balance agree with the D records in between. A statement that
  *> doesn't prove is refused whole.
  Prove-Statement-Controls.
    MOVE "N" TO WS-Stmt-Header-Flag.
    MOVE "N" TO WS-Stmt-Trailer-Flag.
    MOVE 0 TO WS-Stmt-Line-Count.
    MOVE 0 TO WS-Stmt-Line-Total.
    MOVE "N" TO WS-Stmt-At-End-Flag.
    PERFORM UNTIL Stmt-At-End
      READ Bank-Stmt-File
        AT END
          MOVE "Y" TO WS-Stmt-At-End-Flag
        NOT AT END
          EVALUATE BS-Type
            WHEN "H"
              MOVE "Y" TO WS-Stmt-Header-Flag
              MOVE BSH-Account TO WS-Stmt-Account
              MOVE BSH-Stmt-Date TO WS-Stmt-Date
              MOVE BSH-Opening TO WS-Stmt-Opening
            WHEN "D"
              ADD 1 TO WS-Stmt-Line-Count
              ADD BSD-Amount TO WS-Stmt-Line-Total
            WHEN "T"
              MOVE "Y" TO WS-Stmt-Trailer-Flag
              MOVE BST-Closing TO WS-Stmt-Closing
              MOVE BST-Line-Count TO WS-Stmt-Trl-Count
            WHEN OTHER
              CONTINUE
          END-EVALUATE
      END-READ
    END-PERFORM.

    COMPUTE WS-Stmt-Proof = WS-Stmt-Opening + WS-Stmt-Line-Total.
    IF NOT Stmt-Header-Seen OR NOT Stmt-Trailer-Seen
      OR WS-Stmt-Date NOT NUMERIC
      OR WS-Stmt-Trl-Count NOT = WS-Stmt-Line-Count
      OR WS-Stmt-Proof NOT = WS-Stmt-Closing THEN
      CLOSE Bank-Stmt-File
      MOVE 413 TO WS-Error-Code
      MOVE "Bank statement controls do not agree - statement not loaded"
        TO WS-Error-Msg
      CALL "CloseWithError" USING WS-Error-Code WS-Error-Msg
        LK-Run-ID LK-Terminal-ID LK-Operator-ID
    END-IF.

  *> A statement no later than the last one reconciled has been
  *> loaded already - loading it again would double every line.
  Check-Rec-Run-Control.
    MOVE 0 TO WS-Next-Ref.
    OPEN INPUT Rec-Control-File.
    IF Rec-Control-Not-Found THEN
      EXIT PARAGRAPH
    END-IF.
    READ Rec-Control-File
      AT END
        CONTINUE
      NOT AT END
        MOVE RC-Last-Ref TO WS-Next-Ref
        IF RC-Last-Stmt-Date NOT < WS-Stmt-Date THEN
          CLOSE Rec-Control-File
          MOVE 414 TO WS-Error-Code
          MOVE SPACES TO WS-Error-Msg
          STRING
            "Bank statement for " DELIMITED BY SIZE
            WS-Stmt-Date DELIMITED BY SIZE
            " already reconciled - rerun refused" DELIMITED BY SIZE
            INTO WS-Error-Msg
          END-STRING
          CALL "CloseWithError" USING WS-Error-Code WS-Error-Msg
            LK-Run-ID LK-Terminal-ID LK-Operator-ID
        END-IF
    END-READ.
    CLOSE Rec-Control-File.

  *> Records the statement reconciled, the last reference handed
  *> out, and the closing balance a report run on its own proves
  *> from.
  Record-Rec-Run.
    OPEN OUTPUT Rec-Control-File.
    MOVE WS-Stmt-Date TO RC-Last-Stmt-Date.
    MOVE WS-Next-Ref TO RC-Last-Ref.
    MOVE WS-Stmt-Closing TO RC-Closing.
    MOVE WS-Stmt-Account TO RC-Account.
    WRITE RC-Line.
    CLOSE Rec-Control-File.

  *> Today's statement lines into the bank table, numbered in
  *> statement order.
  Load-Statement-Lines.
    MOVE 0 TO WS-Line-Seq.
    OPEN INPUT Bank-Stmt-File.
    MOVE "N" TO WS-Stmt-At-End-Flag.
    PERFORM UNTIL Stmt-At-End
      READ Bank-Stmt-File
        AT END
          MOVE "Y" TO WS-Stmt-At-End-Flag
        NOT AT END
          IF BS-Type = "D" THEN
            ADD 1 TO WS-Line-Seq
            ADD 1 TO WS-Lines-Loaded
            IF WS-Bank-Used < 1000 THEN
              ADD 1 TO WS-Bank-Used
              MOVE "N" TO WS-Bank-Src(WS-Bank-Used)
              MOVE WS-Stmt-Date TO WS-Bank-Line-Key(WS-Bank-Used)(1:8)
              MOVE WS-Line-Seq TO WS-Bank-Line-Key(WS-Bank-Used)(9:5)
              MOVE 0 TO WS-Bank-Ref(WS-Bank-Used)
              MOVE BSD-Reference TO WS-Bank-Key(WS-Bank-Used)
              MOVE BSD-Value-Date TO WS-Bank-Value-Date(WS-Bank-Used)
              MOVE BSD-Amount TO WS-Bank-Amount(WS-Bank-Used)
              MOVE "N" TO WS-Bank-Matched(WS-Bank-Used)
              MOVE SPACES TO WS-Bank-Match-Book(WS-Bank-Used)
              PERFORM Write-Statement-Line
            ELSE
              MOVE "Y" TO WS-Table-Full-Flag
            END-IF
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Bank-Stmt-File.

  *> Every statement line lands on the statement-line file as
  *> loaded - the outcome is rewritten onto it once matching is
  *> done.
  Write-Statement-Line.
    MOVE WS-Stmt-Date TO SL-Stmt-Date.
    MOVE WS-Line-Seq TO SL-Seq.
    MOVE BSD-Value-Date TO SL-Value-Date.
    MOVE BSD-Amount TO SL-Amount.
    MOVE BSD-Reference TO SL-Reference.
    MOVE BSD-Bank-Ref TO SL-Bank-Ref.
    MOVE BSD-Narrative TO SL-Narrative.
    MOVE "O" TO SL-Match-State.
    MOVE SPACES TO SL-Book-Key.
    MOVE 0 TO SL-Open-Ref.
    WRITE SL-Record
      INVALID KEY
        CONTINUE
    END-WRITE.

  *> The items still open from earlier nights go back into the
  *> tables - today's postings may clear yesterday's bank line, and
  *> today's statement yesterday's posting.
  Load-Open-Items.
    MOVE "N" TO WS-Item-At-End-Flag.
    PERFORM UNTIL Item-At-End
      READ Rec-Item-File NEXT
        AT END
          MOVE "Y" TO WS-Item-At-End-Flag
        NOT AT END
          IF OI-State = "O" THEN
            PERFORM Table-One-Open-Item
          END-IF
      END-READ
    END-PERFORM.

  Table-One-Open-Item.
    IF OI-Side = "B" THEN
      IF WS-Bank-Used < 1000 THEN
        ADD 1 TO WS-Bank-Used
        MOVE "O" TO WS-Bank-Src(WS-Bank-Used)
        MOVE OI-Source(1:13) TO WS-Bank-Line-Key(WS-Bank-Used)
        MOVE OI-Ref TO WS-Bank-Ref(WS-Bank-Used)
        MOVE OI-Key TO WS-Bank-Key(WS-Bank-Used)
        MOVE OI-Value-Date TO WS-Bank-Value-Date(WS-Bank-Used)
        MOVE OI-Amount TO WS-Bank-Amount(WS-Bank-Used)
        MOVE "N" TO WS-Bank-Matched(WS-Bank-Used)
        MOVE SPACES TO WS-Bank-Match-Book(WS-Bank-Used)
      ELSE
        MOVE "Y" TO WS-Table-Full-Flag
      END-IF
    ELSE
      IF WS-Book-Used < 2000 THEN
        ADD 1 TO WS-Book-Used
        MOVE "O" TO WS-Book-Src(WS-Book-Used)
        MOVE OI-Source TO WS-Book-Reg-Key(WS-Book-Used)
        MOVE OI-Ref TO WS-Book-Ref(WS-Book-Used)
        MOVE OI-Key TO WS-Book-Key(WS-Book-Used)
        MOVE OI-Value-Date TO WS-Book-Value-Date(WS-Book-Used)
        MOVE OI-Amount TO WS-Book-Amount(WS-Book-Used)
        MOVE "N" TO WS-Book-Matched(WS-Book-Used)
        MOVE SPACES TO WS-Book-Match-Line(WS-Book-Used)
      ELSE
        MOVE "Y" TO WS-Table-Full-Flag
      END-IF
    END-IF.

  *> One settlement key's postings registered on the statement
  *> day, off the register's key/date/amount order.
  Load-Book-Items.
    IF Posted-Reg-Missing THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Settle-Key(WS-Settle-Idx) TO PR-Key.
    MOVE LOW-VALUES TO PR-Date.
    MOVE LOW-VALUES TO PR-Amount-X.
    START Posted-Reg-File KEY IS NOT LESS THAN PR-Reg-Key
      INVALID KEY
        EXIT PARAGRAPH
    END-START.

    MOVE "N" TO WS-Reg-Scan-Done-Flag.
    PERFORM UNTIL Reg-Scan-Done
      READ Posted-Reg-File NEXT
        AT END
          MOVE "Y" TO WS-Reg-Scan-Done-Flag
        NOT AT END
          IF PR-Key NOT = WS-Settle-Key(WS-Settle-Idx) THEN
            MOVE "Y" TO WS-Reg-Scan-Done-Flag
          ELSE
            IF PR-Posted-Date = WS-Stmt-Date THEN
              PERFORM Table-One-Posting
            END-IF
          END-IF
      END-READ
    END-PERFORM.

  Table-One-Posting.
    IF WS-Book-Used NOT < 2000 THEN
      MOVE "Y" TO WS-Table-Full-Flag
      EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-Book-Used.
    MOVE "N" TO WS-Book-Src(WS-Book-Used).
    MOVE PR-Reg-Key TO WS-Book-Reg-Key(WS-Book-Used).
    MOVE 0 TO WS-Book-Ref(WS-Book-Used).
    MOVE PR-Key TO WS-Book-Key(WS-Book-Used).
    MOVE PR-Value-Date TO WS-Book-Value-Date(WS-Book-Used).
    MOVE PR-Amount-X TO WS-Reg-Amount-X.
    MOVE WS-Reg-Amount TO WS-Book-Amount(WS-Book-Used).
    MOVE "N" TO WS-Book-Matched(WS-Book-Used).
    MOVE SPACES TO WS-Book-Match-Line(WS-Book-Used).

  *> One bank item against the unmatched book items - the first
  *> with the same key, amount and value date is its match.
  Match-One-Bank-Item.
    IF WS-Bank-Matched(WS-Bank-Idx) = "Y" THEN
      EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-Book-Idx FROM 1 BY 1
      UNTIL WS-Book-Idx > WS-Book-Used
        OR WS-Bank-Matched(WS-Bank-Idx) = "Y"
      IF WS-Book-Matched(WS-Book-Idx) = "N"
        AND WS-Book-Key(WS-Book-Idx) = WS-Bank-Key(WS-Bank-Idx)
        AND WS-Book-Amount(WS-Book-Idx) = WS-Bank-Amount(WS-Bank-Idx)
        AND WS-Book-Value-Date(WS-Book-Idx)
          = WS-Bank-Value-Date(WS-Bank-Idx) THEN
        MOVE "Y" TO WS-Bank-Matched(WS-Bank-Idx)
        MOVE "Y" TO WS-Book-Matched(WS-Book-Idx)
        MOVE WS-Book-Reg-Key(WS-Book-Idx)
          TO WS-Bank-Match-Book(WS-Bank-Idx)
        MOVE WS-Bank-Line-Key(WS-Bank-Idx)
          TO WS-Book-Match-Line(WS-Book-Idx)
        ADD 1 TO WS-Auto-Matched
      END-IF
    END-PERFORM.

  *> Writes one bank item's outcome: a new line matched is marked
  *> so on its statement-line row, a new line unmatched goes open,
  *> and an open item matched tonight is cleared.
  Settle-One-Bank-Item.
    IF WS-Bank-Src(WS-Bank-Idx) = "N" THEN
      MOVE WS-Bank-Line-Key(WS-Bank-Idx) TO SL-Line-Key
      READ Stmt-Line-File
        INVALID KEY
          EXIT PARAGRAPH
      END-READ
      IF WS-Bank-Matched(WS-Bank-Idx) = "Y" THEN
        MOVE "A" TO SL-Match-State
        MOVE WS-Bank-Match-Book(WS-Bank-Idx) TO SL-Book-Key
      ELSE
        PERFORM Open-Bank-Item
        MOVE "O" TO SL-Match-State
        MOVE WS-Next-Ref TO SL-Open-Ref
      END-IF
      REWRITE SL-Record
        INVALID KEY
          CONTINUE
      END-REWRITE
      EXIT PARAGRAPH
    END-IF.

    IF WS-Bank-Matched(WS-Bank-Idx) = "Y" THEN
      MOVE WS-Bank-Ref(WS-Bank-Idx) TO OI-Ref
      MOVE SPACES TO WS-Entry-Comment
      STRING
        "Matched posting " DELIMITED BY SIZE
        WS-Bank-Match-Book(WS-Bank-Idx)(11:8) DELIMITED BY SIZE
        INTO WS-Entry-Comment
      END-STRING
      PERFORM Clear-Auto-Matched-Item
    END-IF.

  *> The same for one book item - a posting matched tonight needs
  *> no row (its statement line records it), an unmatched one goes
  *> open, and an open item matched tonight is cleared.
  Settle-One-Book-Item.
    IF WS-Book-Src(WS-Book-Idx) = "N" THEN
      IF WS-Book-Matched(WS-Book-Idx) NOT = "Y" THEN
        PERFORM Open-Book-Item
      END-IF
      EXIT PARAGRAPH
    END-IF.

    IF WS-Book-Matched(WS-Book-Idx) = "Y" THEN
      MOVE WS-Book-Ref(WS-Book-Idx) TO OI-Ref
      MOVE SPACES TO WS-Entry-Comment
      STRING
        "Matched stmt line " DELIMITED BY SIZE
        WS-Book-Match-Line(WS-Book-Idx)(1:8) DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        WS-Book-Match-Line(WS-Book-Idx)(9:5) DELIMITED BY SIZE
        INTO WS-Entry-Comment
      END-STRING
      PERFORM Clear-Auto-Matched-Item
    END-IF.

  Open-Bank-Item.
    ADD 1 TO WS-Next-Ref.
    MOVE WS-Next-Ref TO OI-Ref.
    MOVE "B" TO OI-Side.
    MOVE WS-Bank-Line-Key(WS-Bank-Idx) TO OI-Source.
    MOVE WS-Bank-Key(WS-Bank-Idx) TO OI-Key.
    MOVE WS-Bank-Value-Date(WS-Bank-Idx) TO OI-Value-Date.
    MOVE WS-Bank-Amount(WS-Bank-Idx) TO OI-Amount.
    PERFORM Write-New-Open-Item.

  Open-Book-Item.
    ADD 1 TO WS-Next-Ref.
    MOVE WS-Next-Ref TO OI-Ref.
    MOVE "L" TO OI-Side.
    MOVE WS-Book-Reg-Key(WS-Book-Idx) TO OI-Source.
    MOVE WS-Book-Key(WS-Book-Idx) TO OI-Key.
    MOVE WS-Book-Value-Date(WS-Book-Idx) TO OI-Value-Date.
    MOVE WS-Book-Amount(WS-Book-Idx) TO OI-Amount.
    PERFORM Write-New-Open-Item.

  *> An open item dates from the statement it was first left over
  *> from, so its age counts from there.
  Write-New-Open-Item.
    MOVE WS-Stmt-Date TO OI-Opened.
    MOVE 0 TO OI-Age-Days.
    MOVE "O" TO OI-State.
    MOVE SPACES TO OI-Cleared-Date.
    MOVE 0 TO OI-Matched-Ref.
    MOVE SPACES TO OI-Comment.
    MOVE SPACES TO OI-By.
    MOVE SPACES TO OI-Stamp.
    WRITE OI-Record
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        ADD 1 TO WS-Items-Opened
    END-WRITE.

  *> OI-Ref and WS-Entry-Comment set by the caller.
  Clear-Auto-Matched-Item.
    READ Rec-Item-File
      INVALID KEY
        EXIT PARAGRAPH
    END-READ.
    MOVE "A" TO OI-State.
    MOVE WS-Run-Date TO OI-Cleared-Date.
    MOVE WS-Entry-Comment TO OI-Comment.
    REWRITE OI-Record
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        ADD 1 TO WS-Items-Cleared
    END-REWRITE.

  *> Walks the open-items file from the start, re-aging every open
  *> item against the run date and totalling each side for the
  *> proof. The file is open I-O.
  Age-And-Total-Open-Items.
    MOVE 0 TO WS-Open-Bank-Count.
    MOVE 0 TO WS-Open-Bank-Total.
    MOVE 0 TO WS-Open-Book-Count.
    MOVE 0 TO WS-Open-Book-Total.
    MOVE 0 TO WS-Open-Items.
    MOVE 0 TO OI-Ref.
    START Rec-Item-File KEY IS NOT LESS THAN OI-Ref
      INVALID KEY
        EXIT PARAGRAPH
    END-START.
    MOVE "N" TO WS-Item-At-End-Flag.
    PERFORM UNTIL Item-At-End
      READ Rec-Item-File NEXT
        AT END
          MOVE "Y" TO WS-Item-At-End-Flag
        NOT AT END
          IF OI-State = "O" THEN
            PERFORM Age-One-Open-Item
          END-IF
      END-READ
    END-PERFORM.

  Age-One-Open-Item.
    ADD 1 TO WS-Open-Items.
    IF OI-Side = "B" THEN
      ADD 1 TO WS-Open-Bank-Count
      ADD OI-Amount TO WS-Open-Bank-Total
    ELSE
      ADD 1 TO WS-Open-Book-Count
      ADD OI-Amount TO WS-Open-Book-Total
    END-IF.
    IF OI-Opened NUMERIC THEN
      COMPUTE WS-Opened-Day-Int =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(OI-Opened))
      COMPUTE WS-Age-Days = WS-Run-Day-Int - WS-Opened-Day-Int
      IF WS-Age-Days < 0 THEN
        MOVE 0 TO WS-Age-Days
      END-IF
      IF WS-Age-Days > 99999 THEN
        MOVE 99999 TO WS-Age-Days
      END-IF
      MOVE WS-Age-Days TO OI-Age-Days
      REWRITE OI-Record
        INVALID KEY
          CONTINUE
      END-REWRITE
    END-IF.

  *> The book balance is the settlement keys' balances on the
  *> master.
  Compute-Book-Balance.
    MOVE 0 TO WS-Book-Balance.
    OPEN INPUT Trans-Master-File.
    IF NOT Trans-Master-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-Settle-Idx FROM 1 BY 1
      UNTIL WS-Settle-Idx > WS-Settle-Used
      MOVE WS-Settle-Key(WS-Settle-Idx) TO TM-Key
      READ Trans-Master-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          ADD TM-Amount TO WS-Book-Balance
      END-READ
    END-PERFORM.
    CLOSE Trans-Master-File.

  *> The proof, then every open item behind it. Items in the
  *> books but not yet on the bank are added to the bank balance,
  *> items on the bank but not yet in the books taken off it - what
  *> is left should be the book balance, and any difference is
  *> shown rather than forced.
  Write-Rec-Report.
    COMPUTE WS-Adjusted-Bank =
      WS-Stmt-Closing + WS-Open-Book-Total - WS-Open-Bank-Total.
    COMPUTE WS-Rec-Difference = WS-Book-Balance - WS-Adjusted-Bank.

    OPEN OUTPUT Rec-Report-File.
    MOVE WS-Stmt-Account TO RRT-Account.
    MOVE WS-Stmt-Date TO RRT-Stmt-Date.
    MOVE WS-Run-Date TO RRT-Run-Date.
    MOVE WS-Report-Title TO RR-Line.
    WRITE RR-Line.
    MOVE SPACES TO RR-Line.
    WRITE RR-Line.

    MOVE "Balance per bank statement" TO RRP-Label.
    MOVE WS-Stmt-Closing TO RRP-Amount.
    MOVE WS-Proof-Line TO RR-Line.
    WRITE RR-Line.
    MOVE SPACES TO RRP-Label.
    STRING
      "Add: in the books, not on the bank (" DELIMITED BY SIZE
      WS-Open-Book-Count DELIMITED BY SIZE
      ")" DELIMITED BY SIZE
      INTO RRP-Label
    END-STRING.
    MOVE WS-Open-Book-Total TO RRP-Amount.
    MOVE WS-Proof-Line TO RR-Line.
    WRITE RR-Line.
    MOVE SPACES TO RRP-Label.
    STRING
      "Less: on the bank, not in the books (" DELIMITED BY SIZE
      WS-Open-Bank-Count DELIMITED BY SIZE
      ")" DELIMITED BY SIZE
      INTO RRP-Label
    END-STRING.
    MOVE WS-Open-Bank-Total TO RRP-Amount.
    MOVE WS-Proof-Line TO RR-Line.
    WRITE RR-Line.
    MOVE "Adjusted bank balance" TO RRP-Label.
    MOVE WS-Adjusted-Bank TO RRP-Amount.
    MOVE WS-Proof-Line TO RR-Line.
    WRITE RR-Line.
    MOVE "Balance per books (settlement keys)" TO RRP-Label.
    MOVE WS-Book-Balance TO RRP-Amount.
    MOVE WS-Proof-Line TO RR-Line.
    WRITE RR-Line.
    IF WS-Rec-Difference = 0 THEN
      MOVE "Difference - reconciled" TO RRP-Label
    ELSE
      MOVE "DIFFERENCE - NOT RECONCILED" TO RRP-Label
    END-IF.
    MOVE WS-Rec-Difference TO RRP-Amount.
    MOVE WS-Proof-Line TO RR-Line.
    WRITE RR-Line.

    MOVE SPACES TO RR-Line.
    WRITE RR-Line.
    MOVE "Open items" TO RR-Line.
    WRITE RR-Line.
    MOVE WS-Item-Heading TO RR-Line.
    WRITE RR-Line.

    MOVE 0 TO OI-Ref.
    START Rec-Item-File KEY IS NOT LESS THAN OI-Ref
      INVALID KEY
        MOVE "Y" TO WS-Item-At-End-Flag
      NOT INVALID KEY
        MOVE "N" TO WS-Item-At-End-Flag
    END-START.
    PERFORM UNTIL Item-At-End
      READ Rec-Item-File NEXT
        AT END
          MOVE "Y" TO WS-Item-At-End-Flag
        NOT AT END
          IF OI-State = "O" THEN
            PERFORM Write-Item-Detail
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Rec-Report-File.

  Write-Item-Detail.
    MOVE OI-Ref TO RRD-Ref.
    IF OI-Side = "B" THEN
      MOVE "BANK" TO RRD-Side
    ELSE
      MOVE "BOOK" TO RRD-Side
    END-IF.
    MOVE OI-Key TO RRD-Key.
    MOVE OI-Value-Date TO RRD-Value-Date.
    MOVE OI-Amount TO RRD-Amount.
    MOVE OI-Opened TO RRD-Opened.
    MOVE OI-Age-Days TO RRD-Age.
    MOVE OI-Comment TO RRD-Comment.
    MOVE WS-Item-Detail TO RR-Line.
    WRITE RR-Line.

  *> The report again without loading anything - proved from the
  *> last statement's closing balance, after the day's hand matches.
  Report-Only.
    PERFORM Load-Settlement-Keys.
    OPEN INPUT Rec-Control-File.
    IF NOT Rec-Control-Opened-OK THEN
      MOVE "No statement has been reconciled yet - nothing to report."
        TO WS-Rec-Result-Label
      EXIT PARAGRAPH
    END-IF.
    READ Rec-Control-File
      AT END
        INITIALIZE RC-Line
    END-READ.
    CLOSE Rec-Control-File.
    MOVE RC-Last-Stmt-Date TO WS-Stmt-Date.
    MOVE RC-Closing TO WS-Stmt-Closing.
    MOVE RC-Account TO WS-Stmt-Account.

    OPEN I-O Rec-Item-File.
    IF NOT Rec-Item-Opened-OK THEN
      MOVE "No open-items file on disk - nothing to report."
        TO WS-Rec-Result-Label
      EXIT PARAGRAPH
    END-IF.
    PERFORM Age-And-Total-Open-Items.
    PERFORM Compute-Book-Balance.
    PERFORM Write-Rec-Report.
    CLOSE Rec-Item-File.

    MOVE SPACES TO WS-Rec-Result-Label.
    STRING
      "Reconciliation report written to " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Rec-Report-Path) DELIMITED BY SIZE
      INTO WS-Rec-Result-Label
    END-STRING.

  *> Force-matches one bank item against one book item whatever
  *> their differences - the comment says why, and both clear.
  Force-Match-Items.
    MOVE 0 TO WS-Lead-Ref.
    MOVE 0 TO WS-Other-Ref.
    MOVE SPACES TO WS-Entry-Comment.
    DISPLAY SC-Rec-Force.
    ACCEPT SC-Rec-Force.
    IF WS-Lead-Ref = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    IF WS-Entry-Comment = SPACES THEN
      MOVE "A comment is required to force a match."
        TO WS-Rec-Result-Label
      EXIT PARAGRAPH
    END-IF.

    OPEN I-O Rec-Item-File.
    IF NOT Rec-Item-Opened-OK THEN
      MOVE "No open-items file on disk - nothing to match."
        TO WS-Rec-Result-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM Read-Lead-Item.
    IF WS-Rec-Result-Label = SPACES THEN
      MOVE WS-Other-Ref TO OI-Ref
      PERFORM Read-Other-Item
    END-IF.
    IF WS-Rec-Result-Label NOT = SPACES THEN
      CLOSE Rec-Item-File
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Rec-Confirm.
    DISPLAY SC-Rec-Force-Confirm.
    ACCEPT SC-Rec-Force-Confirm.
    IF NOT Rec-Confirmed THEN
      MOVE "Force-match abandoned - both items stay open."
        TO WS-Rec-Result-Label
      CLOSE Rec-Item-File
      EXIT PARAGRAPH
    END-IF.

    MOVE "F" TO WS-Clear-State.
    MOVE WS-Lead-Ref TO OI-Ref.
    MOVE WS-Other-Ref TO WS-Counterpart-Ref.
    PERFORM Clear-Hand-Matched-Item.
    MOVE WS-Other-Ref TO OI-Ref.
    MOVE WS-Lead-Ref TO WS-Counterpart-Ref.
    PERFORM Clear-Hand-Matched-Item.
    CLOSE Rec-Item-File.

    MOVE "Items force-matched and cleared." TO WS-Rec-Result-Label.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Bank rec items " DELIMITED BY SIZE
      WS-Lead-Ref DELIMITED BY SIZE
      "/" DELIMITED BY SIZE
      WS-Other-Ref DELIMITED BY SIZE
      " force-matched by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      ": " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Entry-Comment) DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> Split-matches one lead item against up to five items on the
  *> other side whose amounts add up to it exactly - one bank
  *> credit covering several postings, or the other way round.
  Split-Match-Items.
    MOVE 0 TO WS-Lead-Ref.
    INITIALIZE WS-Split-Refs.
    MOVE SPACES TO WS-Entry-Comment.
    DISPLAY SC-Rec-Split.
    ACCEPT SC-Rec-Split.
    IF WS-Lead-Ref = 0 THEN
      EXIT PARAGRAPH
    END-IF.

    OPEN I-O Rec-Item-File.
    IF NOT Rec-Item-Opened-OK THEN
      MOVE "No open-items file on disk - nothing to match."
        TO WS-Rec-Result-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM Read-Lead-Item.
    MOVE 0 TO WS-Split-Count.
    MOVE 0 TO WS-Split-Total.
    PERFORM VARYING WS-Split-Idx FROM 1 BY 1
      UNTIL WS-Split-Idx > 5 OR WS-Rec-Result-Label NOT = SPACES
      IF WS-Split-Ref(WS-Split-Idx) NOT = 0 THEN
        PERFORM Check-Split-Ref-Unique
        IF WS-Rec-Result-Label = SPACES THEN
          MOVE WS-Split-Ref(WS-Split-Idx) TO OI-Ref
          PERFORM Read-Other-Item
        END-IF
        IF WS-Rec-Result-Label = SPACES THEN
          ADD 1 TO WS-Split-Count
          ADD WS-Other-Amount TO WS-Split-Total
        END-IF
      END-IF
    END-PERFORM.
    IF WS-Rec-Result-Label = SPACES AND WS-Split-Count = 0 THEN
      MOVE "No items keyed to split against." TO WS-Rec-Result-Label
    END-IF.
    IF WS-Rec-Result-Label = SPACES
      AND WS-Split-Total NOT = WS-Lead-Amount THEN
      MOVE "The split items do not add up to the lead item - refused."
        TO WS-Rec-Result-Label
    END-IF.
    IF WS-Rec-Result-Label NOT = SPACES THEN
      CLOSE Rec-Item-File
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Rec-Confirm.
    DISPLAY SC-Rec-Split-Confirm.
    ACCEPT SC-Rec-Split-Confirm.
    IF NOT Rec-Confirmed THEN
      MOVE "Split-match abandoned - the items stay open."
        TO WS-Rec-Result-Label
      CLOSE Rec-Item-File
      EXIT PARAGRAPH
    END-IF.

    MOVE "S" TO WS-Clear-State.
    PERFORM VARYING WS-Split-Idx FROM 1 BY 1 UNTIL WS-Split-Idx > 5
      IF WS-Split-Ref(WS-Split-Idx) NOT = 0 THEN
        MOVE WS-Split-Ref(WS-Split-Idx) TO OI-Ref
        MOVE WS-Lead-Ref TO WS-Counterpart-Ref
        PERFORM Clear-Hand-Matched-Item
      END-IF
    END-PERFORM.
    *> The lead points at itself - the split items all point at it.
    MOVE WS-Lead-Ref TO OI-Ref.
    MOVE WS-Lead-Ref TO WS-Counterpart-Ref.
    PERFORM Clear-Hand-Matched-Item.
    CLOSE Rec-Item-File.

    MOVE "Items split-matched and cleared." TO WS-Rec-Result-Label.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Bank rec item " DELIMITED BY SIZE
      WS-Lead-Ref DELIMITED BY SIZE
      " split-matched against " DELIMITED BY SIZE
      WS-Split-Count DELIMITED BY SIZE
      " item(s) by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> The same item keyed twice in a split would be counted twice.
  Check-Split-Ref-Unique.
    IF WS-Split-Ref(WS-Split-Idx) = WS-Lead-Ref THEN
      MOVE "The lead item cannot be split against itself."
        TO WS-Rec-Result-Label
      EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-Split-Chk-Idx FROM 1 BY 1
      UNTIL WS-Split-Chk-Idx >= WS-Split-Idx
      IF WS-Split-Ref(WS-Split-Chk-Idx) = WS-Split-Ref(WS-Split-Idx) THEN
        MOVE "The same item is keyed twice in the split."
          TO WS-Rec-Result-Label
      END-IF
    END-PERFORM.

  *> Reads the lead item (WS-Lead-Ref), which must be open.
  Read-Lead-Item.
    MOVE WS-Lead-Ref TO OI-Ref.
    PERFORM Read-Open-Item.
    IF WS-Item-Check-Label NOT = SPACES THEN
      MOVE WS-Item-Check-Label TO WS-Rec-Result-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE OI-Side TO WS-Lead-Side.
    MOVE OI-Key TO WS-Lead-Key.
    MOVE OI-Value-Date TO WS-Lead-Value-Date.
    MOVE OI-Amount TO WS-Lead-Amount.

  *> Reads the item at OI-Ref, which must be open and on the other
  *> side from the lead.
  Read-Other-Item.
    PERFORM Read-Open-Item.
    IF WS-Item-Check-Label NOT = SPACES THEN
      MOVE WS-Item-Check-Label TO WS-Rec-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF OI-Side = WS-Lead-Side THEN
      MOVE "A match needs one bank item against book items, or back."
        TO WS-Rec-Result-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE OI-Side TO WS-Other-Side.
    MOVE OI-Key TO WS-Other-Key.
    MOVE OI-Value-Date TO WS-Other-Value-Date.
    MOVE OI-Amount TO WS-Other-Amount.

  Read-Open-Item.
    MOVE SPACES TO WS-Item-Check-Label.
    READ Rec-Item-File
      INVALID KEY
        MOVE SPACES TO WS-Item-Check-Label
        STRING
          "No open item " DELIMITED BY SIZE
          OI-Ref DELIMITED BY SIZE
          " on file." DELIMITED BY SIZE
          INTO WS-Item-Check-Label
        END-STRING
      NOT INVALID KEY
        IF OI-State NOT = "O" THEN
          MOVE SPACES TO WS-Item-Check-Label
          STRING
            "Item " DELIMITED BY SIZE
            OI-Ref DELIMITED BY SIZE
            " has already been cleared." DELIMITED BY SIZE
            INTO WS-Item-Check-Label
          END-STRING
        END-IF
    END-READ.

  *> OI-Ref is the item to clear, WS-Counterpart-Ref the item it
  *> was matched to and WS-Clear-State how.
  Clear-Hand-Matched-Item.
    READ Rec-Item-File
      INVALID KEY
        EXIT PARAGRAPH
    END-READ.
    MOVE WS-Clear-State TO OI-State.
    MOVE WS-Counterpart-Ref TO OI-Matched-Ref.
    PERFORM Stamp-Hand-Cleared-Item.

  Stamp-Hand-Cleared-Item.
    MOVE WS-Run-Date TO OI-Cleared-Date.
    IF WS-Entry-Comment NOT = SPACES THEN
      MOVE WS-Entry-Comment TO OI-Comment
    END-IF.
    MOVE LK-Operator-ID TO OI-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO OI-Stamp.
    REWRITE OI-Record
      INVALID KEY
        CONTINUE
    END-REWRITE.

  *> Notes why an item is still open - it stays open.
  Comment-On-Item.
    MOVE 0 TO WS-Lead-Ref.
    MOVE SPACES TO WS-Entry-Comment.
    DISPLAY SC-Rec-Comment.
    ACCEPT SC-Rec-Comment.
    IF WS-Lead-Ref = 0 THEN
      EXIT PARAGRAPH
    END-IF.

    OPEN I-O Rec-Item-File.
    IF NOT Rec-Item-Opened-OK THEN
      MOVE "No open-items file on disk - nothing to comment on."
        TO WS-Rec-Result-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Lead-Ref TO OI-Ref.
    PERFORM Read-Open-Item.
    IF WS-Item-Check-Label NOT = SPACES THEN
      MOVE WS-Item-Check-Label TO WS-Rec-Result-Label
      CLOSE Rec-Item-File
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Entry-Comment TO OI-Comment.
    MOVE LK-Operator-ID TO OI-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO OI-Stamp.
    REWRITE OI-Record
      INVALID KEY
        MOVE "Comment failed - rewrite rejected by the file."
          TO WS-Rec-Result-Label
      NOT INVALID KEY
        MOVE "Comment recorded - the item stays open."
          TO WS-Rec-Result-Label
    END-REWRITE.
    CLOSE Rec-Item-File.

END PROGRAM BankRec.
