IDENTIFICATION DIVISION.
  PROGRAM-ID. ProdMaint.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Product catalogue - one row per account product, keyed on
      *> its product code. Shared reference data like the account
      *> reference that names each account's product.
      SELECT Prod-File ASSIGN TO WS-Prod-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS PRD-Code
      FILE STATUS WS-Prod-Status.

      *> Account reference - which product each key is on.
      SELECT Acct-Ref-File ASSIGN TO WS-Acct-Ref-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS AC-Key
      FILE STATUS WS-Acct-Ref-Status.

      *> Keyed transaction master built by Sort 'n' Report - every
      *> key's balance, walked for the holdings report.
      SELECT Trans-Master-File ASSIGN TO WS-Trans-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE SEQUENTIAL
      RECORD KEY IS TM-Key
      ALTERNATE RECORD KEY IS TM-Date WITH DUPLICATES
      FILE STATUS WS-Trans-Master-Status.

      *> The product holdings report.
      SELECT Holdings-File ASSIGN TO WS-Holdings-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Holdings-Status.

DATA DIVISION.
  FILE SECTION.
    FD Prod-File.
      COPY "ProdRecord.cpy" REPLACING ==:PREFIX:== BY ==PRD==.

    FD Acct-Ref-File.
      COPY "AcctRecord.cpy" REPLACING ==:PREFIX:== BY ==AC==.

    FD Trans-Master-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==TM==.

    FD Holdings-File.
      01 HL-Line PIC X(80).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.
    01 WS-Prod-Path PIC X(80) VALUE "ProdMaster.dat".
    01 WS-Prod-Status PIC XX.
      88 Prod-Opened-Successfully VALUE "00".
      88 Prod-Not-Found VALUE "35".
    01 WS-Prod-At-End-Flag PIC X VALUE "N".
      88 Prod-At-End VALUE "Y".
    01 WS-Acct-Ref-Path PIC X(80) VALUE "AcctRef.dat".
    01 WS-Acct-Ref-Status PIC XX.
      88 Acct-Ref-Opened-OK VALUE "00".
    01 WS-Acct-At-End-Flag PIC X VALUE "N".
      88 Acct-At-End VALUE "Y".
    01 WS-Trans-Master-Path PIC X(80) VALUE "TransMaster.dat".
    01 WS-Trans-Master-Status PIC XX.
      88 Trans-Master-Opened-Successfully VALUE "00".
    01 WS-Master-At-End-Flag PIC X VALUE "N".
      88 Master-At-End VALUE "Y".
    01 WS-Holdings-Path PIC X(80) VALUE "ProdHold.txt".
    01 WS-Holdings-Status PIC XX.

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode - a
    *> batch run goes straight to the holdings report, no screens.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    *> Operator's request off SC-Prod-Menu.
    01 WS-Maint-Action PIC 9 VALUE 0.
      88 Maint-Add VALUE 1.
      88 Maint-Amend VALUE 2.
      88 Maint-Delete VALUE 3.
      88 Maint-Back VALUE 4.
      88 Maint-Holdings VALUE 5.
    01 WS-Maint-Code PIC X(4) VALUE SPACES.
    01 WS-Maint-Name PIC X(30) VALUE SPACES.
    01 WS-Maint-Rate PIC 9(2)V9(6) VALUE 0.
    01 WS-Maint-Cycle-Day PIC 9(2) VALUE 0.
    01 WS-Maint-GL-Account PIC X(8) VALUE SPACES.
    01 WS-Maint-GL-Reversal PIC X(8) VALUE SPACES.
    01 WS-Maint-Currencies.
      05 WS-Maint-Currency PIC X(3) OCCURS 8 TIMES.
    01 WS-Maint-State PIC X VALUE "A".
    01 WS-Maint-Confirm PIC A VALUE SPACES.
      88 Maint-Delete-Confirmed VALUE "Y" "y".
    01 WS-Maint-Action-Label PIC X(20) VALUE SPACES.
    01 WS-Maint-Result-Label PIC X(76) VALUE SPACES.
    01 WS-Ccy-Idx PIC 9 VALUE 0.

    *> Before-image of the stored row for the amend's audit entry.
    01 WS-Before-Rate PIC 9(2)V9(6) VALUE 0.
    01 WS-Before-GL-Account PIC X(8) VALUE SPACES.
    01 WS-Before-State PIC X VALUE SPACES.
    01 WS-Audit-Rate PIC Z9.9(6).
    01 WS-Audit-Rate-After PIC Z9.9(6).
    01 WS-Audit-Message PIC X(80).

    *> BranchAccess's verdict on each master key against the
    *> operator's data scope - the holdings report rolls up only the
    *> operator's own branches, the rest counted, noted and audited
    *> once. Batch and head-office runs see every branch.
    01 WS-Access-Silent PIC X(20) VALUE SPACES.
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".
    01 WS-Rows-Withheld PIC 9(7) VALUE 0.

    *> Accounts found carrying a product - a product still in use
    *> can only be withdrawn, not deleted.
    01 WS-Carried-Count PIC 9(7) VALUE 0.
    01 WS-Edit-Count PIC Z,ZZZ,ZZ9.

    *> The holdings report's tables - every catalogue product, plus
    *> "no product" and any code an account carries that is not on
    *> the catalogue, each with its accounts and balances per
    *> currency.
    01 WS-Hold-Prod-Table.
      05 WS-Hold-Prod OCCURS 100 TIMES.
        10 WS-Hold-Prod-Code PIC X(4).
        10 WS-Hold-Prod-Name PIC X(30).
        10 WS-Hold-Prod-Accounts PIC 9(7).
    01 WS-Hold-Prod-Used PIC 9(3) VALUE 0.
    01 WS-Hold-Prod-Idx PIC 9(3) VALUE 0.
    01 WS-Hold-Prod-Found PIC 9(3) VALUE 0.
    01 WS-Hold-Ccy-Table.
      05 WS-Hold-Ccy OCCURS 500 TIMES.
        10 WS-Hold-Ccy-Prod PIC 9(3).
        10 WS-Hold-Ccy-Code PIC X(3).
        10 WS-Hold-Ccy-Accounts PIC 9(7).
        10 WS-Hold-Ccy-In-Debit PIC 9(7).
        10 WS-Hold-Ccy-Balance PIC S9(13)V99.
    01 WS-Hold-Ccy-Used PIC 9(3) VALUE 0.
    01 WS-Hold-Ccy-Idx PIC 9(3) VALUE 0.
    01 WS-Hold-Ccy-Found PIC 9(3) VALUE 0.
    01 WS-Hold-Overflow PIC 9(7) VALUE 0.
    01 WS-Hold-Work-Code PIC X(4) VALUE SPACES.
    01 WS-Hold-Work-Currency PIC X(3) VALUE SPACES.
    01 WS-Hold-Keys-Read PIC 9(7) VALUE 0.
    01 WS-Hold-Lines PIC 9(7) VALUE 0.
    01 WS-Hold-Prod-Lines PIC 9(3) VALUE 0.
    01 WS-Hold-Detail.
      05 HD-Code PIC X(4).
      05 FILLER PIC X(2) VALUE SPACES.
      05 HD-Name PIC X(24).
      05 FILLER PIC X(2) VALUE SPACES.
      05 HD-Currency PIC X(3).
      05 FILLER PIC X(2) VALUE SPACES.
      05 HD-Accounts PIC ZZZ,ZZ9.
      05 FILLER PIC X(2) VALUE SPACES.
      05 HD-Balance PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(2) VALUE SPACES.
      05 HD-In-Debit PIC ZZZ,ZZ9.

    *> Spool hand-off for the report.
    01 WS-Spool-Source PIC X(8) VALUE "PRODHOLD".
    01 WS-Spool-Paginate PIC X(1) VALUE "Y".
    01 WS-Run-Date PIC X(8) VALUE SPACES.

    *> Elapsed/run-history row, same arrangement as the other batch
    *> functions.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "PRODHOLD".
    01 WS-RH-Matched PIC 9(7) VALUE 0.
    01 WS-RH-Unmatched PIC 9(7) VALUE 0.
    01 WS-RH-End-Status PIC X(4) VALUE SPACES.

    01 WS-Log-Level PIC A(4).
    01 WS-Log-Message PIC X(80).
    01 WS-Log-Write-Status PIC XX.

  *> Subroutine Parameters
  LINKAGE SECTION.
    01 LK-Run-ID PIC X(14).
    01 LK-Terminal-ID PIC X(8).
    01 LK-Operator-ID PIC X(8).

  SCREEN SECTION.
    COPY "ProdMaintScr.cpy". *> Product Catalogue screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  ProdMaintMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Product Catalogue selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> Re-defaulted every invocation - the catalogue and the account
    *> reference are shared, the master and the report are the
    *> session company's.
    MOVE "TransMaster.dat" TO WS-Trans-Master-Path.
    MOVE "ProdHold.txt" TO WS-Holdings-Path.
    CALL "ResolveDataPath" USING WS-Trans-Master-Path.
    CALL "ResolveDataPath" USING WS-Holdings-Path.

    *> OPEN I-O fails with "35" when the catalogue doesn't exist yet
    *> - create it empty then, same first-use arrangement as the
    *> other reference screens.
    OPEN I-O Prod-File.
    IF Prod-Not-Found THEN
      OPEN OUTPUT Prod-File
      CLOSE Prod-File
      OPEN I-O Prod-File
    END-IF.

    *> A batch run is the holdings report - the maintenance screens
    *> are interactive-only.
    IF Batch-Mode-Active THEN
      PERFORM Write-Holdings-Report
      CLOSE Prod-File
      GOBACK
    END-IF.

    MOVE 0 TO WS-Maint-Action.
    PERFORM Maint-Loop UNTIL Maint-Back.

    CLOSE Prod-File.

    GOBACK.

  *> One maintenance action: take the action and product code off
  *> the screen, apply it, audit it, and show the outcome.
  Maint-Loop.
    MOVE 0 TO WS-Maint-Action.
    MOVE SPACES TO WS-Maint-Code.
    DISPLAY SC-Prod-Menu.
    ACCEPT SC-Prod-Menu.

    MOVE SPACES TO WS-Maint-Result-Label.
    MOVE FUNCTION UPPER-CASE(WS-Maint-Code) TO WS-Maint-Code.
    IF (Maint-Add OR Maint-Amend OR Maint-Delete)
      AND WS-Maint-Code = SPACES THEN
      MOVE "Key the product code first." TO WS-Maint-Result-Label
    END-IF.

    IF WS-Maint-Result-Label = SPACES THEN
      EVALUATE TRUE
        WHEN Maint-Add
          PERFORM Do-Prod-Add
        WHEN Maint-Amend
          PERFORM Do-Prod-Amend
        WHEN Maint-Delete
          PERFORM Do-Prod-Delete
        WHEN Maint-Holdings
          PERFORM Write-Holdings-Report
          IF WS-Maint-Result-Label = SPACES THEN
            MOVE WS-Hold-Keys-Read TO WS-Edit-Count
            STRING
              "Holdings report written - " DELIMITED BY SIZE
              FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
              " account(s), to " DELIMITED BY SIZE
              FUNCTION TRIM(WS-Holdings-Path) DELIMITED BY SIZE
              INTO WS-Maint-Result-Label
            END-STRING
          END-IF
        WHEN Maint-Back
          CONTINUE
        WHEN OTHER
          MOVE "Invalid choice - pick 1-5." TO WS-Maint-Result-Label
      END-EVALUATE
    END-IF.

    IF NOT Maint-Back AND WS-Maint-Result-Label NOT = SPACES THEN
      DISPLAY SC-Prod-Result
      ACCEPT OMITTED
    END-IF.

  *> Adds a brand-new product under the entered code.
  Do-Prod-Add.
    MOVE WS-Maint-Code TO PRD-Code.
    READ Prod-File
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE "Product already on file - use Amend instead."
          TO WS-Maint-Result-Label
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Maint-Name.
    MOVE 0 TO WS-Maint-Rate.
    MOVE 0 TO WS-Maint-Cycle-Day.
    MOVE SPACES TO WS-Maint-GL-Account.
    MOVE SPACES TO WS-Maint-GL-Reversal.
    MOVE SPACES TO WS-Maint-Currencies.
    MOVE "A" TO WS-Maint-State.
    MOVE "Action: Add" TO WS-Maint-Action-Label.
    DISPLAY SC-Prod-Fields.
    ACCEPT SC-Prod-Fields.

    PERFORM Validate-Prod-Fields.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    INITIALIZE PRD-Record.
    MOVE WS-Maint-Code TO PRD-Code.
    PERFORM Move-Keyed-Fields.
    MOVE LK-Operator-ID TO PRD-Created-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO PRD-Created-Stamp.
    WRITE PRD-Record
      INVALID KEY
        MOVE "Add failed - write rejected by the file."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        MOVE "Product added." TO WS-Maint-Result-Label
        MOVE PRD-Accrual-Rate TO WS-Audit-Rate
        STRING
          "Product ADD by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " code=" DELIMITED BY SIZE
          PRD-Code DELIMITED BY SIZE
          " rate=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Audit-Rate) DELIMITED BY SIZE
          " gl=" DELIMITED BY SIZE
          PRD-GL-Account DELIMITED BY SIZE
          " name=" DELIMITED BY SIZE
          FUNCTION TRIM(PRD-Name) DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-WRITE.

  *> Amends the stored product, auditing the rate, GL account and
  *> state before and after - the settings every account on it
  *> takes from the next run.
  Do-Prod-Amend.
    MOVE WS-Maint-Code TO PRD-Code.
    READ Prod-File
      INVALID KEY
        MOVE "No product on file for that code." TO WS-Maint-Result-Label
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Move-Record-To-Screen.
    MOVE PRD-Accrual-Rate TO WS-Before-Rate.
    MOVE PRD-GL-Account TO WS-Before-GL-Account.
    MOVE PRD-State TO WS-Before-State.
    MOVE "Action: Amend" TO WS-Maint-Action-Label.
    DISPLAY SC-Prod-Fields.
    ACCEPT SC-Prod-Fields.

    PERFORM Validate-Prod-Fields.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Move-Keyed-Fields.
    REWRITE PRD-Record
      INVALID KEY
        MOVE "Amend failed - rewrite rejected by the file."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        MOVE "Product amended." TO WS-Maint-Result-Label
        MOVE WS-Before-Rate TO WS-Audit-Rate
        MOVE PRD-Accrual-Rate TO WS-Audit-Rate-After
        STRING
          "Product AMEND by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " code=" DELIMITED BY SIZE
          PRD-Code DELIMITED BY SIZE
          " rate=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Audit-Rate) DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Audit-Rate-After) DELIMITED BY SIZE
          " gl=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Before-GL-Account) DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          FUNCTION TRIM(PRD-GL-Account) DELIMITED BY SIZE
          " st=" DELIMITED BY SIZE
          WS-Before-State DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          PRD-State DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-REWRITE.

  *> Deletes a product after confirmation - only one no account
  *> carries; a product in use is withdrawn instead, so no account is
  *> left pointing at a code the catalogue has forgotten.
  Do-Prod-Delete.
    MOVE WS-Maint-Code TO PRD-Code.
    READ Prod-File
      INVALID KEY
        MOVE "No product on file for that code." TO WS-Maint-Result-Label
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Count-Carrying-Accounts.
    IF WS-Carried-Count > 0 THEN
      MOVE WS-Carried-Count TO WS-Edit-Count
      STRING
        FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
        " account(s) carry this product - withdraw it (state W)."
          DELIMITED BY SIZE
        INTO WS-Maint-Result-Label
      END-STRING
      EXIT PARAGRAPH
    END-IF.

    PERFORM Move-Record-To-Screen.
    MOVE SPACES TO WS-Maint-Confirm.
    DISPLAY SC-Prod-Confirm.
    ACCEPT SC-Prod-Confirm.

    IF NOT Maint-Delete-Confirmed THEN
      MOVE "Delete abandoned - product kept." TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Maint-Code TO PRD-Code.
    DELETE Prod-File
      INVALID KEY
        MOVE "Delete failed - rejected by the file."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        MOVE "Product deleted." TO WS-Maint-Result-Label
        STRING
          "Product DELETE by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " code=" DELIMITED BY SIZE
          WS-Maint-Code DELIMITED BY SIZE
          " name=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Maint-Name) DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-DELETE.

  *> Walks the account reference for the accounts on the entered
  *> product. No reference means none.
  Count-Carrying-Accounts.
    MOVE 0 TO WS-Carried-Count.
    OPEN INPUT Acct-Ref-File.
    IF NOT Acct-Ref-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO AC-Key.
    MOVE "N" TO WS-Acct-At-End-Flag.
    START Acct-Ref-File KEY IS NOT < AC-Key
      INVALID KEY
        MOVE "Y" TO WS-Acct-At-End-Flag
    END-START.
    PERFORM UNTIL Acct-At-End
      READ Acct-Ref-File NEXT
        AT END
          MOVE "Y" TO WS-Acct-At-End-Flag
        NOT AT END
          IF AC-Product = WS-Maint-Code THEN
            ADD 1 TO WS-Carried-Count
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Acct-Ref-File.

  *> Pre-fills the field screen from the stored product.
  Move-Record-To-Screen.
    MOVE PRD-Name TO WS-Maint-Name.
    MOVE PRD-Accrual-Rate TO WS-Maint-Rate.
    MOVE PRD-Cycle-Day TO WS-Maint-Cycle-Day.
    MOVE PRD-GL-Account TO WS-Maint-GL-Account.
    MOVE PRD-GL-Reversal-Account TO WS-Maint-GL-Reversal.
    PERFORM VARYING WS-Ccy-Idx FROM 1 BY 1 UNTIL WS-Ccy-Idx > 8
      MOVE PRD-Currency(WS-Ccy-Idx) TO WS-Maint-Currency(WS-Ccy-Idx)
    END-PERFORM.
    MOVE PRD-State TO WS-Maint-State.

  *> The keyed settings have to make sense to the programs that read
  *> them. Leaves the reason in the result label.
  Validate-Prod-Fields.
    MOVE FUNCTION UPPER-CASE(WS-Maint-State) TO WS-Maint-State.
    MOVE FUNCTION UPPER-CASE(WS-Maint-Currencies)
      TO WS-Maint-Currencies.
    MOVE FUNCTION UPPER-CASE(WS-Maint-GL-Account)
      TO WS-Maint-GL-Account.
    MOVE FUNCTION UPPER-CASE(WS-Maint-GL-Reversal)
      TO WS-Maint-GL-Reversal.
    EVALUATE TRUE
      WHEN WS-Maint-Name = SPACES
        MOVE "Key the product's name." TO WS-Maint-Result-Label
      WHEN WS-Maint-Cycle-Day > 31
        MOVE "Cycle day must be 01-31, or 00 for no default."
          TO WS-Maint-Result-Label
      WHEN WS-Maint-GL-Account = SPACES
        AND WS-Maint-GL-Reversal NOT = SPACES
        MOVE "Key the GL account before a reversals account."
          TO WS-Maint-Result-Label
      WHEN WS-Maint-State NOT = "A" AND NOT = "W"
        MOVE "State must be A (active) or W (withdrawn)."
          TO WS-Maint-Result-Label
    END-EVALUATE.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-Ccy-Idx FROM 1 BY 1
      UNTIL WS-Ccy-Idx > 8 OR WS-Maint-Result-Label NOT = SPACES
      IF WS-Maint-Currency(WS-Ccy-Idx) NOT = SPACES
        AND (WS-Maint-Currency(WS-Ccy-Idx)(1:1) = SPACE
          OR WS-Maint-Currency(WS-Ccy-Idx)(2:1) = SPACE
          OR WS-Maint-Currency(WS-Ccy-Idx)(3:1) = SPACE) THEN
        MOVE "Each permitted currency must be a 3-letter code."
          TO WS-Maint-Result-Label
      END-IF
    END-PERFORM.

  Move-Keyed-Fields.
    MOVE WS-Maint-Name TO PRD-Name.
    MOVE WS-Maint-Rate TO PRD-Accrual-Rate.
    MOVE WS-Maint-Cycle-Day TO PRD-Cycle-Day.
    MOVE WS-Maint-GL-Account TO PRD-GL-Account.
    MOVE WS-Maint-GL-Reversal TO PRD-GL-Reversal-Account.
    PERFORM VARYING WS-Ccy-Idx FROM 1 BY 1 UNTIL WS-Ccy-Idx > 8
      MOVE WS-Maint-Currency(WS-Ccy-Idx) TO PRD-Currency(WS-Ccy-Idx)
    END-PERFORM.
    MOVE WS-Maint-State TO PRD-State.

  *> The product holdings report: every key on the session's master,
  *> its balance rolled up under the product its account reference
  *> row names, per currency - accounts, net balance and how many are
  *> in debit. Keys with no product (or no reference row) roll up
  *> under "no product"; a code missing from the catalogue is listed
  *> as such. Spooled, with a run-history row.
  Write-Holdings-Report.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.
    MOVE 0 TO WS-Hold-Keys-Read.
    MOVE 0 TO WS-Rows-Withheld.
    MOVE 0 TO WS-Hold-Lines.
    MOVE 0 TO WS-Hold-Overflow.
    MOVE 0 TO WS-Hold-Prod-Used.
    MOVE 0 TO WS-Hold-Ccy-Used.
    INITIALIZE WS-Hold-Prod-Table.
    INITIALIZE WS-Hold-Ccy-Table.

    OPEN INPUT Trans-Master-File.
    IF NOT Trans-Master-Opened-Successfully THEN
      MOVE "Transaction master not found - run Sort 'n' Report first."
        TO WS-Maint-Result-Label
      MOVE "WARN" TO WS-Log-Level
      MOVE "Product holdings: transaction master not found" TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      MOVE 0 TO WS-Elapsed-Seconds
      MOVE "ERR" TO WS-RH-End-Status
      CALL "WriteRunHistory" USING WS-RH-Function WS-Hold-Keys-Read
        WS-Hold-Lines WS-RH-Matched WS-RH-Unmatched WS-Elapsed-Seconds
        WS-RH-End-Status LK-Run-ID LK-Terminal-ID LK-Operator-ID
      EXIT PARAGRAPH
    END-IF.

    *> The catalogue first, in code order, so every product shows -
    *> one nobody holds yet included.
    MOVE LOW-VALUES TO PRD-Code.
    MOVE "N" TO WS-Prod-At-End-Flag.
    START Prod-File KEY IS NOT < PRD-Code
      INVALID KEY
        MOVE "Y" TO WS-Prod-At-End-Flag
    END-START.
    PERFORM UNTIL Prod-At-End
      READ Prod-File NEXT
        AT END
          MOVE "Y" TO WS-Prod-At-End-Flag
        NOT AT END
          IF WS-Hold-Prod-Used < 99 THEN
            ADD 1 TO WS-Hold-Prod-Used
            MOVE PRD-Code TO WS-Hold-Prod-Code(WS-Hold-Prod-Used)
            MOVE PRD-Name TO WS-Hold-Prod-Name(WS-Hold-Prod-Used)
          END-IF
      END-READ
    END-PERFORM.

    OPEN INPUT Acct-Ref-File.
    MOVE "N" TO WS-Master-At-End-Flag.
    PERFORM UNTIL Master-At-End
      READ Trans-Master-File
        AT END
          MOVE "Y" TO WS-Master-At-End-Flag
        NOT AT END
          CALL "BranchAccess" USING TM-Key WS-Access-Silent
            LK-Run-ID LK-Operator-ID WS-Access-Result
          IF Access-Permitted THEN
            ADD 1 TO WS-Hold-Keys-Read
            PERFORM Add-Key-To-Holdings
          ELSE
            ADD 1 TO WS-Rows-Withheld
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Trans-Master-File.
    IF Acct-Ref-Opened-OK THEN
      CLOSE Acct-Ref-File
    END-IF.

    OPEN OUTPUT Holdings-File.
    MOVE SPACES TO HL-Line.
    STRING
      "Product holdings - as at " DELIMITED BY SIZE
      WS-Run-Date DELIMITED BY SIZE
      "  run " DELIMITED BY SIZE
      LK-Run-ID DELIMITED BY SIZE
      INTO HL-Line
    END-STRING.
    WRITE HL-Line.
    MOVE SPACES TO HL-Line.
    WRITE HL-Line.
    MOVE "Prod  Name                      Ccy  Accounts             Balance  In debit"
      TO HL-Line.
    WRITE HL-Line.
    MOVE ALL "-" TO HL-Line.
    WRITE HL-Line.

    PERFORM Write-Product-Holdings
      VARYING WS-Hold-Prod-Idx FROM 1 BY 1
      UNTIL WS-Hold-Prod-Idx > WS-Hold-Prod-Used.

    MOVE SPACES TO HL-Line.
    WRITE HL-Line.
    MOVE WS-Hold-Keys-Read TO WS-Edit-Count.
    MOVE SPACES TO HL-Line.
    STRING
      "Accounts on the master: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
      INTO HL-Line
    END-STRING.
    WRITE HL-Line.
    IF WS-Hold-Overflow > 0 THEN
      MOVE WS-Hold-Overflow TO WS-Edit-Count
      MOVE SPACES TO HL-Line
      STRING
        FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
        " account(s) not rolled up - too many products/currencies."
          DELIMITED BY SIZE
        INTO HL-Line
      END-STRING
      WRITE HL-Line
    END-IF.
    PERFORM Note-Rows-Withheld.
    CLOSE Holdings-File.

    CALL "WriteSpoolJob" USING WS-Spool-Source WS-Holdings-Path
      WS-Spool-Paginate LK-Run-ID.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Product holdings - " DELIMITED BY SIZE
      WS-Hold-Keys-Read DELIMITED BY SIZE
      " account(s) over " DELIMITED BY SIZE
      WS-Hold-Prod-Used DELIMITED BY SIZE
      " product(s)" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    IF WS-Hold-Overflow > 0 THEN
      MOVE "WARN" TO WS-RH-End-Status
    ELSE
      MOVE "OK" TO WS-RH-End-Status
    END-IF.
    CALL "WriteRunHistory" USING WS-RH-Function WS-Hold-Keys-Read
      WS-Hold-Lines WS-RH-Matched WS-RH-Unmatched WS-Elapsed-Seconds
      WS-RH-End-Status LK-Run-ID LK-Terminal-ID LK-Operator-ID.

  *> Notes on the report, and audits once, the accounts left out
  *> because they sit outside the operator's permitted branches.
  Note-Rows-Withheld.
    IF WS-Rows-Withheld = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO HL-Line.
    STRING
      "Restricted to the branches permitted to " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " - " DELIMITED BY SIZE
      WS-Rows-Withheld DELIMITED BY SIZE
      " account(s) withheld" DELIMITED BY SIZE
      INTO HL-Line
    END-STRING.
    WRITE HL-Line.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Branch access REFUSED for " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " at Product Holdings - " DELIMITED BY SIZE
      WS-Rows-Withheld DELIMITED BY SIZE
      " row(s) withheld" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> Rolls the key just read up under its product and currency,
  *> adding the product (a code not on the catalogue, or "no
  *> product") and the currency the first time each is seen.
  *> Records from before the currency field existed count as GBP.
  Add-Key-To-Holdings.
    MOVE SPACES TO WS-Hold-Work-Code.
    IF Acct-Ref-Opened-OK THEN
      MOVE TM-Key TO AC-Key
      READ Acct-Ref-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE AC-Product TO WS-Hold-Work-Code
      END-READ
    END-IF.
    IF TM-Currency = SPACES THEN
      MOVE "GBP" TO WS-Hold-Work-Currency
    ELSE
      MOVE TM-Currency TO WS-Hold-Work-Currency
    END-IF.

    MOVE 0 TO WS-Hold-Prod-Found.
    PERFORM VARYING WS-Hold-Prod-Idx FROM 1 BY 1
      UNTIL WS-Hold-Prod-Idx > WS-Hold-Prod-Used
        OR WS-Hold-Prod-Found > 0
      IF WS-Hold-Prod-Code(WS-Hold-Prod-Idx) = WS-Hold-Work-Code THEN
        MOVE WS-Hold-Prod-Idx TO WS-Hold-Prod-Found
      END-IF
    END-PERFORM.
    IF WS-Hold-Prod-Found = 0 THEN
      IF WS-Hold-Prod-Used >= 100 THEN
        ADD 1 TO WS-Hold-Overflow
        EXIT PARAGRAPH
      END-IF
      ADD 1 TO WS-Hold-Prod-Used
      MOVE WS-Hold-Prod-Used TO WS-Hold-Prod-Found
      MOVE WS-Hold-Work-Code TO WS-Hold-Prod-Code(WS-Hold-Prod-Found)
      IF WS-Hold-Work-Code = SPACES THEN
        MOVE "(no product)" TO WS-Hold-Prod-Name(WS-Hold-Prod-Found)
      ELSE
        MOVE "(not on the catalogue)"
          TO WS-Hold-Prod-Name(WS-Hold-Prod-Found)
      END-IF
    END-IF.

    MOVE 0 TO WS-Hold-Ccy-Found.
    PERFORM VARYING WS-Hold-Ccy-Idx FROM 1 BY 1
      UNTIL WS-Hold-Ccy-Idx > WS-Hold-Ccy-Used
        OR WS-Hold-Ccy-Found > 0
      IF WS-Hold-Ccy-Prod(WS-Hold-Ccy-Idx) = WS-Hold-Prod-Found
        AND WS-Hold-Ccy-Code(WS-Hold-Ccy-Idx) = WS-Hold-Work-Currency THEN
        MOVE WS-Hold-Ccy-Idx TO WS-Hold-Ccy-Found
      END-IF
    END-PERFORM.
    IF WS-Hold-Ccy-Found = 0 THEN
      IF WS-Hold-Ccy-Used >= 500 THEN
        ADD 1 TO WS-Hold-Overflow
        EXIT PARAGRAPH
      END-IF
      ADD 1 TO WS-Hold-Ccy-Used
      MOVE WS-Hold-Ccy-Used TO WS-Hold-Ccy-Found
      MOVE WS-Hold-Prod-Found TO WS-Hold-Ccy-Prod(WS-Hold-Ccy-Found)
      MOVE WS-Hold-Work-Currency TO WS-Hold-Ccy-Code(WS-Hold-Ccy-Found)
    END-IF.

    ADD 1 TO WS-Hold-Prod-Accounts(WS-Hold-Prod-Found).
    ADD 1 TO WS-Hold-Ccy-Accounts(WS-Hold-Ccy-Found).
    ADD TM-Amount TO WS-Hold-Ccy-Balance(WS-Hold-Ccy-Found).
    IF TM-Amount < 0 THEN
      ADD 1 TO WS-Hold-Ccy-In-Debit(WS-Hold-Ccy-Found)
    END-IF.

  *> One product's lines - a line per currency it is held in, or a
  *> single empty line when nobody holds it.
  Write-Product-Holdings.
    MOVE 0 TO WS-Hold-Prod-Lines.
    PERFORM VARYING WS-Hold-Ccy-Idx FROM 1 BY 1
      UNTIL WS-Hold-Ccy-Idx > WS-Hold-Ccy-Used
      IF WS-Hold-Ccy-Prod(WS-Hold-Ccy-Idx) = WS-Hold-Prod-Idx THEN
        MOVE SPACES TO HD-Code
        MOVE SPACES TO HD-Name
        IF WS-Hold-Prod-Lines = 0 THEN
          MOVE WS-Hold-Prod-Code(WS-Hold-Prod-Idx) TO HD-Code
          MOVE WS-Hold-Prod-Name(WS-Hold-Prod-Idx) TO HD-Name
        END-IF
        MOVE WS-Hold-Ccy-Code(WS-Hold-Ccy-Idx) TO HD-Currency
        MOVE WS-Hold-Ccy-Accounts(WS-Hold-Ccy-Idx) TO HD-Accounts
        MOVE WS-Hold-Ccy-Balance(WS-Hold-Ccy-Idx) TO HD-Balance
        MOVE WS-Hold-Ccy-In-Debit(WS-Hold-Ccy-Idx) TO HD-In-Debit
        MOVE WS-Hold-Detail TO HL-Line
        WRITE HL-Line
        ADD 1 TO WS-Hold-Prod-Lines
        ADD 1 TO WS-Hold-Lines
      END-IF
    END-PERFORM.
    IF WS-Hold-Prod-Lines = 0 THEN
      MOVE WS-Hold-Prod-Code(WS-Hold-Prod-Idx) TO HD-Code
      MOVE WS-Hold-Prod-Name(WS-Hold-Prod-Idx) TO HD-Name
      MOVE "-" TO HD-Currency
      MOVE 0 TO HD-Accounts
      MOVE 0 TO HD-Balance
      MOVE 0 TO HD-In-Debit
      MOVE WS-Hold-Detail TO HL-Line
      WRITE HL-Line
      ADD 1 TO WS-Hold-Lines
    END-IF.

END PROGRAM ProdMaint.
