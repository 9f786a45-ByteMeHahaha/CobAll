      RECORD KEY IS HD-Key
      FILE STATUS WS-Hold-Reg-Status.

      *> Account reference and product catalogue - an account on a
      *> product with a GL account set posts to the product's ledger
      *> accounts, ahead of the branch mapping.
      SELECT Acct-Ref-File ASSIGN TO WS-Acct-Ref-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS AC-Key
      FILE STATUS WS-Acct-Ref-Status.

      SELECT Prod-File ASSIGN TO WS-Prod-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS PRD-Code
      FILE STATUS WS-Prod-Status.

DATA DIVISION.
  FILE SECTION.
    FD Trans-Master-File.
    FD Hold-Reg-File.
      COPY "HoldRecord.cpy" REPLACING ==:PREFIX:== BY ==HD==.

    FD Acct-Ref-File.
      COPY "AcctRecord.cpy" REPLACING ==:PREFIX:== BY ==AC==.

    FD Prod-File.
      COPY "ProdRecord.cpy" REPLACING ==:PREFIX:== BY ==PRD==.

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.

    *> Per-branch pots by status + currency, collected as
    *> combinations are first seen - same first-seen table idiom as
    *> the report's currency subtotals. A pot carrying an account is
    *> product money, already routed to its product's ledger account;
    *> a blank account is looked up on the mapping.
    01 WS-Pot-Table.
      05 WS-Pot-Entry OCCURS 50 TIMES.
        10 WS-Pot-Account PIC X(8).
        10 WS-Pot-Status PIC X(1).
        10 WS-Pot-Currency PIC X(3).
        10 WS-Pot-Amount PIC S9(11)V99.
      88 Pot-Found VALUE "Y".
    01 WS-Pot-Work-Currency PIC X(3) VALUE SPACES.

    *> Product routing. Both files have to be on disk for it; the
    *> last product looked up is cached, as accounts on one product
    *> tend to come in runs.
    01 WS-Acct-Ref-Path PIC X(80) VALUE "AcctRef.dat".
    01 WS-Acct-Ref-Status PIC XX.
      88 Acct-Ref-Opened-OK VALUE "00".
    01 WS-Prod-Path PIC X(80) VALUE "ProdMaster.dat".
    01 WS-Prod-Status PIC XX.
      88 Prod-Opened-OK VALUE "00".
    01 WS-Products-Flag PIC A VALUE "N".
      88 Products-Available VALUE "Y".
    01 WS-Cached-Product PIC X(4) VALUE SPACES.
    01 WS-Cached-GL-Account PIC X(8) VALUE SPACES.
    01 WS-Cached-GL-Reversal PIC X(8) VALUE SPACES.
    01 WS-Rec-Product-Account PIC X(8) VALUE SPACES.
    01 WS-Product-Routed-Count PIC 9(7) VALUE 0.

    01 WS-Records-Read PIC 9(7) VALUE 0.
    01 WS-GL-Lines-Written PIC 9(7) VALUE 0.
    01 WS-Master-At-End-Flag PIC X VALUE "N".
    MOVE 0 TO WS-Pot-Used.
    MOVE 0 TO WS-Held-Count.
    MOVE 0 TO WS-Held-Total.
    MOVE 0 TO WS-Product-Routed-Count.
    MOVE SPACES TO WS-Cached-Product.
    MOVE SPACES TO WS-Cached-GL-Account.
    MOVE SPACES TO WS-Cached-GL-Reversal.
    MOVE SPACES TO WS-Branch-Value-Date.
    MOVE "Y" TO WS-First-Record.
    MOVE SPACES TO WS-Break-Branch.
      MOVE "Y" TO WS-Hold-Reg-Missing-Flag
    END-IF.

    *> No catalogue (or no account reference) just means every
    *> account posts by branch as before.
    MOVE "N" TO WS-Products-Flag.
    OPEN INPUT Prod-File.
    IF Prod-Opened-OK THEN
      OPEN INPUT Acct-Ref-File
      IF Acct-Ref-Opened-OK THEN
        MOVE "Y" TO WS-Products-Flag
      ELSE
        CLOSE Prod-File
      END-IF
    END-IF.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.

    OPEN OUTPUT GL-Interface-File.
          IF WS-Rec-Value-Date > WS-Branch-Value-Date THEN
            MOVE WS-Rec-Value-Date TO WS-Branch-Value-Date
          END-IF
          PERFORM Find-Product-Account
          EVALUATE TRUE
            WHEN WS-Rec-Product-Account NOT = SPACES
              ADD 1 TO WS-Product-Routed-Count
              PERFORM Add-To-Branch-Pot
            WHEN GL-Map-Missing AND TM-Status = "R"
              ADD TM-Amount TO WS-Branch-Reversal-Total
            WHEN GL-Map-Missing
              ADD TM-Amount TO WS-Branch-Total
            WHEN OTHER
              PERFORM Add-To-Branch-Pot
          END-EVALUATE
          ADD TM-Amount TO WS-Grand-Total
          END-IF
      END-READ
    IF NOT Hold-Reg-Missing THEN
      CLOSE Hold-Reg-File
    END-IF.
    IF Products-Available THEN
      CLOSE Acct-Ref-File
      CLOSE Prod-File
    END-IF.

    IF WS-Product-Routed-Count > 0 THEN
      MOVE "INF" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "GL Interface: " DELIMITED BY SIZE
        WS-Product-Routed-Count DELIMITED BY SIZE
        " record(s) posted to their product's GL account"
          DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

    IF WS-Held-Count > 0 THEN
      MOVE "INF" TO WS-Log-Level
  *> file each status/currency pot posts to its mapped ledger
  *> account; without it, the long-standing trading (and, when there
  *> was reversal money, reversals) pattern against the clearing
  *> control account. Product pots post to their product's account
  *> either way.
  Write-Branch-GL-Pair.
    IF GL-Map-Missing THEN
      MOVE WS-Branch-Value-Date TO WS-Pair-Value-Date
        MOVE "REVERSAL" TO WS-Pair-Account
        PERFORM Write-One-GL-Pair
      END-IF
    END-IF.
    PERFORM Write-Mapped-Pot
      VARYING WS-Pot-Idx FROM 1 BY 1
      UNTIL WS-Pot-Idx > WS-Pot-Used.
    MOVE 0 TO WS-Pot-Used.

    MOVE 0 TO WS-Branch-Total.
    MOVE 0 TO WS-Branch-Reversal-Total.
  *> mapping and write the balanced pair. An unmapped combination
  *> posts to the defined suspense account and is counted as a
  *> mapping gap - the money still flows, it just lands somewhere
  *> visible instead of somewhere wrong. A product pot already
  *> carries its account.
  Write-Mapped-Pot.
    IF WS-Pot-Amount(WS-Pot-Idx) = 0 THEN
      EXIT PARAGRAPH
    END-IF.

    IF WS-Pot-Account(WS-Pot-Idx) NOT = SPACES THEN
      MOVE WS-Pot-Account(WS-Pot-Idx) TO WS-Pair-Account
    ELSE
      MOVE WS-Break-Branch TO GM-Branch
      MOVE WS-Pot-Status(WS-Pot-Idx) TO GM-Status
      MOVE WS-Pot-Currency(WS-Pot-Idx) TO GM-Currency
      READ GL-Map-File
        INVALID KEY
          ADD 1 TO WS-Map-Gap-Count
          MOVE WS-Map-Suspense-Account TO WS-Pair-Account
        NOT INVALID KEY
          MOVE GM-Account TO WS-Pair-Account
      END-READ
    END-IF.

    MOVE WS-Pot-Amount(WS-Pot-Idx) TO WS-Pair-Amount.
    MOVE WS-Pot-Value-Date(WS-Pot-Idx) TO WS-Pair-Value-Date.
        MOVE "Y" TO WS-Record-Held-Flag
    END-READ.

  *> The ledger account the record just read posts to by its
  *> account's product - the product's reversals account for status
  *> R when it has one, else its GL account. Blank when the account
  *> is on no product, or on one without a GL account set.
  Find-Product-Account.
    MOVE SPACES TO WS-Rec-Product-Account.
    IF NOT Products-Available THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE TM-Key TO AC-Key.
    READ Acct-Ref-File
      INVALID KEY
        EXIT PARAGRAPH
    END-READ.
    IF AC-Product = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    IF AC-Product NOT = WS-Cached-Product THEN
      MOVE AC-Product TO WS-Cached-Product
      MOVE SPACES TO WS-Cached-GL-Account
      MOVE SPACES TO WS-Cached-GL-Reversal
      MOVE AC-Product TO PRD-Code
      READ Prod-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE PRD-GL-Account TO WS-Cached-GL-Account
          MOVE PRD-GL-Reversal-Account TO WS-Cached-GL-Reversal
      END-READ
    END-IF.
    IF TM-Status = "R" AND WS-Cached-GL-Reversal NOT = SPACES THEN
      MOVE WS-Cached-GL-Reversal TO WS-Rec-Product-Account
    ELSE
      MOVE WS-Cached-GL-Account TO WS-Rec-Product-Account
    END-IF.

  *> Takes the defined suspense account off the mapping's
  *> all-asterisk row - the hardcoded fallback only stands until
  *> that row is keyed.
    END-READ.

  *> Folds the record just read into its branch's status/currency
  *> pot (product money into its product account's pot), adding the
  *> combination to the table the first time it's seen. Records from
  *> before the currency field existed pot as the base currency.
  Add-To-Branch-Pot.
    IF TM-Currency = SPACES THEN
      MOVE "GBP" TO WS-Pot-Work-Currency
    MOVE "N" TO WS-Pot-Found-Flag.
    PERFORM VARYING WS-Pot-Idx FROM 1 BY 1
      UNTIL WS-Pot-Idx > WS-Pot-Used OR Pot-Found
      IF WS-Pot-Account(WS-Pot-Idx) = WS-Rec-Product-Account
        AND WS-Pot-Status(WS-Pot-Idx) = TM-Status
        AND WS-Pot-Currency(WS-Pot-Idx) = WS-Pot-Work-Currency THEN
        ADD TM-Amount TO WS-Pot-Amount(WS-Pot-Idx)
        IF WS-Rec-Value-Date > WS-Pot-Value-Date(WS-Pot-Idx) THEN
    END-PERFORM.

    IF NOT Pot-Found THEN
      IF WS-Pot-Used < 50 THEN
        ADD 1 TO WS-Pot-Used
        MOVE WS-Rec-Product-Account TO WS-Pot-Account(WS-Pot-Used)
        MOVE TM-Status TO WS-Pot-Status(WS-Pot-Used)
        MOVE WS-Pot-Work-Currency TO WS-Pot-Currency(WS-Pot-Used)
        MOVE TM-Amount TO WS-Pot-Amount(WS-Pot-Used)
        MOVE WS-Rec-Value-Date TO WS-Pot-Value-Date(WS-Pot-Used)
      ELSE
        *> A branch with more than 50 status/currency combinations
        *> overflows the table - the dropped money makes the feed
        *> fail its reconciliation below rather than load short, but
        *> say why in the log.
