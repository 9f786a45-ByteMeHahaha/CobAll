      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Accr-Rates-Status.

      *> Account reference and product catalogue - an account on a
      *> product with an accrual rate accrues at that rate, whatever
      *> its branch or status.
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

      *> The day's accruals - standard TransRecord layout with
      *> HDR/TRL controls, so they post through the normal nightly
      *> path like any other feed (register it on FeedMaint).
    FD Accr-Rates-File.
      01 AR-Line PIC X(80).

    FD Acct-Ref-File.
      COPY "AcctRecord.cpy" REPLACING ==:PREFIX:== BY ==AC==.

    FD Prod-File.
      COPY "ProdRecord.cpy" REPLACING ==:PREFIX:== BY ==PRD==.

    FD Accr-Extract-File.
      01 AX-Line PIC X(41).

    01 WS-Card-Keyword PIC X(20).
    01 WS-Card-Value PIC X(60).

    01 WS-Acct-Ref-Path PIC X(80) VALUE "AcctRef.dat".
    01 WS-Acct-Ref-Status PIC XX.
      88 Acct-Ref-Opened-OK VALUE "00".
    01 WS-Prod-Path PIC X(80) VALUE "ProdMaster.dat".
    01 WS-Prod-Status PIC XX.
      88 Prod-Opened-OK VALUE "00".
    *> Both have to be on disk for product rates to apply.
    01 WS-Products-Flag PIC A VALUE "N".
      88 Products-Available VALUE "Y".
    *> The last product looked up - accounts on one product tend to
    *> come in runs, so most lookups never touch the file.
    01 WS-Cached-Product PIC X(4) VALUE SPACES.
    01 WS-Cached-Product-Rate PIC 9(2)V9(6) VALUE 0.
    01 WS-Product-Accruals PIC 9(7) VALUE 0.

    01 WS-Accr-Extract-Path PIC X(80) VALUE "AccrExtract.dat".
    01 WS-Accr-Extract-Status PIC XX.
    01 WS-Accr-Extract-Info.
    MOVE 0 TO WS-SRate-Used.
    MOVE 0 TO WS-BRate-Used.
    MOVE "P" TO WS-Accr-Status.
    MOVE 0 TO WS-Product-Accruals.
    MOVE SPACES TO WS-Cached-Product.
    MOVE 0 TO WS-Cached-Product-Rate.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date.

    CALL "ResolveDataPath" USING WS-Accr-Control-Path.

    PERFORM Load-Accrual-Rates.
    PERFORM Open-Product-Files.
    IF NOT Rates-Loaded AND NOT Products-Available THEN
      IF NOT Batch-Mode-Active THEN
        MOVE "(no AccrRates.dat and no products - nothing to accrue)"
          TO WS-None-Label
        DISPLAY SC-Accrue-None
        ACCEPT OMITTED
      ELSE
        MOVE "WARN" TO WS-Log-Level
        MOVE "Interest Accrual: no rates or products - nothing accrued" TO WS-Log-Message
        CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
          LK-Terminal-ID LK-Operator-ID
          WS-Log-Write-Status

    OPEN INPUT Trans-Master-File.
    IF NOT Trans-Master-Opened-Successfully THEN
      PERFORM Close-Product-Files
      IF NOT Batch-Mode-Active THEN
        MOVE "(transaction master not found - run Sort 'n' Report)"
          TO WS-None-Label
    PERFORM Write-Extract-Trailer.
    CLOSE Accr-Extract-File.
    CLOSE Trans-Master-File.
    PERFORM Close-Product-Files.

    PERFORM Record-Accrual-Run.

      WS-Accruals-Written DELIMITED BY SIZE
      " accrual(s) over " DELIMITED BY SIZE
      WS-Records-Read DELIMITED BY SIZE
      " balance(s), " DELIMITED BY SIZE
      WS-Product-Accruals DELIMITED BY SIZE
      " at product rate, gen " DELIMITED BY SIZE
      WS-New-Generation DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
        LK-Run-ID LK-Terminal-ID LK-Operator-ID
    END-IF.

  *> One balance: pick its rate (product, then branch, then status),
  *> compute the day's accrual rounded to the penny, and write it as
  *> a standard transaction. A zero rate or zero accrual writes
  *> nothing.
  Accrue-One-Record.
    READ Trans-Master-File
    ADD 1 TO WS-Detail-Count.
    ADD WS-Accrual-Amount TO WS-Hash-Total WS-Accrual-Total.

  *> The rate for the record just read - its product's rate when
  *> the account is on a product that sets one, else its branch's
  *> rate when one is configured, else its status's, else zero (no
  *> accrual).
  Find-Accrual-Rate.
    MOVE 0 TO WS-Work-Rate.
    MOVE "N" TO WS-Rate-Found-Flag.
    PERFORM Find-Product-Rate.
    IF WS-Work-Rate > 0 THEN
      ADD 1 TO WS-Product-Accruals
      EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-Rate-Idx FROM 1 BY 1
      UNTIL WS-Rate-Idx > WS-BRate-Used OR Rate-Found
      IF WS-BRate-Branch(WS-Rate-Idx) = TM-Key(1:4) THEN
      END-IF
    END-PERFORM.

  *> The accrual rate of the product the record's account is on, or
  *> zero - no reference row, no product, a product the catalogue
  *> doesn't know, or one that sets no rate.
  Find-Product-Rate.
    MOVE 0 TO WS-Work-Rate.
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
      MOVE 0 TO WS-Cached-Product-Rate
      MOVE AC-Product TO PRD-Code
      READ Prod-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE PRD-Accrual-Rate TO WS-Cached-Product-Rate
      END-READ
    END-IF.
    MOVE WS-Cached-Product-Rate TO WS-Work-Rate.

  *> Product rates need both the account reference (which product)
  *> and the catalogue (what rate) - shared files, like the rate
  *> cards.
  Open-Product-Files.
    MOVE "N" TO WS-Products-Flag.
    OPEN INPUT Prod-File.
    IF NOT Prod-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    OPEN INPUT Acct-Ref-File.
    IF NOT Acct-Ref-Opened-OK THEN
      CLOSE Prod-File
      EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-Products-Flag.

  Close-Product-Files.
    IF Products-Available THEN
      CLOSE Acct-Ref-File
      CLOSE Prod-File
      MOVE "N" TO WS-Products-Flag
    END-IF.

  *> The extract's HDR, stamped last-plus-one off this feed's own
  *> generation counter.
  Write-Extract-Header.
