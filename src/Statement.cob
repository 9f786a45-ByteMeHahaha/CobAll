      RECORD KEY IS CY-Key
      FILE STATUS WS-Cycle-Status.

      *> Product catalogue maintained by ProdMaint - a key with no
      *> cycle row of its own is statemented on its account's
      *> product's default cycle day.
      SELECT Prod-File ASSIGN TO "ProdMaster.dat"
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS PRD-Code
      FILE STATUS WS-Prod-Status.

      *> Business-day calendar maintained by CalMaint - cycle days
      *> that landed on holidays roll forward to the first open day.
      SELECT Calendar-File ASSIGN TO "Calendar.dat"
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Stmt-Arch-Status.

      *> Customer master and links maintained by CustMaint - customer
      *> mode prints one combined statement per party, every key they
      *> hold in one block, instead of one statement per key.
      SELECT Cust-Master-File ASSIGN TO WS-Cust-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS CU-Cust-No
      FILE STATUS WS-Cust-Master-Status.

      SELECT Cust-Link-File ASSIGN TO WS-Cust-Link-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS CL-Link-Key
      ALTERNATE RECORD KEY IS CL-Acct-Key WITH DUPLICATES
      FILE STATUS WS-Cust-Link-Status.

      *> Live rates maintained by RateMaint - the combined statement's
      *> total is in GBP at today's rate.
      SELECT Exch-Rate-File ASSIGN TO "ExchRate.dat"
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS XR-Currency
      FILE STATUS WS-Exch-Rate-Status.

      *> Customer mode's sort: the extract once per linked customer,
      *> in customer, key and date order - the customer walk then
      *> shares one sequential pointer the way the key walk does.
      SELECT Cust-Sort-File ASSIGN TO "StmtCust.srt".

      SELECT Cust-Sorted-File ASSIGN TO WS-Cust-Sorted-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Cust-Sorted-Status.

      *> Posted-transaction history written by Sort 'n' Report - a
      *> past period's statement takes its lines from here, by key
      *> and date, instead of from today's extract.
      SELECT Txn-Hist-File ASSIGN TO WS-Txn-Hist-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS LH-Hist-Key
      ALTERNATE RECORD KEY IS LH-Key-Date WITH DUPLICATES
      ALTERNATE RECORD KEY IS LH-Value-Date WITH DUPLICATES
      FILE STATUS WS-Txn-Hist-Status.


DATA DIVISION.
  FILE SECTION.
    FD Cycle-File.
      COPY "CycRecord.cpy" REPLACING ==:PREFIX:== BY ==CY==.

    FD Prod-File.
      COPY "ProdRecord.cpy" REPLACING ==:PREFIX:== BY ==PRD==.

    FD Calendar-File.
      COPY "CalRecord.cpy" REPLACING ==:PREFIX:== BY ==CAL==.

    FD Stmt-Arch-File.
      01 SA-Line PIC X(80).

    FD Cust-Master-File.
      COPY "CustRecord.cpy" REPLACING ==:PREFIX:== BY ==CU==.

    FD Cust-Link-File.
      COPY "CustLinkRecord.cpy" REPLACING ==:PREFIX:== BY ==CL==.

    FD Exch-Rate-File.
      COPY "RateRecord.cpy" REPLACING ==:PREFIX:== BY ==XR==.

    *> A customer number in front of the whole transaction record.
    SD Cust-Sort-File.
      01 CS-Record.
        05 CS-Cust-No PIC X(8).
        05 CS-Trans PIC X(41).
        05 CS-Trans-Keys REDEFINES CS-Trans.
          10 CS-Key PIC X(10).
          10 CS-Date PIC X(8).
          10 FILLER PIC X(23).

    FD Cust-Sorted-File.
      01 CO-Record.
        05 CO-Cust-Key.
          10 CO-Cust-No PIC X(8).
          10 CO-Key PIC X(10).
        05 CO-Date PIC X(8).
        05 CO-Amount PIC S9(9)V99.
        05 CO-Status PIC X(1).
        05 CO-Currency PIC X(3).
        05 CO-Value-Date PIC X(8).

    FD Txn-Hist-File.
      COPY "TxnHistRecord.cpy" REPLACING ==:PREFIX:== BY ==LH==.


  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
      88 Stmt-Spool-Requested VALUE "Y" "y".
    01 WS-Stmt-Cycle-Flag PIC A VALUE "N".
      88 Stmt-Cycle-Requested VALUE "Y" "y".
    *> Or one combined statement per customer in a customer-number
    *> range - blank From means every customer on the master.
    01 WS-Stmt-Cust-Flag PIC A VALUE "N".
      88 Stmt-Cust-Requested VALUE "Y" "y".
    01 WS-Stmt-Cust-From PIC X(8) VALUE SPACES.
    01 WS-Stmt-Cust-To PIC X(8) VALUE SPACES.
    *> Or the keys' statements for a past period, their lines off the
    *> posting history instead of today's extract - a From date asks
    *> for it, a blank To runs the period up to today. Cycle and
    *> customer runs are today's statements and ignore it.
    01 WS-Stmt-Period-From PIC X(8) VALUE SPACES.
    01 WS-Stmt-Period-From-Num REDEFINES WS-Stmt-Period-From PIC 9(8).
    01 WS-Stmt-Period-To PIC X(8) VALUE SPACES.
    01 WS-Stmt-Period-To-Num REDEFINES WS-Stmt-Period-To PIC 9(8).
    01 WS-Stmt-Period-Flag PIC A VALUE "N".
      88 Stmt-Period-Requested VALUE "Y".
    01 WS-Period-From-Disp PIC X(10) VALUE SPACES.
    01 WS-Period-To-Disp PIC X(10) VALUE SPACES.
    01 WS-Txn-Hist-Path PIC X(80) VALUE "TxnHist.dat".
    01 WS-Txn-Hist-Status PIC XX.
      88 Txn-Hist-Opened-OK VALUE "00".
    01 WS-Hist-At-End-Flag PIC A VALUE "N".
      88 Hist-At-End VALUE "Y".
    *> The account's keys, today's first, as RekeyChain gives them -
    *> lines posted before a re-key stay under the old key.
    01 WS-Stmt-Live-Key PIC X(10) VALUE SPACES.
    01 WS-Stmt-Family.
      05 WS-Stmt-Family-Count PIC 99.
      05 WS-Stmt-Family-Key OCCURS 20 TIMES PIC X(10).
    01 WS-Stmt-Family-Idx PIC 99 VALUE 0.
    01 WS-Hist-Walk-Key PIC X(10) VALUE SPACES.
    01 WS-Hist-Key-Lines PIC 9(5) VALUE 0.
    01 WS-Period-Net PIC S9(11)V99 VALUE 0.

    *> Statement cycle selection. The due-day set is today's day of
    *> the month plus the days of any holidays immediately before it
    01 WS-Cycle-Status PIC XX.
      88 Cycle-Opened-Successfully VALUE "00".
      88 Cycle-Not-Found VALUE "35".
    01 WS-Cycle-Missing-Flag PIC A VALUE "N".
      88 Cycle-File-Missing VALUE "Y".
    *> Product default cycle days - the catalogue missing just means
    *> only keys on the cycle file are due. The last product looked
    *> up is kept, as one product's accounts tend to come in runs.
    01 WS-Prod-Status PIC XX.
      88 Prod-Opened-OK VALUE "00".
    01 WS-Prod-Missing-Flag PIC A VALUE "N".
      88 Prod-File-Missing VALUE "Y".
    01 WS-Cached-Product PIC X(4) VALUE SPACES.
    01 WS-Cached-Cycle-Day PIC 9(2) VALUE 0.
    01 WS-Key-Cycle-Day PIC 9(2) VALUE 0.
    01 WS-Calendar-Status PIC XX.
      88 Calendar-Opened-Successfully VALUE "00".
      88 Calendar-Not-Found VALUE "35".
      88 Record-Is-Held VALUE "Y".
    01 WS-Stmt-Held-Count PIC 9(5) VALUE 0.

    *> BranchAccess's verdict on a key against the operator's data
    *> scope. A single keyed account outside it is refused and
    *> audited; a range, the cycle or a customer's keys just leave
    *> other branches' accounts out, counted and audited once for
    *> the run (a head-office profile, or batch, sees all).
    01 WS-Access-Point PIC X(20) VALUE "Statement Generation".
    01 WS-Access-Silent PIC X(20) VALUE SPACES.
    01 WS-Access-Asked PIC X(20) VALUE SPACES.
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".
    01 WS-Stmt-Withheld-Count PIC 9(5) VALUE 0.
    01 WS-Audit-Message PIC X(80).

    *> The archive banner - the reprint screen keys off this exact
    *> layout.
    01 WS-Stmt-Arch-Path PIC X(80) VALUE "StmtArchive.dat".
    01 WS-Stmt-Page-Num PIC 9(3) VALUE 0.

    01 WS-Stmt-Build-Line PIC X(80).
    *> The line waiting out a page break - the heading builds its
    *> own lines in WS-Stmt-Build-Line.
    01 WS-Stmt-Pending-Line PIC X(80).
    01 WS-Stmt-Amount-Disp PIC Z,ZZZ,ZZZ,ZZ9.99-.

    *> Movement detail line on the statement.

    01 WS-Spool-Label PIC X(40) VALUE SPACES.

    *> Customer mode. The customer files are shared reference, like
    *> AcctRef.dat; the positions are the session company's.
    01 WS-Cust-Master-Path PIC X(80) VALUE "CustMaster.dat".
    01 WS-Cust-Master-Status PIC XX.
      88 Cust-Master-Opened-OK VALUE "00".
    01 WS-Cust-At-End-Flag PIC A VALUE "N".
      88 Customers-At-End VALUE "Y".
    01 WS-Cust-Link-Path PIC X(80) VALUE "CustLink.dat".
    01 WS-Cust-Link-Status PIC XX.
      88 Cust-Link-Opened-OK VALUE "00".
    01 WS-Link-At-End-Flag PIC A VALUE "N".
      88 Links-At-End VALUE "Y".
    01 WS-Exch-Rate-Status PIC XX.
      88 Exch-Rate-Opened-OK VALUE "00".
    01 WS-Exch-Rate-Missing-Flag PIC A VALUE "N".
      88 Exch-Rate-Missing VALUE "Y".
    01 WS-Cust-Sorted-Path PIC X(80) VALUE "StmtCust.sorted".
    01 WS-Cust-Sorted-Status PIC XX.
      88 Cust-Sorted-Not-Found VALUE "35".
    01 WS-CO-At-End-Flag PIC X VALUE "N".
      88 Cust-Sorted-At-End VALUE "Y".
    *> The customer and key in hand, to walk the pointer up to.
    01 WS-Cust-Walk-Key.
      05 WS-Walk-Cust-No PIC X(8).
      05 WS-Walk-Acct-Key PIC X(10).
    *> A customer's statement opens on its first key that has a
    *> position and isn't held - a customer with none gets nothing.
    01 WS-Cust-Stmt-Open-Flag PIC A VALUE "N".
      88 Cust-Stmt-Open VALUE "Y".
    01 WS-Cust-Key-Count PIC 9(5) VALUE 0.
    01 WS-Cust-Accts-Covered PIC 9(5) VALUE 0.
    01 WS-Cust-Unconverted PIC 9(3) VALUE 0.
    01 WS-Cust-Count-Disp PIC ZZ,ZZ9.
    *> GBP at the live rate; no rate leaves the native amount in the
    *> total, flagged, the way the converted reports do.
    01 WS-Currency PIC X(3).
    01 WS-Rate-Work PIC 9(3)V9(6) VALUE 0.
    01 WS-GBP-Amount PIC S9(11)V99 VALUE 0.
    01 WS-Cust-Total-GBP PIC S9(13)V99 VALUE 0.
    01 WS-Cust-Total-Disp PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
    01 WS-Addr-Idx PIC 9 VALUE 0.

  *> Subroutine Parameters
  LINKAGE SECTION.
    01 LK-Run-ID PIC X(14).
    MOVE 0 TO WS-Stmt-Due-Count.
    MOVE 0 TO WS-Stmt-Skipped-Count.
    MOVE 0 TO WS-Stmt-Held-Count.
    MOVE 0 TO WS-Stmt-Withheld-Count.
    MOVE "N" TO WS-Stmt-Cycle-Flag.
    MOVE SPACES TO WS-Stmt-Cycle-Label.
    MOVE SPACES TO WS-Stmt-Key-From.
    MOVE SPACES TO WS-Stmt-Key-To.
    MOVE "N" TO WS-Stmt-Cust-Flag.
    MOVE SPACES TO WS-Stmt-Cust-From.
    MOVE SPACES TO WS-Stmt-Cust-To.
    MOVE SPACES TO WS-Stmt-Period-From.
    MOVE SPACES TO WS-Stmt-Period-To.
    MOVE "N" TO WS-Stmt-Period-Flag.
    MOVE 0 TO WS-Cust-Accts-Covered.

    *> Re-defaulted every invocation, then company-qualified.
    MOVE "TransMaster.dat" TO WS-Trans-Master-Path.
    CALL "ResolveDataPath" USING WS-Statement-Out-Path.
    CALL "ResolveDataPath" USING WS-Hold-Reg-Path.
    CALL "ResolveDataPath" USING WS-Stmt-Arch-Path.
    MOVE "TxnHist.dat" TO WS-Txn-Hist-Path.
    CALL "ResolveDataPath" USING WS-Txn-Hist-Path.
    MOVE "CustMaster.dat" TO WS-Cust-Master-Path.
    MOVE "CustLink.dat" TO WS-Cust-Link-Path.

    PERFORM LoadConfig.


    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.

    *> Customer mode takes precedence over the keys and the cycle.
    IF Stmt-Cust-Requested THEN
      PERFORM Run-Customer-Statements
    ELSE
      PERFORM Run-Key-Statements
    END-IF.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

    IF WS-Stmt-Withheld-Count > 0 THEN
      MOVE SPACES TO WS-Audit-Message
      STRING
        "Branch access REFUSED for " DELIMITED BY SIZE
        FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
        " at Statement Generation - " DELIMITED BY SIZE
        WS-Stmt-Withheld-Count DELIMITED BY SIZE
        " key(s) withheld" DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
      CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-IF.

    CLOSE Statement-Out-File.
    CLOSE Stmt-Arch-File.
    CLOSE Trans-Master-File.

    GOBACK.

  *> One statement per key, by range or cycle - or by range for a
  *> past period off the posting history.
  Run-Key-Statements.
    IF WS-Stmt-Period-From NOT = SPACES
      AND NOT Stmt-Cycle-Requested THEN
      PERFORM Run-Period-Statements
      EXIT PARAGRAPH
    END-IF.

    *> The one extract pass: sort it by key the way Sort 'n' Report
    *> sorts, then every statemented key shares the one sequential
    *> pointer into the result.
    MOVE "Statement.sorted" TO WS-Sorted-Extract-Path.
    CALL "ResolveDataPath" USING WS-Sorted-Extract-Path.
    SORT Stmt-Sort-File
      ON ASCENDING KEY SS-Key
      ON ASCENDING KEY SS-Date
      INPUT PROCEDURE IS Load-Extract-For-Sort
      GIVING Sorted-Extract-File.

    OPEN INPUT Sorted-Extract-File.
    MOVE "N" TO WS-SE-At-End-Flag.
    IF Sorted-Extract-Not-Found THEN
      MOVE "Y" TO WS-SE-At-End-Flag
    ELSE
      PERFORM Read-Next-Sorted-Extract
    END-IF.

    IF Stmt-Cycle-Requested THEN
      PERFORM Run-Cycle-Statements
    ELSE
      PERFORM Run-Range-Statements
    END-IF.

    IF NOT Sorted-Extract-Not-Found THEN
      CLOSE Sorted-Extract-File
    END-IF.
    CALL "CBL_DELETE_FILE" USING WS-Sorted-Extract-Path
      RETURNING WS-SE-Delete-Status
    END-CALL.

  *> Customer mode: one combined statement per customer in range -
  *> every key linked to them, each with its position and the day's
  *> movements, under one heading and one GBP total. Held keys are
  *> left off and counted, as in the keyed run.
  Run-Customer-Statements.
    OPEN INPUT Cust-Master-File.
    IF NOT Cust-Master-Opened-OK THEN
      MOVE "(no customer master on disk - nothing to print)"
        TO WS-Stmt-Cycle-Label
      MOVE "WARN" TO WS-Log-Level
      MOVE "Statement Generation: no customer master on disk" TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      EXIT PARAGRAPH
    END-IF.
    OPEN INPUT Cust-Link-File.
    IF NOT Cust-Link-Opened-OK THEN
      CLOSE Cust-Master-File
      MOVE "(no customer links on disk - nothing to print)"
        TO WS-Stmt-Cycle-Label
      MOVE "WARN" TO WS-Log-Level
      MOVE "Statement Generation: no customer links on disk" TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Exch-Rate-Missing-Flag.
    OPEN INPUT Exch-Rate-File.
    IF NOT Exch-Rate-Opened-OK THEN
      MOVE "Y" TO WS-Exch-Rate-Missing-Flag
    END-IF.

    *> Blank From is every customer; a blank To just the one.
    IF WS-Stmt-Cust-From = SPACES THEN
      MOVE LOW-VALUES TO WS-Stmt-Cust-From
      MOVE HIGH-VALUES TO WS-Stmt-Cust-To
    ELSE
      IF WS-Stmt-Cust-To = SPACES THEN
        MOVE WS-Stmt-Cust-From TO WS-Stmt-Cust-To
      END-IF
    END-IF.

    MOVE "StmtCust.sorted" TO WS-Cust-Sorted-Path.
    CALL "ResolveDataPath" USING WS-Cust-Sorted-Path.
    SORT Cust-Sort-File
      ON ASCENDING KEY CS-Cust-No
      ON ASCENDING KEY CS-Key
      ON ASCENDING KEY CS-Date
      INPUT PROCEDURE IS Load-Extract-By-Customer
      GIVING Cust-Sorted-File.

    OPEN INPUT Cust-Sorted-File.
    MOVE "N" TO WS-CO-At-End-Flag.
    IF Cust-Sorted-Not-Found THEN
      MOVE "Y" TO WS-CO-At-End-Flag
    ELSE
      PERFORM Read-Next-Cust-Sorted
    END-IF.

    MOVE WS-Stmt-Cust-From TO CU-Cust-No.
    MOVE "N" TO WS-Cust-At-End-Flag.
    START Cust-Master-File KEY IS NOT < CU-Cust-No
      INVALID KEY
        MOVE "Y" TO WS-Cust-At-End-Flag
    END-START.
    PERFORM UNTIL Customers-At-End
      READ Cust-Master-File NEXT
        AT END
          MOVE "Y" TO WS-Cust-At-End-Flag
        NOT AT END
          IF CU-Cust-No > WS-Stmt-Cust-To THEN
            MOVE "Y" TO WS-Cust-At-End-Flag
          ELSE
            PERFORM Write-Customer-Statement
          END-IF
      END-READ
    END-PERFORM.

    IF NOT Cust-Sorted-Not-Found THEN
      CLOSE Cust-Sorted-File
    END-IF.
    CALL "CBL_DELETE_FILE" USING WS-Cust-Sorted-Path
      RETURNING WS-SE-Delete-Status
    END-CALL.
    CLOSE Cust-Master-File.
    CLOSE Cust-Link-File.
    IF NOT Exch-Rate-Missing THEN
      CLOSE Exch-Rate-File
    END-IF.

    MOVE WS-Cust-Accts-Covered TO WS-Cust-Count-Disp.
    MOVE SPACES TO WS-Stmt-Cycle-Label.
    STRING
      "Customer mode: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Cust-Count-Disp) DELIMITED BY SIZE
      " account key(s) covered" DELIMITED BY SIZE
      INTO WS-Stmt-Cycle-Label
    END-STRING.

  *> Feeds the customer sort: each detail record once for every
  *> customer in range linked to its key (a joint account appears on
  *> each holder's statement). Unlinked keys are passed over.
  Load-Extract-By-Customer.
    MOVE "N" TO WS-Extract-Missing-Flag.
    MOVE "N" TO WS-Extract-At-End-Flag.
    OPEN INPUT Trans-Extract-File.
    IF Extract-Not-Found THEN
      MOVE "Y" TO WS-Extract-Missing-Flag
      EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL Extract-At-End
      READ Trans-Extract-File
        AT END
          MOVE "Y" TO WS-Extract-At-End-Flag
        NOT AT END
          IF TE-Record-Raw(1:3) NOT = "HDR"
            AND TE-Record-Raw(1:3) NOT = "TRL" THEN
            PERFORM Release-For-Linked-Customers
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Trans-Extract-File.

  Release-For-Linked-Customers.
    MOVE TE-Key TO CL-Acct-Key.
    MOVE "N" TO WS-Link-At-End-Flag.
    START Cust-Link-File KEY IS = CL-Acct-Key
      INVALID KEY
        MOVE "Y" TO WS-Link-At-End-Flag
    END-START.
    PERFORM UNTIL Links-At-End
      READ Cust-Link-File NEXT
        AT END
          MOVE "Y" TO WS-Link-At-End-Flag
        NOT AT END
          IF CL-Acct-Key NOT = TE-Key THEN
            MOVE "Y" TO WS-Link-At-End-Flag
          ELSE
            IF CL-Cust-No >= WS-Stmt-Cust-From
              AND CL-Cust-No <= WS-Stmt-Cust-To THEN
              MOVE CL-Cust-No TO CS-Cust-No
              MOVE TE-Record TO CS-Trans
              RELEASE CS-Record
            END-IF
          END-IF
      END-READ
    END-PERFORM.

  *> One customer's combined statement: their linked keys in key
  *> order, then the GBP total. A customer with no key to show is
  *> counted as skipped.
  Write-Customer-Statement.
    MOVE "N" TO WS-Cust-Stmt-Open-Flag.
    MOVE 0 TO WS-Cust-Key-Count.
    MOVE 0 TO WS-Cust-Total-GBP.
    MOVE 0 TO WS-Cust-Unconverted.

    MOVE CU-Cust-No TO CL-Cust-No.
    MOVE LOW-VALUES TO CL-Acct-Key.
    MOVE "N" TO WS-Link-At-End-Flag.
    START Cust-Link-File KEY IS NOT < CL-Link-Key
      INVALID KEY
        MOVE "Y" TO WS-Link-At-End-Flag
    END-START.
    PERFORM UNTIL Links-At-End
      READ Cust-Link-File NEXT
        AT END
          MOVE "Y" TO WS-Link-At-End-Flag
        NOT AT END
          IF CL-Cust-No NOT = CU-Cust-No THEN
            MOVE "Y" TO WS-Link-At-End-Flag
          ELSE
            PERFORM Write-Customer-Key-Section
          END-IF
      END-READ
    END-PERFORM.

    IF NOT Cust-Stmt-Open THEN
      ADD 1 TO WS-Stmt-Skipped-Count
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO ST-Line.
    PERFORM Write-Statement-Line.
    MOVE WS-Cust-Total-GBP TO WS-Cust-Total-Disp.
    MOVE WS-Cust-Key-Count TO WS-Cust-Count-Disp.
    MOVE SPACES TO WS-Stmt-Build-Line.
    STRING
      "Total across " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Cust-Count-Disp) DELIMITED BY SIZE
      " account(s) in GBP: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Cust-Total-Disp) DELIMITED BY SIZE
      INTO WS-Stmt-Build-Line
    END-STRING.
    MOVE WS-Stmt-Build-Line TO ST-Line.
    PERFORM Write-Statement-Line.
    IF WS-Cust-Unconverted > 0 THEN
      MOVE WS-Cust-Unconverted TO WS-Cust-Count-Disp
      MOVE SPACES TO WS-Stmt-Build-Line
      STRING
        "(" DELIMITED BY SIZE
        FUNCTION TRIM(WS-Cust-Count-Disp) DELIMITED BY SIZE
        " account(s) with no rate are in at their own amount)"
          DELIMITED BY SIZE
        INTO WS-Stmt-Build-Line
      END-STRING
      MOVE WS-Stmt-Build-Line TO ST-Line
      PERFORM Write-Statement-Line
    END-IF.
    MOVE SPACES TO ST-Line.
    PERFORM Write-Statement-Line.
    ADD 1 TO WS-Stmt-Keys-Written.

  *> One linked key's block on the customer's statement: position,
  *> its GBP value and the day's movements. A key with no position
  *> on the master is left off; a held key, or one on a branch
  *> outside the operator's scope, is left off and counted.
  Write-Customer-Key-Section.
    MOVE CL-Acct-Key TO TM-Key.
    READ Trans-Master-File
      INVALID KEY
        EXIT PARAGRAPH
      NOT INVALID KEY
        CONTINUE
    END-READ.
    CALL "BranchAccess" USING TM-Key WS-Access-Silent
      LK-Run-ID LK-Operator-ID WS-Access-Result.
    IF NOT Access-Permitted THEN
      ADD 1 TO WS-Stmt-Withheld-Count
      EXIT PARAGRAPH
    END-IF.
    PERFORM Check-Record-Held.
    IF Record-Is-Held THEN
      ADD 1 TO WS-Stmt-Held-Count
      EXIT PARAGRAPH
    END-IF.

    *> First key to show opens the customer's archive block and
    *> page.
    IF NOT Cust-Stmt-Open THEN
      MOVE "Y" TO WS-Cust-Stmt-Open-Flag
      MOVE 0 TO WS-Stmt-Page-Num
      MOVE SPACES TO SAB-Key
      STRING
        "C" DELIMITED BY SIZE
        CU-Cust-No DELIMITED BY SIZE
        INTO SAB-Key
      END-STRING
      MOVE WS-Arch-Run-Date TO SAB-Date
      MOVE LK-Run-ID TO SAB-Run-ID
      MOVE WS-Arch-Banner TO SA-Line
      WRITE SA-Line
      PERFORM Write-Statement-Heading
    ELSE
      MOVE SPACES TO ST-Line
      PERFORM Write-Statement-Line
    END-IF.
    ADD 1 TO WS-Cust-Key-Count.
    ADD 1 TO WS-Cust-Accts-Covered.
    PERFORM Lookup-Acct-Ref.

    IF TM-Currency = SPACES THEN
      MOVE "GBP" TO WS-Currency
    ELSE
      MOVE TM-Currency TO WS-Currency
    END-IF.
    MOVE TM-Amount TO WS-Stmt-Amount-Disp.
    MOVE TM-Date TO WS-Unformatted-Date.
    PERFORM FormatDateForLocale.
    MOVE SPACES TO WS-Stmt-Build-Line.
    STRING
      "Account " DELIMITED BY SIZE
      TM-Key DELIMITED BY SIZE
      "  position " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Stmt-Amount-Disp) DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      WS-Currency DELIMITED BY SIZE
      " at " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Formatted-Date) DELIMITED BY SIZE
      INTO WS-Stmt-Build-Line
    END-STRING.
    MOVE WS-Stmt-Build-Line TO ST-Line.
    PERFORM Write-Statement-Line.
    IF WS-Acct-Name NOT = SPACES THEN
      MOVE SPACES TO WS-Stmt-Build-Line
      STRING
        "  " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Acct-Name) DELIMITED BY SIZE
        INTO WS-Stmt-Build-Line
      END-STRING
      MOVE WS-Stmt-Build-Line TO ST-Line
      PERFORM Write-Statement-Line
    END-IF.

    PERFORM Convert-Position-To-GBP.
    ADD WS-GBP-Amount TO WS-Cust-Total-GBP.
    IF WS-Currency NOT = "GBP" THEN
      MOVE WS-GBP-Amount TO WS-Stmt-Amount-Disp
      MOVE SPACES TO WS-Stmt-Build-Line
      IF WS-Rate-Work = 0 THEN
        STRING
          "  (no " DELIMITED BY SIZE
          WS-Currency DELIMITED BY SIZE
          " rate - in the total at its own amount)" DELIMITED BY SIZE
          INTO WS-Stmt-Build-Line
        END-STRING
      ELSE
        STRING
          "  In GBP: " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Stmt-Amount-Disp) DELIMITED BY SIZE
          INTO WS-Stmt-Build-Line
        END-STRING
      END-IF
      MOVE WS-Stmt-Build-Line TO ST-Line
      PERFORM Write-Statement-Line
    END-IF.

    MOVE "  Date          Amount             St Cur" TO ST-Line.
    PERFORM Write-Statement-Line.

    *> The pointer up to this customer and key, then its lines.
    MOVE CU-Cust-No TO WS-Walk-Cust-No.
    MOVE TM-Key TO WS-Walk-Acct-Key.
    PERFORM UNTIL Cust-Sorted-At-End OR CO-Cust-Key >= WS-Cust-Walk-Key
      PERFORM Read-Next-Cust-Sorted
    END-PERFORM.
    MOVE 0 TO WS-Movement-Count.
    PERFORM UNTIL Cust-Sorted-At-End OR CO-Cust-Key NOT = WS-Cust-Walk-Key
      ADD 1 TO WS-Movement-Count
      MOVE CO-Date TO WS-Unformatted-Date
      PERFORM FormatDateForLocale
      MOVE WS-Formatted-Date TO STD-Date
      MOVE CO-Amount TO STD-Amount
      MOVE CO-Status TO STD-Status
      MOVE CO-Currency TO STD-Currency
      MOVE WS-Stmt-Detail TO ST-Line
      PERFORM Write-Statement-Line
      PERFORM Read-Next-Cust-Sorted
    END-PERFORM.
    IF WS-Movement-Count = 0 THEN
      MOVE "  (no movements on today's extract)" TO ST-Line
      PERFORM Write-Statement-Line
    END-IF.

  *> The customer statement's (and continuation) page heading:
  *> customer, name and page; the address and segment on the first
  *> page only.
  Write-Customer-Heading.
    ADD 1 TO WS-Stmt-Page-Num.
    MOVE 0 TO WS-Stmt-Line-Count.

    MOVE SPACES TO WS-Stmt-Build-Line.
    STRING
      "Customer statement " DELIMITED BY SIZE
      CU-Cust-No DELIMITED BY SIZE
      "  " DELIMITED BY SIZE
      FUNCTION TRIM(CU-Name) DELIMITED BY SIZE
      "  page " DELIMITED BY SIZE
      WS-Stmt-Page-Num DELIMITED BY SIZE
      INTO WS-Stmt-Build-Line
    END-STRING.
    MOVE WS-Stmt-Build-Line TO ST-Line.
    PERFORM Write-Heading-Line.
    IF WS-Stmt-Page-Num = 1 THEN
      PERFORM VARYING WS-Addr-Idx FROM 1 BY 1 UNTIL WS-Addr-Idx > 3
        IF CU-Addr-Line(WS-Addr-Idx) NOT = SPACES THEN
          MOVE CU-Addr-Line(WS-Addr-Idx) TO ST-Line
          PERFORM Write-Heading-Line
        END-IF
      END-PERFORM
      IF CU-Postcode NOT = SPACES THEN
        MOVE CU-Postcode TO ST-Line
        PERFORM Write-Heading-Line
      END-IF
      MOVE SPACES TO WS-Stmt-Build-Line
      STRING
        "Segment: " DELIMITED BY SIZE
        CU-Segment DELIMITED BY SIZE
        INTO WS-Stmt-Build-Line
      END-STRING
      MOVE WS-Stmt-Build-Line TO ST-Line
      PERFORM Write-Heading-Line
    END-IF.
    MOVE "--------------------------------------------------" TO ST-Line.
    PERFORM Write-Heading-Line.

  *> A heading line goes out without the page-break check.
  Write-Heading-Line.
    WRITE ST-Line.
    MOVE ST-Line TO SA-Line.
    WRITE SA-Line.
    ADD 1 TO WS-Stmt-Lines-Written.

  Read-Next-Cust-Sorted.
    READ Cust-Sorted-File
      AT END
        MOVE "Y" TO WS-CO-At-End-Flag
    END-READ.

  *> The position in GBP at the live rate, into WS-GBP-Amount - no
  *> rate (WS-Rate-Work left zero) keeps the native amount.
  Convert-Position-To-GBP.
    MOVE 0 TO WS-Rate-Work.
    IF WS-Currency = "GBP" THEN
      MOVE TM-Amount TO WS-GBP-Amount
      EXIT PARAGRAPH
    END-IF.
    IF NOT Exch-Rate-Missing THEN
      MOVE WS-Currency TO XR-Currency
      READ Exch-Rate-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE XR-Rate TO WS-Rate-Work
      END-READ
    END-IF.
    IF WS-Rate-Work = 0 THEN
      MOVE TM-Amount TO WS-GBP-Amount
      ADD 1 TO WS-Cust-Unconverted
    ELSE
      COMPUTE WS-GBP-Amount ROUNDED = TM-Amount * WS-Rate-Work
    END-IF.

  *> The long-standing keyed run: a single key, or a from/to range
  *> when the To key is non-blank.
  Run-Range-Statements.
    *> A blank To key means just the one account - asked for by
    *> name, so a refusal there is audited on the spot.
    IF WS-Stmt-Key-To = SPACES THEN
      MOVE WS-Stmt-Key-From TO WS-Stmt-Key-To
    END-IF.
    IF WS-Stmt-Key-To = WS-Stmt-Key-From THEN
      MOVE WS-Access-Point TO WS-Access-Asked
    ELSE
      MOVE WS-Access-Silent TO WS-Access-Asked
    END-IF.

    MOVE WS-Stmt-Key-From TO TM-Key.
    MOVE "N" TO WS-Master-At-End-Flag.
          IF TM-Key > WS-Stmt-Key-To THEN
            MOVE "Y" TO WS-Master-At-End-Flag
          ELSE
            CALL "BranchAccess" USING TM-Key WS-Access-Asked
              LK-Run-ID LK-Operator-ID WS-Access-Result
            IF Access-Permitted THEN
              PERFORM Write-Range-Key
            ELSE
              PERFORM Withhold-Key
            END-IF
          END-IF
      END-READ
    END-PERFORM.

  Write-Range-Key.
    PERFORM Check-Record-Held.
    IF Record-Is-Held THEN
      ADD 1 TO WS-Stmt-Held-Count
    ELSE
      IF Stmt-Period-Requested THEN
        PERFORM Write-Period-Statement
      ELSE
        PERFORM Write-One-Statement
      END-IF
    END-IF.

  *> A key outside the operator's scope gets no statement. Asked for
  *> by name it says so on the done screen (BranchAccess has audited
  *> it); in a range it is only counted.
  Withhold-Key.
    IF WS-Access-Asked NOT = SPACES THEN
      MOVE "(that account is outside your permitted branches)"
        TO WS-Stmt-Cycle-Label
    ELSE
      ADD 1 TO WS-Stmt-Withheld-Count
    END-IF.

  *> Past-period mode: the keyed range's statements for the period,
  *> every line off the posting history. A bad period prints
  *> nothing and says why on the done screen.
  Run-Period-Statements.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date.
    IF WS-Stmt-Period-To = SPACES THEN
      MOVE WS-Run-Date TO WS-Stmt-Period-To
    END-IF.
    EVALUATE TRUE
      WHEN WS-Stmt-Period-From NOT NUMERIC
        OR WS-Stmt-Period-To NOT NUMERIC
        MOVE "(period dates must be real dates, YYYYMMDD)"
          TO WS-Stmt-Cycle-Label
      WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-Stmt-Period-From-Num) NOT = 0
        OR FUNCTION TEST-DATE-YYYYMMDD(WS-Stmt-Period-To-Num) NOT = 0
        MOVE "(period dates must be real dates, YYYYMMDD)"
          TO WS-Stmt-Cycle-Label
      WHEN WS-Stmt-Period-To < WS-Stmt-Period-From
        MOVE "(the period ends before it starts - nothing printed)"
          TO WS-Stmt-Cycle-Label
    END-EVALUATE.
    IF WS-Stmt-Cycle-Label NOT = SPACES THEN
      MOVE "WARN" TO WS-Log-Level
      MOVE "Statement Generation: past period refused - bad dates" TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      EXIT PARAGRAPH
    END-IF.

    OPEN INPUT Txn-Hist-File.
    IF NOT Txn-Hist-Opened-OK THEN
      MOVE "(no posting history on disk - nothing to print)"
        TO WS-Stmt-Cycle-Label
      MOVE "WARN" TO WS-Log-Level
      MOVE "Statement Generation: no posting history on disk" TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      EXIT PARAGRAPH
    END-IF.

    MOVE "Y" TO WS-Stmt-Period-Flag.
    MOVE WS-Stmt-Period-From TO WS-Unformatted-Date.
    PERFORM FormatDateForLocale.
    MOVE WS-Formatted-Date TO WS-Period-From-Disp.
    MOVE WS-Stmt-Period-To TO WS-Unformatted-Date.
    PERFORM FormatDateForLocale.
    MOVE WS-Formatted-Date TO WS-Period-To-Disp.

    PERFORM Run-Range-Statements.
    CLOSE Txn-Hist-File.
    IF WS-Stmt-Cycle-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    STRING
      "Past period " DELIMITED BY SIZE
      WS-Period-From-Disp DELIMITED BY SIZE
      " to " DELIMITED BY SIZE
      WS-Period-To-Disp DELIMITED BY SIZE
      " off the posting history" DELIMITED BY SIZE
      INTO WS-Stmt-Cycle-Label
    END-STRING.

  *> One key's past-period statement: the period heading, then its
  *> posted lines in date order under each key the account has
  *> carried, earliest key first, and the period's net movement.
  Write-Period-Statement.
    MOVE 0 TO WS-Stmt-Page-Num.
    MOVE 0 TO WS-Movement-Count.
    MOVE 0 TO WS-Period-Net.
    PERFORM Lookup-Acct-Ref.

    MOVE TM-Key TO SAB-Key.
    MOVE WS-Arch-Run-Date TO SAB-Date.
    MOVE LK-Run-ID TO SAB-Run-ID.
    MOVE WS-Arch-Banner TO SA-Line.
    WRITE SA-Line.

    PERFORM Write-Statement-Heading.

    MOVE "  Date          Amount             St Cur" TO ST-Line.
    PERFORM Write-Statement-Line.

    CALL "RekeyChain" USING TM-Key WS-Stmt-Live-Key WS-Stmt-Family.
    PERFORM Write-Family-Key-Lines
      VARYING WS-Stmt-Family-Idx FROM WS-Stmt-Family-Count BY -1
      UNTIL WS-Stmt-Family-Idx < 1.

    IF WS-Movement-Count = 0 THEN
      MOVE "  (no movements posted in the period)" TO ST-Line
      PERFORM Write-Statement-Line
    ELSE
      MOVE WS-Period-Net TO WS-Stmt-Amount-Disp
      MOVE SPACES TO WS-Stmt-Build-Line
      STRING
        "  Net movement for the period: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Stmt-Amount-Disp) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        TM-Currency DELIMITED BY SIZE
        INTO WS-Stmt-Build-Line
      END-STRING
      MOVE SPACES TO ST-Line
      PERFORM Write-Statement-Line
      MOVE WS-Stmt-Build-Line TO ST-Line
      PERFORM Write-Statement-Line
    END-IF.

    MOVE SPACES TO ST-Line.
    PERFORM Write-Statement-Line.
    ADD 1 TO WS-Stmt-Keys-Written.

  *> One family key's lines in the period, off the key-and-date
  *> alternate key. Lines under a former key are introduced as such.
  Write-Family-Key-Lines.
    MOVE WS-Stmt-Family-Key(WS-Stmt-Family-Idx) TO WS-Hist-Walk-Key.
    MOVE 0 TO WS-Hist-Key-Lines.
    MOVE WS-Hist-Walk-Key TO LH-Key.
    MOVE WS-Stmt-Period-From TO LH-Date.
    MOVE "N" TO WS-Hist-At-End-Flag.
    START Txn-Hist-File KEY IS NOT < LH-Key-Date
      INVALID KEY
        MOVE "Y" TO WS-Hist-At-End-Flag
    END-START.
    PERFORM UNTIL Hist-At-End
      READ Txn-Hist-File NEXT
        AT END
          MOVE "Y" TO WS-Hist-At-End-Flag
        NOT AT END
          IF LH-Key NOT = WS-Hist-Walk-Key
            OR LH-Date > WS-Stmt-Period-To THEN
            MOVE "Y" TO WS-Hist-At-End-Flag
          ELSE
            PERFORM Write-History-Movement
          END-IF
      END-READ
    END-PERFORM.

  Write-History-Movement.
    IF WS-Hist-Key-Lines = 0 AND WS-Hist-Walk-Key NOT = TM-Key THEN
      MOVE SPACES TO WS-Stmt-Build-Line
      STRING
        "  Posted under former key " DELIMITED BY SIZE
        WS-Hist-Walk-Key DELIMITED BY SIZE
        ":" DELIMITED BY SIZE
        INTO WS-Stmt-Build-Line
      END-STRING
      MOVE WS-Stmt-Build-Line TO ST-Line
      PERFORM Write-Statement-Line
    END-IF.
    ADD 1 TO WS-Hist-Key-Lines.
    ADD 1 TO WS-Movement-Count.
    ADD LH-Amount TO WS-Period-Net.
    MOVE LH-Date TO WS-Unformatted-Date.
    PERFORM FormatDateForLocale.
    MOVE WS-Formatted-Date TO STD-Date.
    MOVE LH-Amount TO STD-Amount.
    MOVE LH-Status TO STD-Status.
    MOVE LH-Currency TO STD-Currency.
    MOVE WS-Stmt-Detail TO ST-Line.
    PERFORM Write-Statement-Line.

  *> Cycle mode: every key whose assigned cycle day is due today
  *> (including days rolled forward off preceding holidays) gets a
  *> statement - automatically, no key lists. A due key with no
  *> movements on today's extract is skipped and counted, not
  *> statemented empty.
  Run-Cycle-Statements.
    MOVE "N" TO WS-Cycle-Missing-Flag.
    OPEN INPUT Cycle-File.
    IF NOT Cycle-Opened-Successfully THEN
      MOVE "Y" TO WS-Cycle-Missing-Flag
    END-IF.
    MOVE "N" TO WS-Prod-Missing-Flag.
    MOVE SPACES TO WS-Cached-Product.
    MOVE 0 TO WS-Cached-Cycle-Day.
    OPEN INPUT Prod-File.
    IF NOT Prod-Opened-OK OR Acct-Ref-Missing THEN
      IF Prod-Opened-OK THEN
        CLOSE Prod-File
      END-IF
      MOVE "Y" TO WS-Prod-Missing-Flag
    END-IF.
    IF Cycle-File-Missing AND Prod-File-Missing THEN
      MOVE "(no statement cycle file on disk - nothing due)"
        TO WS-Stmt-Cycle-Label
      MOVE "WARN" TO WS-Log-Level
          MOVE "Y" TO WS-Master-At-End-Flag
        NOT AT END
          PERFORM Judge-Cycle-Key
          IF Cycle-Day-Due THEN
            CALL "BranchAccess" USING TM-Key WS-Access-Silent
              LK-Run-ID LK-Operator-ID WS-Access-Result
            IF NOT Access-Permitted THEN
              ADD 1 TO WS-Stmt-Withheld-Count
              MOVE "N" TO WS-Due-Flag
            END-IF
          END-IF
          IF Cycle-Day-Due THEN
            ADD 1 TO WS-Stmt-Due-Count
            PERFORM Check-Record-Held
      END-READ
    END-PERFORM.

    IF NOT Cycle-File-Missing THEN
      CLOSE Cycle-File
    END-IF.
    IF NOT Prod-File-Missing THEN
      CLOSE Prod-File
    END-IF.

  *> Is the record just read's key due today - its day off the cycle
  *> file, or failing a row there its account's product's default
  *> cycle day, in today's due set? A cycle day past the month's end
  *> (the 31st in June) falls due on the month's last day.
  Judge-Cycle-Key.
    MOVE "N" TO WS-Due-Flag.
    MOVE 0 TO WS-Key-Cycle-Day.
    IF NOT Cycle-File-Missing THEN
      MOVE TM-Key TO CY-Key
      READ Cycle-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE CY-Day TO WS-Key-Cycle-Day
      END-READ
    END-IF.
    IF WS-Key-Cycle-Day = 0 THEN
      PERFORM Find-Product-Cycle-Day
    END-IF.
    IF WS-Key-Cycle-Day = 0 THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM VARYING WS-Due-Day-Idx FROM 1 BY 1
      UNTIL WS-Due-Day-Idx > WS-Due-Day-Used OR Cycle-Day-Due
      IF WS-Key-Cycle-Day = WS-Due-Day-Entry(WS-Due-Day-Idx) THEN
        MOVE "Y" TO WS-Due-Flag
      END-IF
    END-PERFORM.

    IF NOT Cycle-Day-Due
      AND WS-Key-Cycle-Day > WS-Month-Days
      AND WS-Run-Day = WS-Month-Days THEN
      MOVE "Y" TO WS-Due-Flag
    END-IF.

  *> The default cycle day of the product the record's account is
  *> on - zero when there is no reference row, no product, a product
  *> the catalogue doesn't know, or one with no default.
  Find-Product-Cycle-Day.
    IF Prod-File-Missing THEN
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
      MOVE 0 TO WS-Cached-Cycle-Day
      MOVE AC-Product TO PRD-Code
      READ Prod-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE PRD-Cycle-Day TO WS-Cached-Cycle-Day
      END-READ
    END-IF.
    MOVE WS-Cached-Cycle-Day TO WS-Key-Cycle-Day.

  *> Today's due-day set: today's day of the month, plus the days of
  *> any unbroken run of calendar holidays immediately before today
  *> - a cycle date that fell on one of those holidays is due on
              MOVE WS-Card-Value(1:10) TO WS-Stmt-Key-To
            WHEN "STMTSPOOL"
              MOVE WS-Card-Value(1:1) TO WS-Stmt-Spool-Flag
            WHEN "STMTCUST"
              MOVE WS-Card-Value(1:1) TO WS-Stmt-Cust-Flag
            WHEN "STMTCUSTFROM"
              MOVE WS-Card-Value(1:8) TO WS-Stmt-Cust-From
            WHEN "STMTCUSTTO"
              MOVE WS-Card-Value(1:8) TO WS-Stmt-Cust-To
            WHEN "STMTPERFROM"
              MOVE WS-Card-Value(1:8) TO WS-Stmt-Period-From
            WHEN "STMTPERTO"
              MOVE WS-Card-Value(1:8) TO WS-Stmt-Period-To
            WHEN OTHER
              *> Other functions' cards share this file - ignore them.
              CONTINUE
  *> The per-key (and continuation) page heading: key, accumulated
  *> position, latest date and page number.
  Write-Statement-Heading.
    IF Stmt-Cust-Requested THEN
      PERFORM Write-Customer-Heading
      EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-Stmt-Page-Num.
    MOVE 0 TO WS-Stmt-Line-Count.

    *> A past period's statement is headed with the period - the
    *> position on the master is today's, not the period's.
    IF Stmt-Period-Requested THEN
      MOVE SPACES TO WS-Stmt-Build-Line
      STRING
        "Statement of account " DELIMITED BY SIZE
        TM-Key DELIMITED BY SIZE
        "  period " DELIMITED BY SIZE
        WS-Period-From-Disp DELIMITED BY SIZE
        " to " DELIMITED BY SIZE
        WS-Period-To-Disp DELIMITED BY SIZE
        "  page " DELIMITED BY SIZE
        WS-Stmt-Page-Num DELIMITED BY SIZE
        INTO WS-Stmt-Build-Line
      END-STRING
      PERFORM Write-Heading-Name-Lines
      EXIT PARAGRAPH
    END-IF.

    MOVE TM-Amount TO WS-Stmt-Amount-Disp.
    MOVE TM-Date TO WS-Unformatted-Date.
    PERFORM FormatDateForLocale.
      WS-Stmt-Page-Num DELIMITED BY SIZE
      INTO WS-Stmt-Build-Line
    END-STRING.
    PERFORM Write-Heading-Name-Lines.

  *> The heading line built above, then the name block and rule
  *> under it.
  Write-Heading-Name-Lines.
    MOVE WS-Stmt-Build-Line TO ST-Line.
    WRITE ST-Line.
    MOVE ST-Line TO SA-Line.
  *> a continuation heading first.
  Write-Statement-Line.
    IF WS-Stmt-Line-Count >= WS-Stmt-Lines-Per-Page THEN
      MOVE ST-Line TO WS-Stmt-Pending-Line
      PERFORM Write-Statement-Heading
      MOVE WS-Stmt-Pending-Line TO ST-Line
    END-IF.
    WRITE ST-Line.
    MOVE ST-Line TO SA-Line.
