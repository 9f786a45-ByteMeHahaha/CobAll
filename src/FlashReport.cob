      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Suspense-Status.

      *> Forward-dated items waiting in the warehouse for their
      *> value date - money already accepted but not yet posted.
      SELECT Fwd-Warehouse-File ASSIGN TO WS-Fwd-Warehouse-Path
      ORGANISATION INDEXED
      ACCESS MODE SEQUENTIAL
      RECORD KEY IS FW-Id
      ALTERNATE RECORD KEY IS FW-Value-Date WITH DUPLICATES
      FILE STATUS WS-Fwd-Warehouse-Status.

      *> Last released run's totals - the balancing position.
      SELECT Run-Totals-File ASSIGN TO "RunTotals.dat"
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Run-Totals-Status.

      *> The last daily security exception report's figures.
      SELECT Sec-Summary-File ASSIGN TO "SecSummary.dat"
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Sec-Summary-Status.

      *> The one-page flash itself.
      SELECT Flash-Out-File ASSIGN TO WS-Flash-Out-Path
      ORGANISATION LINE SEQUENTIAL
        05 SUS-Sus-Date PIC X(8).
        05 SUS-Sus-Run PIC X(14).

    FD Fwd-Warehouse-File.
      COPY "FwdRecord.cpy" REPLACING ==:PREFIX:== BY ==FW==.

    FD Run-Totals-File.
      01 RT-Line.
        05 RT-Grand-Total PIC S9(11)V99.
        05 FILLER PIC X(1).
        05 RT-Record-Count PIC 9(7).

    FD Sec-Summary-File.
      COPY "SecSumRecord.cpy" REPLACING ==:PREFIX:== BY ==SS==.

    FD Flash-Out-File.
      01 FO-Line PIC X(100).

    01 WS-Run-Totals-Status PIC XX.
      88 Run-Totals-Opened-OK VALUE "00".
      88 Run-Totals-Not-Found VALUE "35".
    01 WS-Fwd-Warehouse-Status PIC XX.
      88 Fwd-Warehouse-Opened-OK VALUE "00".
      88 Fwd-Warehouse-Not-Found VALUE "35".
    01 WS-Sec-Summary-Status PIC XX.
      88 Sec-Summary-Not-Found VALUE "35".
    01 WS-Flash-Out-Status PIC XX.
    01 WS-At-End-Flag PIC X VALUE "N".
      88 File-At-End VALUE "Y".

    01 WS-Flash-Out-Path PIC X(80) VALUE "Flash.txt".
    01 WS-Debug-Log-Path PIC X(40) VALUE "Debug.log".
    01 WS-Fwd-Warehouse-Path PIC X(80) VALUE "FwdWarehouse.dat".

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
    01 WS-Alert-Count PIC 9(5) VALUE 0.
    01 WS-Susp-Count PIC 9(5) VALUE 0.
    01 WS-Susp-Value PIC S9(11)V99 VALUE 0.
    01 WS-Fwd-Count PIC 9(5) VALUE 0.
    01 WS-Fwd-Value PIC S9(11)V99 VALUE 0.
    01 WS-Fwd-Value-Disp PIC Z,ZZZ,ZZZ,ZZ9.99-.
    01 WS-Fwd-Next-Due PIC X(8) VALUE SPACES.
    01 WS-Amount-Work PIC S9(9)V99 VALUE 0.
    01 WS-Amount-Work-X REDEFINES WS-Amount-Work PIC X(11).
    01 WS-Bal-Total PIC S9(11)V99 VALUE 0.
    01 WS-Regen-File-Info.
      05 FILLER PIC X(24).
    01 WS-Regen-Check-Status PIC S9(9) COMP-5.
    01 WS-Sec-On-File-Flag PIC A VALUE "N".
      88 Security-On-File VALUE "Y".
    *> The row's date and the counts the verdict turns on, kept
    *> once the summary file is closed.
    01 WS-Sec-Date PIC X(8) VALUE SPACES.
    01 WS-Sec-Lockouts PIC 9(5) VALUE 0.
    01 WS-Sec-Out-Of-Hours PIC 9(5) VALUE 0.
    01 WS-Sec-Own-Record PIC 9(5) VALUE 0.
    01 WS-Sec-Failed-Disp PIC Z(4)9.
    01 WS-Sec-Hours-Disp PIC Z(4)9.
    01 WS-Sec-Term-Disp PIC Z(4)9.
    01 WS-Sec-Lockouts-Disp PIC Z(4)9.
    01 WS-Sec-Locked-Disp PIC Z(4)9.
    01 WS-Sec-Denied-Disp PIC Z(4)9.
    01 WS-Sec-Own-Disp PIC Z(4)9.
    01 WS-Verdict-Label PIC X(60) VALUE SPACES.

    *> The run listing - up to 12 of the night's runs on the page.
    MOVE 0 TO WS-Alert-Count.
    MOVE 0 TO WS-Susp-Count.
    MOVE 0 TO WS-Susp-Value.
    MOVE 0 TO WS-Fwd-Count.
    MOVE 0 TO WS-Fwd-Value.
    MOVE SPACES TO WS-Fwd-Next-Due.
    MOVE 0 TO WS-Bal-Total.
    MOVE 0 TO WS-Bal-Count.
    MOVE "N" TO WS-Bal-On-File-Flag.
    MOVE "N" TO WS-Sec-On-File-Flag.
    MOVE SPACES TO WS-Sec-Date.
    MOVE 0 TO WS-Sec-Lockouts.
    MOVE 0 TO WS-Sec-Out-Of-Hours.
    MOVE 0 TO WS-Sec-Own-Record.
    MOVE 0 TO WS-Sec-Failed-Disp.
    MOVE 0 TO WS-Sec-Hours-Disp.
    MOVE 0 TO WS-Sec-Term-Disp.
    MOVE 0 TO WS-Sec-Lockouts-Disp.
    MOVE 0 TO WS-Sec-Locked-Disp.
    MOVE 0 TO WS-Sec-Denied-Disp.
    MOVE 0 TO WS-Sec-Own-Disp.
    MOVE 0 TO WS-Flash-Run-Used.
    MOVE SPACES TO WS-Flash-Run-Lines.

    PERFORM Gather-Severity-Counts.
    PERFORM Gather-Alert-Count.
    PERFORM Gather-Suspense-Position.
    PERFORM Gather-Warehouse-Position.
    PERFORM Gather-Balance-Position.
    PERFORM Gather-Regen-Marker.
    PERFORM Gather-Security-Position.
    PERFORM Judge-The-Night.
    PERFORM Write-Flash-Page.

    END-PERFORM.
    CLOSE Suspense-File.

  *> Items waiting in the forward-dated warehouse - count, value and
  *> the soonest value date. The warehouse is the company's, like the
  *> master Sort 'n' Report releases it into.
  Gather-Warehouse-Position.
    MOVE "FwdWarehouse.dat" TO WS-Fwd-Warehouse-Path.
    CALL "ResolveDataPath" USING WS-Fwd-Warehouse-Path.
    OPEN INPUT Fwd-Warehouse-File.
    IF NOT Fwd-Warehouse-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-At-End-Flag.
    PERFORM UNTIL File-At-End
      READ Fwd-Warehouse-File
        AT END
          MOVE "Y" TO WS-At-End-Flag
        NOT AT END
          IF FW-State = "W" THEN
            ADD 1 TO WS-Fwd-Count
            ADD FW-Amount TO WS-Fwd-Value
            IF WS-Fwd-Next-Due = SPACES
              OR FW-Value-Date < WS-Fwd-Next-Due THEN
              MOVE FW-Value-Date TO WS-Fwd-Next-Due
            END-IF
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Fwd-Warehouse-File.

  *> The released balancing position.
  Gather-Balance-Position.
    OPEN INPUT Run-Totals-File.
      MOVE "Y" TO WS-Regen-Flag
    END-IF.

  *> The daily security exception report's figures - only if they
  *> are last night's (stamped today or yesterday); an older row
  *> means the report did not run.
  Gather-Security-Position.
    OPEN INPUT Sec-Summary-File.
    IF Sec-Summary-Not-Found THEN
      EXIT PARAGRAPH
    END-IF.
    READ Sec-Summary-File
      AT END
        CONTINUE
      NOT AT END
        IF SS-Date = WS-Today OR SS-Date = WS-Yesterday THEN
          MOVE "Y" TO WS-Sec-On-File-Flag
          MOVE SS-Date TO WS-Sec-Date
          MOVE SS-Lockouts TO WS-Sec-Lockouts
          MOVE SS-Out-Of-Hours TO WS-Sec-Out-Of-Hours
          MOVE SS-Own-Record TO WS-Sec-Own-Record
          MOVE SS-Failed TO WS-Sec-Failed-Disp
          MOVE SS-Out-Of-Hours TO WS-Sec-Hours-Disp
          MOVE SS-Wrong-Terminal TO WS-Sec-Term-Disp
          MOVE SS-Lockouts TO WS-Sec-Lockouts-Disp
          MOVE SS-Still-Locked TO WS-Sec-Locked-Disp
          MOVE SS-Denied TO WS-Sec-Denied-Disp
          MOVE SS-Own-Record TO WS-Sec-Own-Disp
        END-IF
    END-READ.
    CLOSE Sec-Summary-File.

  *> One line that says clean - or says what isn't.
  Judge-The-Night.
    EVALUATE TRUE
      WHEN WS-Susp-Count > 0
        MOVE "ATTENTION - open suspense to work"
          TO WS-Verdict-Label
      WHEN Security-On-File
        AND (WS-Sec-Lockouts > 0 OR WS-Sec-Out-Of-Hours > 0
          OR WS-Sec-Own-Record > 0)
        MOVE "ATTENTION - security exceptions to review"
          TO WS-Verdict-Label
      WHEN OTHER
        MOVE "CLEAN - nothing outstanding" TO WS-Verdict-Label
    END-EVALUATE.
    MOVE WS-Flash-Build TO FO-Line.
    WRITE FO-Line.

    MOVE WS-Fwd-Value TO WS-Fwd-Value-Disp.
    MOVE SPACES TO WS-Flash-Build.
    IF WS-Fwd-Count > 0 THEN
      STRING
        "Forward-dated warehouse: " DELIMITED BY SIZE
        WS-Fwd-Count DELIMITED BY SIZE
        " item(s), total " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Fwd-Value-Disp) DELIMITED BY SIZE
        ", next due " DELIMITED BY SIZE
        WS-Fwd-Next-Due DELIMITED BY SIZE
        INTO WS-Flash-Build
      END-STRING
    ELSE
      MOVE "Forward-dated warehouse: nothing waiting"
        TO WS-Flash-Build
    END-IF.
    MOVE WS-Flash-Build TO FO-Line.
    WRITE FO-Line.

    IF Balance-On-File THEN
      MOVE WS-Bal-Total TO WS-Bal-Total-Disp
      MOVE SPACES TO WS-Flash-Build
        TO FO-Line
      WRITE FO-Line
    END-IF.

    IF Security-On-File THEN
      MOVE SPACES TO WS-Flash-Build
      STRING
        "Security exceptions " DELIMITED BY SIZE
        WS-Sec-Date DELIMITED BY SIZE
        ": failed logins " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Sec-Failed-Disp) DELIMITED BY SIZE
        " (out of hours " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Sec-Hours-Disp) DELIMITED BY SIZE
        ", barred terminal " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Sec-Term-Disp) DELIMITED BY SIZE
        ")" DELIMITED BY SIZE
        INTO WS-Flash-Build
      END-STRING
      MOVE WS-Flash-Build TO FO-Line
      WRITE FO-Line
      MOVE SPACES TO WS-Flash-Build
      STRING
        "  lockouts " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Sec-Lockouts-Disp) DELIMITED BY SIZE
        " (not unlocked " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Sec-Locked-Disp) DELIMITED BY SIZE
        "), menu refusals " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Sec-Denied-Disp) DELIMITED BY SIZE
        ", own-profile actions " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Sec-Own-Disp) DELIMITED BY SIZE
        " - see SecReport.txt" DELIMITED BY SIZE
        INTO WS-Flash-Build
      END-STRING
      MOVE WS-Flash-Build TO FO-Line
      WRITE FO-Line
    ELSE
      MOVE "Security exceptions: (NO DAILY REPORT FOR LAST NIGHT)"
        TO FO-Line
      WRITE FO-Line
    END-IF.
    CLOSE Flash-Out-File.

    MOVE "INF" TO WS-Log-Level.
