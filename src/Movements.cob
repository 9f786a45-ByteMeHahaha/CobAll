    01 WS-Error-Code PIC 999 VALUE 0.
    01 WS-Error-Msg PIC X(70) VALUE SPACES.

    *> The operator's data scope - snapshot rows on branches outside
    *> it are left off an interactive run, counted, and the count
    *> audited once for the run (a head-office profile, or batch,
    *> sees all).
    01 WS-Access-Silent PIC X(20) VALUE SPACES.
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".
    01 WS-Rows-Withheld PIC 9(7) VALUE 0.
    01 WS-Audit-Message PIC X(80).

    01 WS-Log-Level PIC A(4).
    01 WS-Log-Message PIC X(80).
    01 WS-Log-Write-Status PIC XX.
    MOVE 0 TO WS-B-Count.
    MOVE 0 TO WS-Moves-Count.
    MOVE 0 TO WS-BT-Used.
    MOVE 0 TO WS-Rows-Withheld.

    *> The report and work files follow the session's qualification
    *> like the snapshot itself - a training or company run must
    END-IF.

    PERFORM Extract-The-Two-Days.
    PERFORM Audit-Rows-Withheld.
    IF WS-A-Count = 0 AND WS-B-Count = 0 THEN
      IF NOT Batch-Mode-Active THEN
        MOVE "(no snapshot rows for either of those dates)"
    GOBACK.

  *> Pulls each chosen day's rows into its own work file - one pass
  *> of the snapshot covers both days. A row outside the operator's
  *> branches is blanked off both days.
  Extract-The-Two-Days.
    OPEN INPUT Snapshot-File.
    IF Snapshot-Not-Found THEN
        AT END
          MOVE "Y" TO WS-Snap-At-End-Flag
        NOT AT END
          IF SN-Date = WS-Date-From OR SN-Date = WS-Date-To THEN
            CALL "BranchAccess" USING SN-Key WS-Access-Silent
              LK-Run-ID LK-Operator-ID WS-Access-Result
            IF NOT Access-Permitted THEN
              ADD 1 TO WS-Rows-Withheld
              MOVE SPACES TO SN-Date
            END-IF
          END-IF
          IF SN-Date = WS-Date-From THEN
            MOVE SN-Key TO DA-Key
            MOVE SN-Amount TO DA-Amount
      MOVE WS-Branch-Line TO MO-Line
      WRITE MO-Line
    END-PERFORM.
    PERFORM Note-Rows-Withheld.
    CLOSE Move-Out-File.

  *> Says on the report that the run was confined to the operator's
  *> branches and how much it left out.
  Note-Rows-Withheld.
    IF WS-Rows-Withheld = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO MO-Line.
    STRING
      "Restricted to the branches permitted to " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " - " DELIMITED BY SIZE
      WS-Rows-Withheld DELIMITED BY SIZE
      " row(s) withheld" DELIMITED BY SIZE
      INTO MO-Line
    END-STRING.
    WRITE MO-Line.

  *> The same, once for the run, in the audit trail - written as
  *> soon as the extract knows, so a run the scope emptied entirely
  *> is still on record.
  Audit-Rows-Withheld.
    IF WS-Rows-Withheld = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Branch access REFUSED for " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " at Movements Report - " DELIMITED BY SIZE
      WS-Rows-Withheld DELIMITED BY SIZE
      " row(s) withheld" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  Tidy-Work-Files.
    CALL "CBL_DELETE_FILE" USING WS-Work-A-Path
      RETURNING WS-Delete-Status
