    01 WS-Filter-Selected-Count PIC 9(7) VALUE 0.
    01 WS-Filter-Skipped-Count PIC 9(7) VALUE 0.

    *> The operator's data scope - records on branches outside it
    *> are left out of an interactive extract (counted with the
    *> skipped ones), and the count audited once for the run (a
    *> head-office profile, or batch, sees all).
    01 WS-Access-Silent PIC X(20) VALUE SPACES.
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".
    01 WS-Rows-Withheld PIC 9(7) VALUE 0.
    01 WS-Audit-Message PIC X(80).

    01 WS-Error-Code PIC 999 VALUE 0.
    01 WS-Error-Msg PIC X(70) VALUE SPACES.

    MOVE 0 TO WS-Filter-Read-Count.
    MOVE 0 TO WS-Filter-Selected-Count.
    MOVE 0 TO WS-Filter-Skipped-Count.
    MOVE 0 TO WS-Rows-Withheld.
    MOVE SPACES TO WS-Filter-In-Path.
    MOVE SPACES TO WS-Filter-Out-Path.
    MOVE 1 TO WS-Filter-In-Org.

    PERFORM Close-Filter-Input.
    CLOSE Filter-Out-File.
    PERFORM Note-Rows-Withheld.

    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.

  *> Applies the key-range, date-range and status selections - a
  *> blank bound means no bound, a blank status list means every
  *> status - and then the operator's branch scope.
  Judge-Record.
    MOVE "Y" TO WS-Select-Flag.

      END-PERFORM
    END-IF.

    IF Record-Selected THEN
      CALL "BranchAccess" USING WS-Work-Key WS-Access-Silent
        LK-Run-ID LK-Operator-ID WS-Access-Result
      IF NOT Access-Permitted THEN
        MOVE "N" TO WS-Select-Flag
        ADD 1 TO WS-Rows-Withheld
      END-IF
    END-IF.

  Note-Rows-Withheld.
    IF WS-Rows-Withheld = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Branch access REFUSED for " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " at Filter/Extract - " DELIMITED BY SIZE
      WS-Rows-Withheld DELIMITED BY SIZE
      " row(s) withheld" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

END PROGRAM Filter.
