      05 FILLER PIC X(2) VALUE SPACES.
      05 SBD-Count PIC ZZZ,ZZ9.

    *> The operator's data scope - rows on branches outside it are
    *> left off an interactive run, counted, and the count audited
    *> once for the run (a head-office profile, or batch, sees all).
    01 WS-Access-Silent PIC X(20) VALUE SPACES.
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".
    01 WS-Rows-Withheld PIC 9(7) VALUE 0.
    01 WS-Audit-Message PIC X(80).

    01 WS-Log-Level PIC A(4).
    01 WS-Log-Message PIC X(80).
    01 WS-Log-Write-Status PIC XX.
    *> the second run's grand total doubles.
    MOVE 0 TO WS-Records-Read.
    MOVE 0 TO WS-Grand-Total.
    MOVE 0 TO WS-Rows-Withheld.

    PERFORM LoadConfig.
    IF Cfg-Report-Format-Csv THEN
        AT END
          MOVE "Y" TO WS-Master-At-End-Flag
        NOT AT END
          CALL "BranchAccess" USING TM-Key WS-Access-Silent
            LK-Run-ID LK-Operator-ID WS-Access-Result
          IF Access-Permitted THEN
            ADD 1 TO WS-Records-Read
            PERFORM Bucket-One-Record
            PERFORM Write-Age-Detail
          ELSE
            ADD 1 TO WS-Rows-Withheld
          END-IF
      END-READ
    END-PERFORM.

    END-IF.

    PERFORM Write-Bucket-Totals.
    PERFORM Note-Rows-Withheld.
    CLOSE Age-Report-File.

    MOVE "INF" TO WS-Log-Level.

    GOBACK.

  *> Says on the report, and in the audit trail, that the run was
  *> confined to the operator's branches and how much it left out.
  Note-Rows-Withheld.
    IF WS-Rows-Withheld = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO AR-Line.
    STRING
      "Restricted to the branches permitted to " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " - " DELIMITED BY SIZE
      WS-Rows-Withheld DELIMITED BY SIZE
      " row(s) withheld" DELIMITED BY SIZE
      INTO AR-Line
    END-STRING.
    WRITE AR-Line.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Branch access REFUSED for " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " at Aging Report - " DELIMITED BY SIZE
      WS-Rows-Withheld DELIMITED BY SIZE
      " row(s) withheld" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> Works out the record just read's age in days against the run
  *> date and lands it in the right bucket. The edit pass keeps bad
  *> dates out of the master, but a hand-maintained record could
