    01 WS-Card-Keyword PIC X(20).
    01 WS-Card-Value PIC X(60).

    *> The operator's data scope - accounts on branches outside it
    *> are left off an interactive run, counted, and the count
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
    *> break and tallies or the second run doubles its totals and
    *> opens with a spurious break line.
    MOVE 0 TO WS-Records-Read.
    MOVE 0 TO WS-Rows-Withheld.
    MOVE 0 TO WS-Branches-Written.
    MOVE 0 TO WS-Grand-Total.
    MOVE 0 TO WS-Branch-Total.
        AT END
          MOVE "Y" TO WS-Master-At-End-Flag
        NOT AT END
          CALL "BranchAccess" USING TM-Key WS-Access-Silent
            LK-Run-ID LK-Operator-ID WS-Access-Result
          IF NOT Access-Permitted THEN
            ADD 1 TO WS-Rows-Withheld
          ELSE
            ADD 1 TO WS-Records-Read
            MOVE TM-Key(1:4) TO WS-Current-Branch
            IF NOT First-Record
              AND WS-Current-Branch NOT = WS-Break-Branch THEN
              PERFORM Write-Branch-Rollup
            END-IF
            MOVE WS-Current-Branch TO WS-Break-Branch
            MOVE "N" TO WS-First-Record
            IF Burst-Requested AND NOT Burst-File-Open THEN
              PERFORM Open-Burst-File
            END-IF
            IF Burst-File-Open THEN
              PERFORM Write-Burst-Detail
            END-IF
            ADD TM-Amount TO WS-Branch-Total WS-Grand-Total
            ADD 1 TO WS-Branch-Count
          END-IF
      END-READ
    END-PERFORM.

    IF NOT Branch-Ref-Missing THEN
      CLOSE Branch-Ref-File
    END-IF.
    PERFORM Note-Rows-Withheld.
    CLOSE Branch-Report-File.

    MOVE "INF" TO WS-Log-Level.

    GOBACK.

  *> Says on the report, and in the audit trail, that the run was
  *> confined to the operator's branches and how much it left out.
  Note-Rows-Withheld.
    IF WS-Rows-Withheld = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO BRO-Line.
    STRING
      "Restricted to the branches permitted to " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " - " DELIMITED BY SIZE
      WS-Rows-Withheld DELIMITED BY SIZE
      " row(s) withheld" DELIMITED BY SIZE
      INTO BRO-Line
    END-STRING.
    WRITE BRO-Line.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Branch access REFUSED for " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " at Branch Rollup - " DELIMITED BY SIZE
      WS-Rows-Withheld DELIMITED BY SIZE
      " row(s) withheld" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> Prints the rollup line for the branch group just finished, with
  *> its name and region off the reference file, folds the branch
  *> total into its region, and resets for the next branch.
