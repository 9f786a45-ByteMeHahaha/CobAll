    01 WS-Numval-Check PIC 9(2) VALUE 0.
    01 WS-Line-Bad-Flag PIC A VALUE "N".
      88 Line-Unreadable VALUE "Y".
    *> A key failing its branch's check digit is rejected with the
    *> unreadable lines - a transposed key is no better than none.
    01 WS-Key-Check-Scheme PIC X(1) VALUE SPACE.
    01 WS-Key-Check-Result PIC X(1) VALUE "Y".
      88 Key-Check-Passed VALUE "Y".
    01 WS-Lines-Check-Failed PIC 9(7) VALUE 0.

    *> Conversion controls and tallies.
    01 WS-Detail-Count PIC 9(7) VALUE 0.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date.
    MOVE 0 TO WS-Lines-Read.
    MOVE 0 TO WS-Lines-Rejected.
    MOVE 0 TO WS-Lines-Check-Failed.
    MOVE 0 TO WS-Detail-Count.
    MOVE 0 TO WS-Hash-Total.

    MOVE WS-Log-Message TO WS-Audit-Message.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    IF WS-Lines-Check-Failed > 0 THEN
      MOVE "WARN" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Import Mapper: " DELIMITED BY SIZE
        WS-Lines-Check-Failed DELIMITED BY SIZE
        " of the rejected line(s) failed the branch check digit" DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

    IF WS-Lines-Rejected > 0 THEN
      MOVE "WARN" TO WS-RH-End-Status
    ELSE
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Col-Value(MD-Col-Key)(1:10) TO CNV-Key.
    CALL "BranchKeyCheck" USING CNV-Key WS-Key-Check-Scheme
      WS-Key-Check-Result.
    IF NOT Key-Check-Passed THEN
      ADD 1 TO WS-Lines-Check-Failed
      MOVE "Y" TO WS-Line-Bad-Flag
      EXIT PARAGRAPH
    END-IF.

    IF MD-Col-Date = 0 THEN
      MOVE "Y" TO WS-Line-Bad-Flag
