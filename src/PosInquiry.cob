    01 WS-Pos-Idx PIC 99 VALUE 0.
    01 WS-Source-Label PIC X(18) VALUE SPACES.

    *> BranchAccess's verdict on the key against the operator's data
    *> scope - outside it, no position is shown and the refusal is
    *> audited.
    01 WS-Access-Point PIC X(20) VALUE "Position Inquiry".
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".

    01 WS-Log-Level PIC A(4).
    01 WS-Log-Message PIC X(80).
    01 WS-Log-Write-Status PIC XX.
    MOVE SPACES TO WS-Pos-Lines.
    MOVE 0 TO WS-Pos-Idx.

    CALL "BranchAccess" USING WS-Pos-Key WS-Access-Point
      LK-Run-ID LK-Operator-ID WS-Access-Result.
    IF Access-Permitted THEN
      PERFORM Show-Daily-Position
      PERFORM Show-Mtd-Position
      PERFORM Show-Generation-Positions
    ELSE
      MOVE "(account is outside your permitted branches)"
        TO WS-Pos-Line(1)
    END-IF.

    MOVE SPACES TO WS-Pos-Again.
    DISPLAY SC-Pos-Screen.
