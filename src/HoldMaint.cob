      88 Release-And-Reverse VALUE 2.
    01 WS-Maint-Result-Label PIC X(60) VALUE SPACES.

    *> BranchAccess's verdict on a key against the operator's data
    *> scope - a hold or release outside it is refused and audited;
    *> the listing just leaves other branches' holds out.
    01 WS-Access-Point PIC X(20) VALUE "Hold Maintenance".
    01 WS-Access-Silent PIC X(20) VALUE SPACES.
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".

    *> The hold listing - up to 15 a page.
    01 WS-Hold-Lines.
      05 WS-Hold-Line OCCURS 15 TIMES PIC X(60).
    ACCEPT SC-Hold-Menu.

    MOVE SPACES TO WS-Maint-Result-Label.
    IF Hold-Place OR Hold-Release THEN
      CALL "BranchAccess" USING WS-Maint-Key WS-Access-Point
        LK-Run-ID LK-Operator-ID WS-Access-Result
      IF NOT Access-Permitted THEN
        MOVE "Refused - that account is outside your permitted branches."
          TO WS-Maint-Result-Label
        DISPLAY SC-Hold-Result
        ACCEPT OMITTED
        EXIT PARAGRAPH
      END-IF
    END-IF.

    EVALUATE TRUE
      WHEN Hold-Place
        PERFORM Do-Place-Hold
      EXIT PARAGRAPH
    END-IF.

    *> A dispute's hold is its case's to release - closing the case
    *> lifts it (and raises the contra when the case is upheld).
    IF HD-Reason = "DSP" THEN
      MOVE "Held by a dispute case - close it in Dispute Cases."
        TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE 1 TO WS-Release-Mode.
    DISPLAY SC-Hold-Release.
    ACCEPT SC-Hold-Release.
    END-READ.
    CLOSE Trans-Master-File.

  *> Pages the register, oldest key first - only the holds on the
  *> operator's own branches.
  Do-List-Holds.
    MOVE SPACES TO WS-Hold-Stop.
    MOVE LOW-VALUES TO HD-Key.
        AT END
          MOVE "Y" TO WS-Hold-At-End-Flag
        NOT AT END
          CALL "BranchAccess" USING HD-Key WS-Access-Silent
            LK-Run-ID LK-Operator-ID WS-Access-Result
          IF Access-Permitted THEN
            ADD 1 TO WS-Hold-Idx
            MOVE HD-Key TO HLD-Key
            MOVE HD-Reason TO HLD-Reason
            MOVE HD-Placed-By TO HLD-Placed-By
            MOVE HD-Stamp TO HLD-Stamp
            MOVE WS-Hold-Detail TO WS-Hold-Line(WS-Hold-Idx)
          END-IF
      END-READ
    END-PERFORM.

