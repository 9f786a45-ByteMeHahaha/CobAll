
    *> The search and its listing - matching statements, numbered.
    01 WS-Srch-Key PIC X(10) VALUE SPACES.
    *> Every key the account has carried, per RekeyChain - a
    *> re-keyed account's statements show under either key.
    01 WS-Srch-Live-Key PIC X(10) VALUE SPACES.
    01 WS-Srch-Family.
      05 WS-Srch-Family-Count PIC 99.
      05 WS-Srch-Family-Key OCCURS 20 TIMES PIC X(10).
    01 WS-Srch-Family-Idx PIC 99 VALUE 0.
    01 WS-Srch-Date-Lo PIC X(8) VALUE SPACES.
    01 WS-Srch-Date-Hi PIC X(8) VALUE SPACES.
    01 WS-Srch-Lines.
    01 WS-Picked-Key PIC X(10) VALUE SPACES.
    01 WS-Picked-Date PIC X(8) VALUE SPACES.

    *> BranchAccess's verdict against the operator's data scope - a
    *> search on a key outside it is refused and audited; a date-only
    *> search just leaves other branches' statements out.
    01 WS-Access-Point PIC X(20) VALUE "Statement Reprint".
    01 WS-Access-Silent PIC X(20) VALUE SPACES.
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".

    *> Spool handoff - the reprint rides the numbered-job queue like
    *> any other print.
    01 WS-Spool-Source PIC X(8) VALUE "STMTRP".
    IF WS-Srch-Date-Lo NOT = SPACES AND WS-Srch-Date-Hi = SPACES THEN
      MOVE WS-Srch-Date-Lo TO WS-Srch-Date-Hi
    END-IF.
    IF WS-Srch-Key NOT = SPACES THEN
      CALL "RekeyChain" USING WS-Srch-Key WS-Srch-Live-Key
        WS-Srch-Family
      CALL "BranchAccess" USING WS-Srch-Live-Key WS-Access-Point
        LK-Run-ID LK-Operator-ID WS-Access-Result
      IF NOT Access-Permitted THEN
        MOVE "(that account is outside your permitted branches)"
          TO WS-Srch-Empty-Label
        DISPLAY SC-Reprint-Empty
        ACCEPT OMITTED
        GOBACK
      END-IF
    END-IF.

    MOVE SPACES TO WS-Srch-Stop.
    MOVE 0 TO WS-Srch-Shown.
    DISPLAY SC-Reprint-Result.
    ACCEPT OMITTED.

  *> Does the banner just parsed match the search (and fall within
  *> the operator's branches)?
  Judge-Banner.
    MOVE "Y" TO WS-Match-Flag.
    CALL "BranchAccess" USING BNV-Key WS-Access-Silent
      LK-Run-ID LK-Operator-ID WS-Access-Result.
    IF NOT Access-Permitted THEN
      MOVE "N" TO WS-Match-Flag
      EXIT PARAGRAPH
    END-IF.
    IF WS-Srch-Key NOT = SPACES THEN
      MOVE "N" TO WS-Match-Flag
      PERFORM VARYING WS-Srch-Family-Idx FROM 1 BY 1
        UNTIL WS-Srch-Family-Idx > WS-Srch-Family-Count
        IF BNV-Key = WS-Srch-Family-Key(WS-Srch-Family-Idx) THEN
          MOVE "Y" TO WS-Match-Flag
        END-IF
      END-PERFORM
    END-IF.
    IF WS-Srch-Date-Lo NOT = SPACES THEN
      IF BNV-Date < WS-Srch-Date-Lo
