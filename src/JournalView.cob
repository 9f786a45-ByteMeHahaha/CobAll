
    *> The inquiry: one key's entries, newest first.
    01 WS-Jrn-Key PIC X(10) VALUE SPACES.
    *> Every key the account has carried, per RekeyChain - a
    *> re-keyed account's history shows whichever key is entered.
    01 WS-Jrn-Live-Key PIC X(10) VALUE SPACES.
    01 WS-Jrn-Family.
      05 WS-Jrn-Family-Count PIC 99.
      05 WS-Jrn-Family-Key OCCURS 20 TIMES PIC X(10).
    01 WS-Jrn-Family-Idx PIC 99 VALUE 0.

    *> Decoded views of the before/after images.
    COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==JB==.

    01 WS-Audit-Message PIC X(80).

    *> BranchAccess's verdict on the entered key against the
    *> operator's data scope - outside it, the history is not shown
    *> and the refusal is audited.
    01 WS-Access-Point PIC X(20) VALUE "Journal Inquiry".
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".

    01 WS-Log-Level PIC A(4).
    01 WS-Log-Message PIC X(80).
    01 WS-Log-Write-Status PIC XX.
    DISPLAY SC-Journal-Menu.
    ACCEPT SC-Journal-Menu.

    CALL "BranchAccess" USING WS-Jrn-Key WS-Access-Point
      LK-Run-ID LK-Operator-ID WS-Access-Result.
    IF NOT Access-Permitted THEN
      MOVE "Refused - that account is outside your permitted branches."
        TO WS-Jrn-Empty-Label
      DISPLAY SC-Journal-Empty
      ACCEPT OMITTED
      GOBACK
    END-IF.

    *> Looking at a key's history is itself on the record.
    MOVE SPACES TO WS-Audit-Message.
    STRING
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    CALL "RekeyChain" USING WS-Jrn-Key WS-Jrn-Live-Key WS-Jrn-Family.

    PERFORM Count-Matching-Entries.

    IF WS-Jrn-Total-Count = 0 THEN

    GOBACK.

  *> An entry belongs to the key when either image carries it - or
  *> carries any other key the account has had, so a re-keyed
  *> account's history isn't left behind under its old key. The
  *> nightly rebuild's RB markers belong to every key, so they show
  *> too - they're why a balance "reset" overnight.
  Judge-Journal-Entry.
      AND WS-Jrn-Session-Master NOT = "TransMaster.dat" THEN
      EXIT PARAGRAPH
    END-IF.
    IF JL-Action = "RB" THEN
      MOVE "Y" TO WS-Jrn-Match-Flag
      EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-Jrn-Family-Idx FROM 1 BY 1
      UNTIL WS-Jrn-Family-Idx > WS-Jrn-Family-Count
      IF JL-Before(1:10) = WS-Jrn-Family-Key(WS-Jrn-Family-Idx)
        OR JL-After(1:10) = WS-Jrn-Family-Key(WS-Jrn-Family-Idx) THEN
        MOVE "Y" TO WS-Jrn-Match-Flag
      END-IF
    END-PERFORM.

  *> Counts the key's entries so the pager knows how many to skip to
  *> start at the most recent.
