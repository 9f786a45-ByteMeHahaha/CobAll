      88 Edit-Date-OK VALUE "Y".
    01 WS-Status-Valid-Flag PIC A VALUE "N".
      88 Status-Code-Valid VALUE "Y".
    *> The key's branch check digit, judged by BranchKeyCheck.
    01 WS-Key-Check-Scheme PIC X(1) VALUE SPACE.
    01 WS-Key-Check-Result PIC X(1) VALUE "Y".
      88 Key-Check-Passed VALUE "Y".
    *> BranchAccess's verdict on the keyed key against the operator's
    *> data scope - outside it the record is refused and audited.
    01 WS-Access-Point PIC X(20) VALUE "Manual Entry".
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".

    01 WS-Audit-Message PIC X(80).


  *> The same rules the extract edit pass applies: a real calendar
  *> date, a status on the reference (or the P/C/R fallback), and a
  *> key actually keyed that passes its branch's check digit and is
  *> on one of the operator's branches.
  Validate-Manual-Fields.
    IF WS-Manual-Key = SPACES THEN
      MOVE "Rejected: key is blank." TO WS-Manual-Error-Label
      EXIT PARAGRAPH
    END-IF.

    CALL "BranchKeyCheck" USING WS-Manual-Key WS-Key-Check-Scheme
      WS-Key-Check-Result.
    IF NOT Key-Check-Passed THEN
      MOVE "Rejected: key fails its branch's check digit."
        TO WS-Manual-Error-Label
      EXIT PARAGRAPH
    END-IF.

    CALL "BranchAccess" USING WS-Manual-Key WS-Access-Point
      LK-Run-ID LK-Operator-ID WS-Access-Result.
    IF NOT Access-Permitted THEN
      MOVE "Refused: key is outside your permitted branches."
        TO WS-Manual-Error-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Manual-Date TO WS-Edit-Date-X.
    PERFORM Validate-Calendar-Date.
    IF NOT Edit-Date-OK THEN
