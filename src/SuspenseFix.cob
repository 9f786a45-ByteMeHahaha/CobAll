    01 WS-Status-Valid-Flag PIC A VALUE "N".
      88 Status-Code-Valid VALUE "Y".

    *> The corrected key's branch check digit, judged by
    *> BranchKeyCheck - the edit pass would only suspend it again.
    01 WS-Key-Check-Scheme PIC X(1) VALUE SPACE.
    01 WS-Key-Check-Result PIC X(1) VALUE "Y".
      88 Key-Check-Passed VALUE "Y".

    *> BranchAccess's verdict against the operator's data scope - a
    *> suspended item on another branch is passed over (kept in
    *> suspense, unseen), and a correction re-keying an item onto a
    *> branch outside the scope is refused and audited.
    01 WS-Access-Point PIC X(20) VALUE "Suspense Correction".
    01 WS-Access-Silent PIC X(20) VALUE SPACES.
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".

    *> Correction screen fields - prefilled from the suspense record,
    *> edited in place by the operator.
    01 WS-Fix-Reason PIC X(2) VALUE SPACES.
        AT END
          MOVE "Y" TO WS-Suspense-At-End-Flag
        NOT AT END
          CALL "BranchAccess" USING SUS-Key WS-Access-Silent
            LK-Run-ID LK-Operator-ID WS-Access-Result
          IF Access-Permitted THEN
            ADD 1 TO WS-Fix-Record-Total
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Suspense-File.
      AT END
        MOVE "Y" TO WS-Suspense-At-End-Flag
      NOT AT END
        CALL "BranchAccess" USING SUS-Key WS-Access-Silent
          LK-Run-ID LK-Operator-ID WS-Access-Result
        IF Access-Permitted THEN
          ADD 1 TO WS-Fix-Record-Num
          PERFORM Present-Suspense-Record
        ELSE
          ADD 1 TO WS-Fix-Kept-Count
          MOVE SUS-Record TO SKP-Record
          WRITE SKP-Record
        END-IF
    END-READ.

  Present-Suspense-Record.
  Validate-Fixed-Record.
    MOVE SPACES TO WS-Fix-Error-Label.

    CALL "BranchKeyCheck" USING WS-Fix-Key WS-Key-Check-Scheme
      WS-Key-Check-Result.
    IF NOT Key-Check-Passed THEN
      MOVE "Key still fails its branch's check digit." TO WS-Fix-Error-Label
      EXIT PARAGRAPH
    END-IF.

    CALL "BranchAccess" USING WS-Fix-Key WS-Access-Point
      LK-Run-ID LK-Operator-ID WS-Access-Result.
    IF NOT Access-Permitted THEN
      MOVE "Refused - that key is outside your permitted branches."
        TO WS-Fix-Error-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Fix-Date TO WS-Edit-Date-X.
    PERFORM Validate-Calendar-Date.
    IF NOT Edit-Date-OK THEN
        MOVE "(status change not allowed)" TO WS-Fix-Reason-Desc
      WHEN "08"
        MOVE "(branch closed at that date)" TO WS-Fix-Reason-Desc
      WHEN "09"
        MOVE "(key is dormant - reactivate it first)"
          TO WS-Fix-Reason-Desc
      WHEN "10"
        MOVE "(forward-dated - warehouse refused it)"
          TO WS-Fix-Reason-Desc
      WHEN "11"
        MOVE "(key re-keyed - grace period over)" TO WS-Fix-Reason-Desc
      WHEN "12"
        MOVE "(key fails its branch's check digit)" TO WS-Fix-Reason-Desc
      WHEN "13"
        MOVE "(currency not permitted by its product)"
          TO WS-Fix-Reason-Desc
      WHEN OTHER
        MOVE "(unknown reason code)" TO WS-Fix-Reason-Desc
    END-EVALUATE.
