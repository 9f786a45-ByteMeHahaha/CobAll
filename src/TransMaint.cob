      88 Stat-Trans-Missing VALUE "Y".
    01 WS-Trans-Refused-Label PIC X(60) VALUE SPACES.

    *> A new key must pass its branch's check digit - amends and
    *> deletes work on keys already on file and are left alone.
    01 WS-Key-Check-Scheme PIC X(1) VALUE SPACE.
    01 WS-Key-Check-Result PIC X(1) VALUE "Y".
      88 Key-Check-Passed VALUE "Y".

    *> The logged-in operator's authority, shared by CobAll's login
    *> - a ruled transition can demand a level.
    01 WS-Operator-Auth-Level PIC 9 EXTERNAL.
    01 WS-Maint-Action-Label PIC X(20) VALUE SPACES.
    01 WS-Maint-Result-Label PIC X(60) VALUE SPACES.

    *> BranchAccess's verdict on the entered key against the
    *> operator's data scope - outside it, no action is taken and the
    *> refusal is audited.
    01 WS-Access-Point PIC X(20) VALUE "Transaction Maint".
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".

    *> Before-image of the stored record, captured ahead of an amend
    *> or delete so the audit entry can carry before AND after values.
    01 WS-Before-Date PIC X(8) VALUE SPACES.
    ACCEPT SC-Trans-Maint-Menu.

    MOVE SPACES TO WS-Maint-Result-Label.
    IF Maint-Add OR Maint-Amend OR Maint-Delete OR Maint-Reverse THEN
      CALL "BranchAccess" USING WS-Maint-Key WS-Access-Point
        LK-Run-ID LK-Operator-ID WS-Access-Result
      IF NOT Access-Permitted THEN
        MOVE "Refused - that account is outside your permitted branches."
          TO WS-Maint-Result-Label
        DISPLAY SC-Trans-Maint-Result
        ACCEPT OMITTED
        EXIT PARAGRAPH
      END-IF
    END-IF.

    EVALUATE TRUE
      WHEN Maint-Add
        PERFORM Do-Maint-Add
      EXIT PARAGRAPH
    END-IF.

    CALL "BranchKeyCheck" USING WS-Maint-Key WS-Key-Check-Scheme
      WS-Key-Check-Result.
    IF NOT Key-Check-Passed THEN
      MOVE "Key fails its branch's check digit - not added."
        TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Maint-Date.
    MOVE 0 TO WS-Maint-Amount.
    MOVE SPACE TO WS-Maint-Status.
