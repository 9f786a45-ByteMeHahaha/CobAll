    01 WS-Maint-Region PIC X(10) VALUE SPACES.
    01 WS-Maint-Opened PIC X(8) VALUE SPACES.
    01 WS-Maint-Closed PIC X(8) VALUE SPACES.
    01 WS-Maint-Scheme PIC X(1) VALUE SPACES.
      88 Maint-Scheme-Valid VALUE SPACE "L" "W".
    01 WS-Maint-Confirm PIC A VALUE SPACES.
      88 Maint-Delete-Confirmed VALUE "Y" "y".
    01 WS-Maint-Action-Label PIC X(20) VALUE SPACES.
    *> delete so the audit entry carries before AND after values.
    01 WS-Before-Name PIC X(30) VALUE SPACES.
    01 WS-Before-Region PIC X(10) VALUE SPACES.
    01 WS-Before-Scheme PIC X(1) VALUE SPACES.

    *> Audit entries - every add/amend/delete lands in the permanent
    *> Audit.log with who did it, same trail as TransMaint.
    MOVE SPACES TO WS-Maint-Region.
    MOVE SPACES TO WS-Maint-Opened.
    MOVE SPACES TO WS-Maint-Closed.
    MOVE SPACES TO WS-Maint-Scheme.
    MOVE "Action: Add" TO WS-Maint-Action-Label.
    DISPLAY SC-Branch-Maint-Fields.
    ACCEPT SC-Branch-Maint-Fields.

    PERFORM Validate-Check-Scheme.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Maint-Branch TO BR-Branch.
    MOVE WS-Maint-Name TO BR-Name.
    MOVE WS-Maint-Region TO BR-Region.
    MOVE WS-Maint-Opened TO BR-Opened.
    MOVE WS-Maint-Closed TO BR-Closed.
    MOVE WS-Maint-Scheme TO BR-Check-Scheme.
    WRITE BR-Record
      INVALID KEY
        MOVE "Add failed - write rejected by the file."
          FUNCTION TRIM(WS-Maint-Name) DELIMITED BY SIZE
          " region=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Maint-Region) DELIMITED BY SIZE
          " cd=" DELIMITED BY SIZE
          WS-Maint-Scheme DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
        MOVE BR-Region TO WS-Before-Region WS-Maint-Region
        MOVE BR-Opened TO WS-Maint-Opened
        MOVE BR-Closed TO WS-Maint-Closed
        MOVE BR-Check-Scheme TO WS-Before-Scheme WS-Maint-Scheme
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    DISPLAY SC-Branch-Maint-Fields.
    ACCEPT SC-Branch-Maint-Fields.

    PERFORM Validate-Check-Scheme.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Maint-Branch TO BR-Branch.
    MOVE WS-Maint-Name TO BR-Name.
    MOVE WS-Maint-Region TO BR-Region.
    MOVE WS-Maint-Opened TO BR-Opened.
    MOVE WS-Maint-Closed TO BR-Closed.
    MOVE WS-Maint-Scheme TO BR-Check-Scheme.
    REWRITE BR-Record
      INVALID KEY
        MOVE "Amend failed - rewrite rejected by the file."
          FUNCTION TRIM(WS-Before-Name) DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Before-Region) DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          WS-Before-Scheme DELIMITED BY SIZE
          " after=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Maint-Name) DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Maint-Region) DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          WS-Maint-Scheme DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-DELETE.

  *> The check-digit scheme keyed on Add/Amend must be one the
  *> keying points know - anything else would reject every key.
  Validate-Check-Scheme.
    MOVE FUNCTION UPPER-CASE(WS-Maint-Scheme) TO WS-Maint-Scheme.
    IF NOT Maint-Scheme-Valid THEN
      MOVE "Check-digit scheme must be blank, L or W - nothing saved."
        TO WS-Maint-Result-Label
    END-IF.

  *> Walks the whole reference for its row count and records it as
  *> the file's verification control.
  Record-Master-Verify-Control.
