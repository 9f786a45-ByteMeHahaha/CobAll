    01 WS-Maint-Report-Path PIC X(40) VALUE SPACES.
    01 WS-Maint-Master-Path PIC X(40) VALUE SPACES.
    01 WS-Maint-Arrival PIC X(4) VALUE SPACES.
    01 WS-Maint-Reject-Ceiling PIC 9(3)V99 VALUE 0.
    01 WS-Ceiling-Disp PIC ZZ9.99.
    01 WS-Maint-Confirm PIC A VALUE SPACES.
      88 Maint-Delete-Confirmed VALUE "Y" "y".
    01 WS-Maint-Action-Label PIC X(20) VALUE SPACES.
    MOVE SPACES TO WS-Maint-Report-Path.
    MOVE SPACES TO WS-Maint-Master-Path.
    MOVE SPACES TO WS-Maint-Arrival.
    MOVE 0 TO WS-Maint-Reject-Ceiling.
    MOVE "Action: Add" TO WS-Maint-Action-Label.
    DISPLAY SC-Feed-Maint-Fields.
    ACCEPT SC-Feed-Maint-Fields.
    IF WS-Maint-Reject-Ceiling > 100 THEN
      MOVE "Reject ceiling is a percentage - 100.00 at most."
        TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Maint-Feed-Name TO FR-Name.
    MOVE WS-Maint-Extract-Path TO FR-Extract-Path.
    MOVE WS-Maint-Report-Path TO FR-Report-Path.
    MOVE WS-Maint-Master-Path TO FR-Master-Path.
    MOVE WS-Maint-Arrival TO FR-Arrival-HHMM.
    MOVE WS-Maint-Reject-Ceiling TO FR-Reject-Ceiling.
    WRITE FR-Record
      INVALID KEY
        MOVE "Add failed - write rejected by the file."
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
        PERFORM Audit-Reject-Ceiling
    END-WRITE.

  *> Amends a stored feed's paths and arrival time.
        MOVE FR-Report-Path TO WS-Maint-Report-Path
        MOVE FR-Master-Path TO WS-Maint-Master-Path
        MOVE FR-Arrival-HHMM TO WS-Maint-Arrival
        MOVE FR-Reject-Ceiling TO WS-Maint-Reject-Ceiling
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    MOVE "Action: Amend" TO WS-Maint-Action-Label.
    DISPLAY SC-Feed-Maint-Fields.
    ACCEPT SC-Feed-Maint-Fields.
    IF WS-Maint-Reject-Ceiling > 100 THEN
      MOVE "Reject ceiling is a percentage - 100.00 at most."
        TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Maint-Feed-Name TO FR-Name.
    MOVE WS-Maint-Extract-Path TO FR-Extract-Path.
    MOVE WS-Maint-Report-Path TO FR-Report-Path.
    MOVE WS-Maint-Master-Path TO FR-Master-Path.
    MOVE WS-Maint-Arrival TO FR-Arrival-HHMM.
    MOVE WS-Maint-Reject-Ceiling TO FR-Reject-Ceiling.
    REWRITE FR-Record
      INVALID KEY
        MOVE "Amend failed - rewrite rejected by the file."
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
        PERFORM Audit-Reject-Ceiling
    END-REWRITE.

  *> Deletes a stored feed after confirmation - its files stay on
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-DELETE.

  *> The ceiling decides whether a bad night's file posts at all, so
  *> it goes on the trail beside the paths it was saved with.
  Audit-Reject-Ceiling.
    MOVE WS-Maint-Reject-Ceiling TO WS-Ceiling-Disp.
    MOVE SPACES TO WS-Audit-Message.
    IF WS-Maint-Reject-Ceiling = 0 THEN
      STRING
        "Feed reg feed=" DELIMITED BY SIZE
        WS-Maint-Feed-Name DELIMITED BY SIZE
        " reject ceiling none" DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
    ELSE
      STRING
        "Feed reg feed=" DELIMITED BY SIZE
        WS-Maint-Feed-Name DELIMITED BY SIZE
        " reject ceiling " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Ceiling-Disp) DELIMITED BY SIZE
        "%" DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
    END-IF.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

END PROGRAM FeedMaint.
