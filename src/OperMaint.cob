    01 WS-Maint-Window-Start PIC X(4) VALUE SPACES.
    01 WS-Maint-Window-End PIC X(4) VALUE SPACES.
    01 WS-Maint-Terminals PIC X(24) VALUE SPACES.
    *> Data scope - branch codes and regions the operator is confined
    *> to; all blank is a head-office profile.
    01 WS-Maint-Branches PIC X(40) VALUE SPACES.
    01 WS-Maint-Region-1 PIC X(10) VALUE SPACES.
    01 WS-Maint-Region-2 PIC X(10) VALUE SPACES.
    01 WS-Maint-Region-3 PIC X(10) VALUE SPACES.
    01 WS-Maint-Confirm PIC A VALUE SPACES.
      88 Maint-Delete-Confirmed VALUE "Y" "y".
    01 WS-Maint-Action-Label PIC X(20) VALUE SPACES.
    01 WS-Before-Active-Flag PIC X VALUE SPACE.
    01 WS-Password-Changed-Flag PIC A VALUE "N".
      88 Password-Changed VALUE "Y".
    01 WS-Before-Scope PIC X(70) VALUE SPACES.
    01 WS-After-Scope PIC X(70) VALUE SPACES.

    *> Audit entries - a profile change moves who can do what, so
    *> every add/amend/delete lands in the permanent Audit.log.
    MOVE SPACES TO WS-Maint-Window-Start.
    MOVE SPACES TO WS-Maint-Window-End.
    MOVE SPACES TO WS-Maint-Terminals.
    MOVE SPACES TO WS-Maint-Branches.
    MOVE SPACES TO WS-Maint-Region-1.
    MOVE SPACES TO WS-Maint-Region-2.
    MOVE SPACES TO WS-Maint-Region-3.
    MOVE SPACES TO WS-Before-Scope.
    MOVE "Action: Add" TO WS-Maint-Action-Label.
    DISPLAY SC-Oper-Maint-Fields.
    ACCEPT SC-Oper-Maint-Fields.
    MOVE WS-Maint-Window-Start TO OP-Window-Start.
    MOVE WS-Maint-Window-End TO OP-Window-End.
    MOVE WS-Maint-Terminals TO OP-Terminals.
    PERFORM Move-Scope-To-Record.
    *> Never logged in yet - the idle clock starts today.
    MOVE SPACES TO OP-Last-Login.
    MOVE FUNCTION CURRENT-DATE(1:8) TO OP-Active-Since.
    WRITE OP-Record
      INVALID KEY
        MOVE "Add failed - write rejected by the file."
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
        PERFORM Audit-Scope-Change
    END-WRITE.

  *> Amends a stored profile, auditing the level/flag before and
        MOVE OP-Window-Start TO WS-Maint-Window-Start
        MOVE OP-Window-End TO WS-Maint-Window-End
        MOVE OP-Terminals TO WS-Maint-Terminals
        MOVE OP-Branches TO WS-Maint-Branches
        MOVE OP-Region(1) TO WS-Maint-Region-1
        MOVE OP-Region(2) TO WS-Maint-Region-2
        MOVE OP-Region(3) TO WS-Maint-Region-3
        MOVE OP-Branches TO WS-Before-Scope(1:40)
        MOVE OP-Region(1) TO WS-Before-Scope(41:10)
        MOVE OP-Region(2) TO WS-Before-Scope(51:10)
        MOVE OP-Region(3) TO WS-Before-Scope(61:10)
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    MOVE WS-Maint-Window-Start TO OP-Window-Start.
    MOVE WS-Maint-Window-End TO OP-Window-End.
    MOVE WS-Maint-Terminals TO OP-Terminals.
    PERFORM Move-Scope-To-Record.
    *> An unlock restarts the idle clock, or a dormant ID the
    *> overnight check locked would be locked again the next night.
    IF WS-Before-Active-Flag NOT = "A" AND WS-Maint-Active-Flag = "A"
      THEN
      MOVE FUNCTION CURRENT-DATE(1:8) TO OP-Active-Since
    END-IF.
    REWRITE OP-Record
      INVALID KEY
        MOVE "Amend failed - rewrite rejected by the file."
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
        PERFORM Audit-Scope-Change
    END-REWRITE.

  *> Files the keyed data scope on the profile. The branch list is
  *> normalised to single spaces so LoginScreen's split of it holds
  *> up however the codes were spaced on entry.
  Move-Scope-To-Record.
    MOVE SPACES TO OP-Branches.
    STRING
      FUNCTION TRIM(WS-Maint-Branches) DELIMITED BY SIZE
      INTO OP-Branches
    END-STRING.
    MOVE WS-Maint-Region-1 TO OP-Region(1).
    MOVE WS-Maint-Region-2 TO OP-Region(2).
    MOVE WS-Maint-Region-3 TO OP-Region(3).
    MOVE OP-Branches TO WS-After-Scope(1:40).
    MOVE OP-Region(1) TO WS-After-Scope(41:10).
    MOVE OP-Region(2) TO WS-After-Scope(51:10).
    MOVE OP-Region(3) TO WS-After-Scope(61:10).

  *> A scope change widens or narrows which accounts someone can
  *> see, so it is audited in its own right - the branch list and
  *> the regions on lines of their own, as the trail's line is too
  *> short for both.
  Audit-Scope-Change.
    IF WS-After-Scope = WS-Before-Scope THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Oper scope id=" DELIMITED BY SIZE
      WS-Maint-Operator DELIMITED BY SIZE
      " branches=" DELIMITED BY SIZE
      WS-After-Scope(1:40) DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    IF WS-After-Scope = SPACES THEN
      MOVE SPACES TO WS-Audit-Message
      STRING
        "Oper scope id=" DELIMITED BY SIZE
        WS-Maint-Operator DELIMITED BY SIZE
        " now head office - all branches" DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
    END-IF.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.
    IF WS-After-Scope(41:30) NOT = SPACES THEN
      MOVE SPACES TO WS-Audit-Message
      STRING
        "Oper scope id=" DELIMITED BY SIZE
        WS-Maint-Operator DELIMITED BY SIZE
        " regions=" DELIMITED BY SIZE
        WS-After-Scope(41:10) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-After-Scope(51:10) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-After-Scope(61:10) DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
      CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-IF.

  *> Deletes a stored profile after confirmation.
  Do-Oper-Delete.
    MOVE WS-Maint-Operator TO OP-Operator.
