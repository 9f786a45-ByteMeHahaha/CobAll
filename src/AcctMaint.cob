      RECORD KEY IS AC-Key
      FILE STATUS WS-Acct-Ref-Status.

      *> Product catalogue - an account's product code has to be on
      *> it, and active when the account is first given it.
      SELECT Prod-File ASSIGN TO WS-Prod-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS PRD-Code
      FILE STATUS WS-Prod-Status.

DATA DIVISION.
  FILE SECTION.
    FD Acct-Ref-File.
      COPY "AcctRecord.cpy" REPLACING ==:PREFIX:== BY ==AC==.

    FD Prod-File.
      COPY "ProdRecord.cpy" REPLACING ==:PREFIX:== BY ==PRD==.

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Acct-Ref-Status PIC XX.
      88 Acct-Ref-Opened-Successfully VALUE "00".
      88 Acct-Ref-Not-Found VALUE "35".
    01 WS-Prod-Path PIC X(80) VALUE "ProdMaster.dat".
    01 WS-Prod-Status PIC XX.
      88 Prod-Opened-Successfully VALUE "00".
    01 WS-Prod-Missing-Flag PIC A VALUE "N".
      88 Prod-File-Missing VALUE "Y".

    *> Operator's maintenance request off SC-Acct-Maint-Menu - same
    *> add/amend/delete arrangement as BranchMaint.
    01 WS-Maint-Key PIC X(10) VALUE SPACES.
    01 WS-Maint-Name PIC X(30) VALUE SPACES.
    01 WS-Maint-Contact PIC X(40) VALUE SPACES.
    01 WS-Maint-Product PIC X(4) VALUE SPACES.
    01 WS-Maint-Confirm PIC A VALUE SPACES.
      88 Maint-Delete-Confirmed VALUE "Y" "y".
    01 WS-Maint-Action-Label PIC X(20) VALUE SPACES.
    *> Before-image of the stored row, captured ahead of an amend or
    *> delete so the audit entry carries before AND after values.
    01 WS-Before-Name PIC X(30) VALUE SPACES.
    01 WS-Before-Product PIC X(4) VALUE SPACES.

    *> A name is screened against the sanctions watch list the
    *> moment it is added or changed - any hit goes on the same
    *> review queue the weekly screening fills.
    01 WS-Screen-Mode PIC X(1) VALUE "S".
    01 WS-Screen-Hits PIC 9(3) VALUE 0.

    *> Audit entries - every add/amend/delete lands in the permanent
    *> Audit.log with who did it, same trail as BranchMaint.
      OPEN I-O Acct-Ref-File
    END-IF.

    *> No catalogue yet just means no product can be given out.
    OPEN INPUT Prod-File.
    IF Prod-Opened-Successfully THEN
      MOVE "N" TO WS-Prod-Missing-Flag
    ELSE
      MOVE "Y" TO WS-Prod-Missing-Flag
    END-IF.

    MOVE 0 TO WS-Maint-Action.
    MOVE "N" TO WS-Master-Changed-Flag.
    PERFORM Maint-Loop UNTIL Maint-Back.
    END-IF.

    CLOSE Acct-Ref-File.
    IF NOT Prod-File-Missing THEN
      CLOSE Prod-File
    END-IF.

    GOBACK.


    MOVE SPACES TO WS-Maint-Name.
    MOVE SPACES TO WS-Maint-Contact.
    MOVE SPACES TO WS-Maint-Product.
    MOVE SPACES TO WS-Before-Product.
    MOVE "Action: Add" TO WS-Maint-Action-Label.
    DISPLAY SC-Acct-Maint-Fields.
    ACCEPT SC-Acct-Maint-Fields.

    PERFORM Validate-Maint-Product.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Maint-Key TO AC-Key.
    MOVE WS-Maint-Name TO AC-Name.
    MOVE WS-Maint-Contact TO AC-Contact.
    MOVE WS-Maint-Product TO AC-Product.
    WRITE AC-Record
      INVALID KEY
        MOVE "Add failed - write rejected by the file."
      NOT INVALID KEY
        MOVE "Account added." TO WS-Maint-Result-Label
        MOVE "Y" TO WS-Master-Changed-Flag
        PERFORM Screen-Maint-Name
        STRING
          "Acct ref ADD by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " key=" DELIMITED BY SIZE
          WS-Maint-Key DELIMITED BY SIZE
          " prod=" DELIMITED BY SIZE
          WS-Maint-Product DELIMITED BY SIZE
          " name=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Maint-Name) DELIMITED BY SIZE
          INTO WS-Audit-Message
      NOT INVALID KEY
        MOVE AC-Name TO WS-Before-Name WS-Maint-Name
        MOVE AC-Contact TO WS-Maint-Contact
        MOVE AC-Product TO WS-Before-Product WS-Maint-Product
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    DISPLAY SC-Acct-Maint-Fields.
    ACCEPT SC-Acct-Maint-Fields.

    PERFORM Validate-Maint-Product.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Maint-Key TO AC-Key.
    MOVE WS-Maint-Name TO AC-Name.
    MOVE WS-Maint-Contact TO AC-Contact.
    MOVE WS-Maint-Product TO AC-Product.
    REWRITE AC-Record
      INVALID KEY
        MOVE "Amend failed - rewrite rejected by the file."
      NOT INVALID KEY
        MOVE "Account amended." TO WS-Maint-Result-Label
        MOVE "Y" TO WS-Master-Changed-Flag
        IF WS-Maint-Name NOT = WS-Before-Name THEN
          PERFORM Screen-Maint-Name
        END-IF
        STRING
          "Acct ref AMEND by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " key=" DELIMITED BY SIZE
          WS-Maint-Key DELIMITED BY SIZE
          " prod=" DELIMITED BY SIZE
          WS-Before-Product DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          WS-Maint-Product DELIMITED BY SIZE
          " before=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Before-Name) DELIMITED BY SIZE
          " after=" DELIMITED BY SIZE
      NOT INVALID KEY
        MOVE AC-Name TO WS-Maint-Name
        MOVE AC-Contact TO WS-Maint-Contact
        MOVE AC-Product TO WS-Maint-Product
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-DELETE.

  *> A product code has to be on the catalogue, and a withdrawn
  *> product stays on the accounts that already carry it but cannot
  *> be given to another. Leaves the reason in the result label.
  Validate-Maint-Product.
    MOVE FUNCTION UPPER-CASE(WS-Maint-Product) TO WS-Maint-Product.
    IF WS-Maint-Product = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    IF Prod-File-Missing THEN
      MOVE "No product catalogue on file - leave the product blank."
        TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Maint-Product TO PRD-Code.
    READ Prod-File
      INVALID KEY
        MOVE "Product not on the catalogue." TO WS-Maint-Result-Label
      NOT INVALID KEY
        IF PRD-State NOT = "A"
          AND WS-Maint-Product NOT = WS-Before-Product THEN
          MOVE "Product withdrawn - it cannot be given to an account."
            TO WS-Maint-Result-Label
        END-IF
    END-READ.

  *> Screens the name just stored, telling the operator when it has
  *> gone for compliance review.
  Screen-Maint-Name.
    CALL "ScreenName" USING WS-Screen-Mode WS-Maint-Key WS-Maint-Name
      WS-Screen-Hits LK-Run-ID.
    IF WS-Screen-Hits > 0 THEN
      MOVE SPACES TO WS-Maint-Result-Label
      STRING
        "Saved - name matches the watch list, " DELIMITED BY SIZE
        WS-Screen-Hits DELIMITED BY SIZE
        " hit(s) for review." DELIMITED BY SIZE
        INTO WS-Maint-Result-Label
      END-STRING
      MOVE "WARN" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Account Reference Maintenance: key " DELIMITED BY SIZE
        WS-Maint-Key DELIMITED BY SIZE
        " name matches the watch list" DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

  *> Walks the whole reference for its row count and records it as
  *> the file's verification control.
  Record-Master-Verify-Control.
