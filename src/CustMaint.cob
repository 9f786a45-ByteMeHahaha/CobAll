IDENTIFICATION DIVISION.
  PROGRAM-ID. CustMaint.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Customer (party) master - the customer number, name,
      *> address and segment. Shared reference, like AcctRef.dat.
      SELECT Cust-Master-File ASSIGN TO WS-Cust-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS CU-Cust-No
      FILE STATUS WS-Cust-Master-Status.

      *> Customer to account-key links.
      SELECT Cust-Link-File ASSIGN TO WS-Cust-Link-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS CL-Link-Key
      ALTERNATE RECORD KEY IS CL-Acct-Key WITH DUPLICATES
      FILE STATUS WS-Cust-Link-Status.

DATA DIVISION.
  FILE SECTION.
    FD Cust-Master-File.
      COPY "CustRecord.cpy" REPLACING ==:PREFIX:== BY ==CU==.

    FD Cust-Link-File.
      COPY "CustLinkRecord.cpy" REPLACING ==:PREFIX:== BY ==CL==.

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.
    01 WS-Cust-Master-Path PIC X(80) VALUE "CustMaster.dat".
    01 WS-Cust-Master-Status PIC XX.
      88 Cust-Master-Not-Found VALUE "35".
    01 WS-Cust-Link-Path PIC X(80) VALUE "CustLink.dat".
    01 WS-Cust-Link-Status PIC XX.
      88 Cust-Link-Not-Found VALUE "35".
    01 WS-Link-At-End-Flag PIC A VALUE "N".
      88 Links-At-End VALUE "Y".

    *> Operator's maintenance request off SC-Cust-Maint-Menu - the
    *> usual add/amend/delete, plus linking keys to the customer.
    01 WS-Maint-Action PIC 9 VALUE 0.
      88 Maint-Add VALUE 1.
      88 Maint-Amend VALUE 2.
      88 Maint-Delete VALUE 3.
      88 Maint-Link VALUE 4.
      88 Maint-Unlink VALUE 5.
      88 Maint-Back VALUE 6.
    01 WS-Maint-Cust-No PIC X(8) VALUE SPACES.
    01 WS-Maint-Acct-Key PIC X(10) VALUE SPACES.
    01 WS-Maint-Name PIC X(30) VALUE SPACES.
    01 WS-Maint-Addr-1 PIC X(30) VALUE SPACES.
    01 WS-Maint-Addr-2 PIC X(30) VALUE SPACES.
    01 WS-Maint-Addr-3 PIC X(30) VALUE SPACES.
    01 WS-Maint-Postcode PIC X(8) VALUE SPACES.
    01 WS-Maint-Segment PIC X(4) VALUE SPACES.
      88 Valid-Segment VALUE "RETL" "PRIV" "SME " "CORP".
    01 WS-Maint-Confirm PIC A VALUE SPACES.
      88 Maint-Delete-Confirmed VALUE "Y" "y".
    01 WS-Maint-Action-Label PIC X(20) VALUE SPACES.
    01 WS-Maint-Result-Label PIC X(60) VALUE SPACES.
    01 WS-Maint-Fields-Msg PIC X(60) VALUE SPACES.
    01 WS-Link-Count PIC 9(5) VALUE 0.

    *> Before-image of the stored row, captured ahead of an amend or
    *> delete so the audit entry carries before AND after values.
    01 WS-Before-Name PIC X(30) VALUE SPACES.
    01 WS-Before-Segment PIC X(4) VALUE SPACES.

    01 WS-Audit-Message PIC X(80).

    01 WS-Log-Level PIC A(4).
    01 WS-Log-Message PIC X(80).
    01 WS-Log-Write-Status PIC XX.

  *> Subroutine Parameters
  LINKAGE SECTION.
    01 LK-Run-ID PIC X(14).
    01 LK-Terminal-ID PIC X(8).
    01 LK-Operator-ID PIC X(8).

  SCREEN SECTION.
    COPY "CustMaintScr.cpy". *> Customer Maintenance screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  CustMaintMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Customer Maintenance selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> OPEN I-O fails with "35" when a file doesn't exist yet -
    *> create it empty then, so the first customer can be keyed
    *> without a separate setup step.
    OPEN I-O Cust-Master-File.
    IF Cust-Master-Not-Found THEN
      OPEN OUTPUT Cust-Master-File
      CLOSE Cust-Master-File
      OPEN I-O Cust-Master-File
    END-IF.
    OPEN I-O Cust-Link-File.
    IF Cust-Link-Not-Found THEN
      OPEN OUTPUT Cust-Link-File
      CLOSE Cust-Link-File
      OPEN I-O Cust-Link-File
    END-IF.

    MOVE 0 TO WS-Maint-Action.
    PERFORM Maint-Loop UNTIL Maint-Back.

    CLOSE Cust-Link-File.
    CLOSE Cust-Master-File.

    GOBACK.

  *> One maintenance action: take the action and customer off the
  *> screen, apply it, audit it, and show the outcome.
  Maint-Loop.
    MOVE 0 TO WS-Maint-Action.
    MOVE SPACES TO WS-Maint-Cust-No.
    MOVE SPACES TO WS-Maint-Acct-Key.
    DISPLAY SC-Cust-Maint-Menu.
    ACCEPT SC-Cust-Maint-Menu.

    MOVE SPACES TO WS-Maint-Result-Label.
    IF NOT Maint-Back AND WS-Maint-Cust-No = SPACES THEN
      MOVE "A customer number is required." TO WS-Maint-Result-Label
    ELSE
      EVALUATE TRUE
        WHEN Maint-Add
          PERFORM Do-Cust-Add
        WHEN Maint-Amend
          PERFORM Do-Cust-Amend
        WHEN Maint-Delete
          PERFORM Do-Cust-Delete
        WHEN Maint-Link
          PERFORM Do-Cust-Link
        WHEN Maint-Unlink
          PERFORM Do-Cust-Unlink
        WHEN Maint-Back
          CONTINUE
        WHEN OTHER
          MOVE "Invalid choice - pick 1-6." TO WS-Maint-Result-Label
      END-EVALUATE
    END-IF.

    IF NOT Maint-Back AND WS-Maint-Result-Label NOT = SPACES THEN
      DISPLAY SC-Cust-Maint-Result
      ACCEPT OMITTED
    END-IF.

  *> Adds a brand-new customer under the entered number.
  Do-Cust-Add.
    MOVE WS-Maint-Cust-No TO CU-Cust-No.
    READ Cust-Master-File
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE "Customer already on file - use Amend instead."
          TO WS-Maint-Result-Label
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Maint-Name.
    MOVE SPACES TO WS-Maint-Addr-1.
    MOVE SPACES TO WS-Maint-Addr-2.
    MOVE SPACES TO WS-Maint-Addr-3.
    MOVE SPACES TO WS-Maint-Postcode.
    MOVE SPACES TO WS-Maint-Segment.
    MOVE "Action: Add" TO WS-Maint-Action-Label.
    PERFORM Take-Cust-Fields.

    PERFORM Move-Fields-To-Record.
    WRITE CU-Record
      INVALID KEY
        MOVE "Add failed - write rejected by the file."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        MOVE "Customer added." TO WS-Maint-Result-Label
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Customer ADD by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " cust=" DELIMITED BY SIZE
          WS-Maint-Cust-No DELIMITED BY SIZE
          " name=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Maint-Name) DELIMITED BY SIZE
          " seg=" DELIMITED BY SIZE
          WS-Maint-Segment DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-WRITE.

  *> Amends the stored customer under the entered number, auditing
  *> the before and after name and segment.
  Do-Cust-Amend.
    MOVE WS-Maint-Cust-No TO CU-Cust-No.
    READ Cust-Master-File
      INVALID KEY
        MOVE "No customer on file for that number."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        PERFORM Move-Record-To-Fields
        MOVE CU-Name TO WS-Before-Name
        MOVE CU-Segment TO WS-Before-Segment
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE "Action: Amend" TO WS-Maint-Action-Label.
    PERFORM Take-Cust-Fields.

    PERFORM Move-Fields-To-Record.
    REWRITE CU-Record
      INVALID KEY
        MOVE "Amend failed - rewrite rejected by the file."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        MOVE "Customer amended." TO WS-Maint-Result-Label
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Customer AMEND by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " cust=" DELIMITED BY SIZE
          WS-Maint-Cust-No DELIMITED BY SIZE
          " before=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Before-Name) DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          WS-Before-Segment DELIMITED BY SIZE
          " after=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Maint-Name) DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          WS-Maint-Segment DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-REWRITE.

  *> Deletes the stored customer after showing it and getting a
  *> confirmation. A customer still linked to keys is kept - unlink
  *> the keys first, so no link is left pointing at nobody.
  Do-Cust-Delete.
    MOVE WS-Maint-Cust-No TO CU-Cust-No.
    READ Cust-Master-File
      INVALID KEY
        MOVE "No customer on file for that number."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        PERFORM Move-Record-To-Fields
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Count-Cust-Links.
    IF WS-Link-Count > 0 THEN
      MOVE "Customer still has linked keys - unlink them first."
        TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Maint-Confirm.
    DISPLAY SC-Cust-Maint-Confirm.
    ACCEPT SC-Cust-Maint-Confirm.

    IF NOT Maint-Delete-Confirmed THEN
      MOVE "Delete abandoned - customer kept." TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Maint-Cust-No TO CU-Cust-No.
    DELETE Cust-Master-File
      INVALID KEY
        MOVE "Delete failed - rejected by the file."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        MOVE "Customer deleted." TO WS-Maint-Result-Label
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Customer DELETE by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " cust=" DELIMITED BY SIZE
          WS-Maint-Cust-No DELIMITED BY SIZE
          " before=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Maint-Name) DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-DELETE.

  *> Links the entered key to the customer.
  Do-Cust-Link.
    MOVE WS-Maint-Cust-No TO CU-Cust-No.
    READ Cust-Master-File
      INVALID KEY
        MOVE "No customer on file for that number."
          TO WS-Maint-Result-Label
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    IF WS-Maint-Acct-Key = SPACES THEN
      MOVE "An account key is required to link." TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Maint-Cust-No TO CL-Cust-No.
    MOVE WS-Maint-Acct-Key TO CL-Acct-Key.
    MOVE LK-Operator-ID TO CL-Linked-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO CL-Linked-Stamp.
    WRITE CL-Record
      INVALID KEY
        MOVE "Key is already linked to this customer."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        MOVE "Key linked to the customer." TO WS-Maint-Result-Label
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Customer LINK by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " cust=" DELIMITED BY SIZE
          WS-Maint-Cust-No DELIMITED BY SIZE
          " key=" DELIMITED BY SIZE
          WS-Maint-Acct-Key DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-WRITE.

  *> Removes the entered key's link to the customer.
  Do-Cust-Unlink.
    MOVE WS-Maint-Cust-No TO CL-Cust-No.
    MOVE WS-Maint-Acct-Key TO CL-Acct-Key.
    DELETE Cust-Link-File
      INVALID KEY
        MOVE "That key is not linked to this customer."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        MOVE "Key unlinked from the customer." TO WS-Maint-Result-Label
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Customer UNLINK by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " cust=" DELIMITED BY SIZE
          WS-Maint-Cust-No DELIMITED BY SIZE
          " key=" DELIMITED BY SIZE
          WS-Maint-Acct-Key DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-DELETE.

  *> The name/address/segment screen, until the segment is one the
  *> bank recognises.
  Take-Cust-Fields.
    MOVE SPACES TO WS-Maint-Fields-Msg.
    DISPLAY SC-Cust-Maint-Fields.
    ACCEPT SC-Cust-Maint-Fields.
    MOVE FUNCTION UPPER-CASE(WS-Maint-Segment) TO WS-Maint-Segment.
    PERFORM UNTIL Valid-Segment
      MOVE "Segment must be RETL, PRIV, SME or CORP."
        TO WS-Maint-Fields-Msg
      DISPLAY SC-Cust-Maint-Fields
      ACCEPT SC-Cust-Maint-Fields
      MOVE FUNCTION UPPER-CASE(WS-Maint-Segment) TO WS-Maint-Segment
    END-PERFORM.

  Move-Fields-To-Record.
    MOVE WS-Maint-Cust-No TO CU-Cust-No.
    MOVE WS-Maint-Name TO CU-Name.
    MOVE WS-Maint-Addr-1 TO CU-Addr-Line(1).
    MOVE WS-Maint-Addr-2 TO CU-Addr-Line(2).
    MOVE WS-Maint-Addr-3 TO CU-Addr-Line(3).
    MOVE WS-Maint-Postcode TO CU-Postcode.
    MOVE WS-Maint-Segment TO CU-Segment.

  Move-Record-To-Fields.
    MOVE CU-Name TO WS-Maint-Name.
    MOVE CU-Addr-Line(1) TO WS-Maint-Addr-1.
    MOVE CU-Addr-Line(2) TO WS-Maint-Addr-2.
    MOVE CU-Addr-Line(3) TO WS-Maint-Addr-3.
    MOVE CU-Postcode TO WS-Maint-Postcode.
    MOVE CU-Segment TO WS-Maint-Segment.

  *> How many keys the entered customer is linked to.
  Count-Cust-Links.
    MOVE 0 TO WS-Link-Count.
    MOVE WS-Maint-Cust-No TO CL-Cust-No.
    MOVE LOW-VALUES TO CL-Acct-Key.
    START Cust-Link-File KEY IS NOT < CL-Link-Key
      INVALID KEY
        EXIT PARAGRAPH
    END-START.
    MOVE "N" TO WS-Link-At-End-Flag.
    PERFORM UNTIL Links-At-End
      READ Cust-Link-File NEXT
        AT END
          MOVE "Y" TO WS-Link-At-End-Flag
        NOT AT END
          IF CL-Cust-No NOT = WS-Maint-Cust-No THEN
            MOVE "Y" TO WS-Link-At-End-Flag
          ELSE
            ADD 1 TO WS-Link-Count
          END-IF
      END-READ
    END-PERFORM.

END PROGRAM CustMaint.
