IDENTIFICATION DIVISION.
  PROGRAM-ID. FwdMaint.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> The forward-dated warehouse Sort 'n' Report parks items in
      *> until their value date - listed here in value-date order,
      *> amended or cancelled before they post.
      SELECT Fwd-Warehouse-File ASSIGN TO WS-Fwd-Warehouse-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS FW-Id
      ALTERNATE RECORD KEY IS FW-Value-Date WITH DUPLICATES
      FILE STATUS WS-Fwd-Warehouse-Status.

      *> The cross-feed posted register - a waiting item was
      *> registered when it arrived, so an amend re-registers it
      *> under its new amount and a cancel withdraws it.
      SELECT Posted-Reg-File ASSIGN TO WS-Posted-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS PR-Reg-Key
      FILE STATUS WS-Posted-Reg-Status.

      *> Business-day calendar maintained by CalMaint - an amended
      *> value date landing on a holiday rolls to the next open day,
      *> exactly as the edit pass would have rolled it.
      SELECT Calendar-File ASSIGN TO "Calendar.dat"
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS CAL-Date
      FILE STATUS WS-Calendar-Status.

DATA DIVISION.
  FILE SECTION.
    FD Fwd-Warehouse-File.
      COPY "FwdRecord.cpy" REPLACING ==:PREFIX:== BY ==FW==.

    FD Posted-Reg-File.
      COPY "PostedRecord.cpy" REPLACING ==:PREFIX:== BY ==PR==.

    FD Calendar-File.
      COPY "CalRecord.cpy" REPLACING ==:PREFIX:== BY ==CAL==.

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.
    01 WS-Fwd-Warehouse-Path PIC X(80) VALUE "FwdWarehouse.dat".
    01 WS-Fwd-Warehouse-Status PIC XX.
      88 Fwd-Warehouse-Opened-OK VALUE "00".
      88 Fwd-Warehouse-Not-Found VALUE "35".
    01 WS-Fwd-At-End-Flag PIC X VALUE "N".
      88 Fwd-At-End VALUE "Y".

    01 WS-Posted-Reg-Path PIC X(80) VALUE "PostedReg.dat".
    01 WS-Posted-Reg-Status PIC XX.
      88 Posted-Reg-Opened-OK VALUE "00".
      88 Posted-Reg-Not-Found VALUE "35".

    01 WS-Calendar-Status PIC XX.
      88 Calendar-Opened-OK VALUE "00".
      88 Calendar-Not-Found VALUE "35".
    01 WS-Calendar-Missing-Flag PIC A VALUE "N".
      88 Calendar-Missing VALUE "Y".
    01 WS-Roll-Date PIC X(8) VALUE SPACES.
    01 WS-Roll-Date-Num REDEFINES WS-Roll-Date PIC 9(8).
    01 WS-Roll-Int PIC 9(7) VALUE 0.
    01 WS-Roll-Tries PIC 9(3) VALUE 0.
    01 WS-Roll-Done-Flag PIC A VALUE "N".
      88 Roll-Done VALUE "Y".

    *> Calendar-date validation work fields.
    01 WS-Edit-Date-X PIC X(8).
    01 WS-Edit-Date-Num REDEFINES WS-Edit-Date-X.
      05 WS-Edit-Year PIC 9(4).
      05 WS-Edit-Month PIC 9(2).
      05 WS-Edit-Day PIC 9(2).
    01 WS-Edit-Days-In-Month PIC 99 VALUE 0.
    01 WS-Edit-Leap-Rem PIC 9(4) VALUE 0.
    01 WS-Edit-Date-OK-Flag PIC A VALUE "N".
      88 Edit-Date-OK VALUE "Y".

    *> Operator's request off SC-Fwd-Menu.
    01 WS-Fwd-Action PIC 9 VALUE 0.
      88 Fwd-List VALUE 1.
      88 Fwd-Amend VALUE 2.
      88 Fwd-Cancel VALUE 3.
      88 Fwd-Back VALUE 4.
    01 WS-Fwd-Item-Run PIC X(14) VALUE SPACES.
    01 WS-Fwd-Item-Seq PIC 9(5) VALUE 0.
    01 WS-Fwd-New-Value-Date PIC X(8) VALUE SPACES.
    01 WS-Fwd-New-Amount PIC S9(9)V99 VALUE 0.
    01 WS-Fwd-Confirm PIC A VALUE SPACES.
      88 Fwd-Cancel-Confirmed VALUE "Y" "y".
    01 WS-Fwd-Result-Label PIC X(60) VALUE SPACES.
    01 WS-Today PIC X(8) VALUE SPACES.

    *> The before-image of the item being amended, and the amount in
    *> the extract's display form - the posted register keys on the
    *> raw bytes.
    01 WS-Old-Value-Date PIC X(8) VALUE SPACES.
    01 WS-Old-Amount PIC S9(9)V99 VALUE 0.
    01 WS-Amount-Work PIC S9(9)V99 VALUE 0.
    01 WS-Amount-Work-X REDEFINES WS-Amount-Work PIC X(11).
    01 WS-Audit-Old-Amount PIC -(9)9.99.
    01 WS-Audit-New-Amount PIC -(9)9.99.
    01 WS-Item-Id-Label PIC X(20) VALUE SPACES.
    01 WS-Reg-Clash-Flag PIC A VALUE "N".
      88 Register-Clash VALUE "Y".

    *> The listing - up to 15 a page.
    01 WS-Fwd-Lines.
      05 WS-Fwd-Line OCCURS 15 TIMES PIC X(70).
    01 WS-Fwd-Detail.
      05 FLD-Run PIC X(14).
      05 FILLER PIC X(1) VALUE SPACES.
      05 FLD-Seq PIC 9(5).
      05 FILLER PIC X(1) VALUE SPACES.
      05 FLD-Key PIC X(10).
      05 FILLER PIC X(1) VALUE SPACES.
      05 FLD-Value-Date PIC X(8).
      05 FILLER PIC X(1) VALUE SPACES.
      05 FLD-Amount PIC -ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(1) VALUE SPACES.
      05 FLD-Currency PIC X(3).
      05 FILLER PIC X(1) VALUE SPACES.
      05 FLD-Feed PIC X(8).
    01 WS-Fwd-Idx PIC 99 VALUE 0.
    01 WS-Fwd-Stop PIC A VALUE SPACES.

    *> BranchAccess's verdict on an item's key against the operator's
    *> data scope - an amend or cancel outside it is refused and
    *> audited; the listing just leaves other branches' items out.
    01 WS-Access-Point PIC X(20) VALUE "Forward-Dated Items".
    01 WS-Access-Silent PIC X(20) VALUE SPACES.
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".

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
    COPY "FwdMaintScr.cpy". *> Forward-Dated Items screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  FwdMaintMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Forward-Dated Items selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> Re-defaulted every invocation, then qualified - the warehouse
    *> and the register belong to one company's book, like the
    *> master they feed.
    MOVE "FwdWarehouse.dat" TO WS-Fwd-Warehouse-Path.
    MOVE "PostedReg.dat" TO WS-Posted-Reg-Path.
    CALL "ResolveDataPath" USING WS-Fwd-Warehouse-Path.
    CALL "ResolveDataPath" USING WS-Posted-Reg-Path.

    *> OPEN I-O fails with "35" when the warehouse doesn't exist yet -
    *> create it empty then.
    OPEN I-O Fwd-Warehouse-File.
    IF Fwd-Warehouse-Not-Found THEN
      OPEN OUTPUT Fwd-Warehouse-File
      CLOSE Fwd-Warehouse-File
      OPEN I-O Fwd-Warehouse-File
    END-IF.

    MOVE "N" TO WS-Calendar-Missing-Flag.
    OPEN INPUT Calendar-File.
    IF NOT Calendar-Opened-OK THEN
      MOVE "Y" TO WS-Calendar-Missing-Flag
    END-IF.

    MOVE 0 TO WS-Fwd-Action.
    PERFORM Fwd-Loop UNTIL Fwd-Back.

    CLOSE Fwd-Warehouse-File.
    IF NOT Calendar-Missing THEN
      CLOSE Calendar-File
    END-IF.

    GOBACK.

  *> One action off the menu.
  Fwd-Loop.
    MOVE 0 TO WS-Fwd-Action.
    MOVE SPACES TO WS-Fwd-Item-Run.
    MOVE 0 TO WS-Fwd-Item-Seq.
    DISPLAY SC-Fwd-Menu.
    ACCEPT SC-Fwd-Menu.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
    MOVE SPACES TO WS-Fwd-Result-Label.
    EVALUATE TRUE
      WHEN Fwd-List
        PERFORM Do-List-Items
      WHEN Fwd-Amend
        PERFORM Do-Amend-Item
      WHEN Fwd-Cancel
        PERFORM Do-Cancel-Item
      WHEN Fwd-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-4." TO WS-Fwd-Result-Label
    END-EVALUATE.

    IF NOT Fwd-Back AND WS-Fwd-Result-Label NOT = SPACES THEN
      DISPLAY SC-Fwd-Result
      ACCEPT OMITTED
    END-IF.

  *> Reads the keyed item - only one still waiting, on one of the
  *> operator's branches, can be touched; a released item is on the
  *> master now, a cancelled one is gone.
  Fetch-Waiting-Item.
    MOVE WS-Fwd-Item-Run TO FW-Stored-Run.
    MOVE WS-Fwd-Item-Seq TO FW-Stored-Seq.
    READ Fwd-Warehouse-File KEY IS FW-Id
      INVALID KEY
        MOVE "No warehoused item with that run and sequence."
          TO WS-Fwd-Result-Label
        EXIT PARAGRAPH
    END-READ.
    CALL "BranchAccess" USING FW-Key WS-Access-Point
      LK-Run-ID LK-Operator-ID WS-Access-Result.
    IF NOT Access-Permitted THEN
      MOVE "Refused - that item's account is outside your branches."
        TO WS-Fwd-Result-Label
      EXIT PARAGRAPH
    END-IF.
    EVALUATE FW-State
      WHEN "W"
        CONTINUE
      WHEN "R"
        MOVE "Item already released - amend it on the master."
          TO WS-Fwd-Result-Label
      WHEN "C"
        MOVE "Item was cancelled." TO WS-Fwd-Result-Label
      WHEN OTHER
        MOVE "Item is still pending its run's release - try later."
          TO WS-Fwd-Result-Label
    END-EVALUATE.
    MOVE SPACES TO WS-Item-Id-Label.
    STRING
      FW-Stored-Run DELIMITED BY SIZE
      "/" DELIMITED BY SIZE
      FW-Stored-Seq DELIMITED BY SIZE
      INTO WS-Item-Id-Label
    END-STRING.

  *> New value date and/or amount for a waiting item. The value date
  *> gets the edit pass's calendar check and holiday roll, and must
  *> stay after today - an item due now should simply be let go by
  *> the night's run. The register row follows the amend, refused
  *> if the new amount would collide with something already posted.
  Do-Amend-Item.
    PERFORM Fetch-Waiting-Item.
    IF WS-Fwd-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE FW-Value-Date TO WS-Old-Value-Date.
    MOVE FW-Amount TO WS-Old-Amount.
    MOVE FW-Value-Date TO WS-Fwd-New-Value-Date.
    MOVE FW-Amount TO WS-Fwd-New-Amount.
    DISPLAY SC-Fwd-Amend.
    ACCEPT SC-Fwd-Amend.

    MOVE WS-Fwd-New-Value-Date TO WS-Edit-Date-X.
    PERFORM Validate-Calendar-Date.
    IF NOT Edit-Date-OK THEN
      MOVE "Rejected: value date is not a real date."
        TO WS-Fwd-Result-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Fwd-New-Value-Date TO WS-Roll-Date.
    PERFORM Roll-To-Open-Day.
    MOVE WS-Roll-Date TO WS-Fwd-New-Value-Date.
    IF WS-Fwd-New-Value-Date NOT > WS-Today THEN
      MOVE "Rejected: value date must be after today."
        TO WS-Fwd-Result-Label
      EXIT PARAGRAPH
    END-IF.

    IF WS-Fwd-New-Value-Date = WS-Old-Value-Date
      AND WS-Fwd-New-Amount = WS-Old-Amount THEN
      MOVE "Nothing changed." TO WS-Fwd-Result-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM Reregister-Posted-Row.
    IF Register-Clash THEN
      MOVE "Rejected: that amount is already posted for the key."
        TO WS-Fwd-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Fwd-New-Value-Date TO FW-Value-Date.
    MOVE WS-Fwd-New-Amount TO FW-Amount.
    MOVE LK-Operator-ID TO FW-Changed-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO FW-Changed-Stamp.
    REWRITE FW-Record
      INVALID KEY
        MOVE "Amend failed - rewrite rejected by the file."
          TO WS-Fwd-Result-Label
        EXIT PARAGRAPH
    END-REWRITE.
    MOVE "Item amended." TO WS-Fwd-Result-Label.

    IF WS-Fwd-New-Value-Date NOT = WS-Old-Value-Date THEN
      MOVE SPACES TO WS-Audit-Message
      STRING
        "FWD AMEND by " DELIMITED BY SIZE
        FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
        " id=" DELIMITED BY SIZE
        FUNCTION TRIM(WS-Item-Id-Label) DELIMITED BY SIZE
        " vdate " DELIMITED BY SIZE
        WS-Old-Value-Date DELIMITED BY SIZE
        " -> " DELIMITED BY SIZE
        WS-Fwd-New-Value-Date DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
      CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-IF.
    IF WS-Fwd-New-Amount NOT = WS-Old-Amount THEN
      MOVE WS-Old-Amount TO WS-Audit-Old-Amount
      MOVE WS-Fwd-New-Amount TO WS-Audit-New-Amount
      MOVE SPACES TO WS-Audit-Message
      STRING
        "FWD AMEND by " DELIMITED BY SIZE
        FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
        " id=" DELIMITED BY SIZE
        FUNCTION TRIM(WS-Item-Id-Label) DELIMITED BY SIZE
        " amt " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Audit-Old-Amount) DELIMITED BY SIZE
        " -> " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Audit-New-Amount) DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
      CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-IF.

  *> Moves the item's register row to its amended amount and value
  *> date. The amount is part of the register key, so that is a
  *> delete and a fresh write - refused (nothing touched) when the
  *> new key is already registered.
  Reregister-Posted-Row.
    MOVE "N" TO WS-Reg-Clash-Flag.
    OPEN I-O Posted-Reg-File.
    IF NOT Posted-Reg-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.

    IF WS-Fwd-New-Amount NOT = WS-Old-Amount THEN
      MOVE FW-Key TO PR-Key
      MOVE FW-Date TO PR-Date
      MOVE WS-Fwd-New-Amount TO WS-Amount-Work
      MOVE WS-Amount-Work-X TO PR-Amount-X
      READ Posted-Reg-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE "Y" TO WS-Reg-Clash-Flag
      END-READ
      IF Register-Clash THEN
        CLOSE Posted-Reg-File
        EXIT PARAGRAPH
      END-IF
    END-IF.

    MOVE FW-Key TO PR-Key.
    MOVE FW-Date TO PR-Date.
    MOVE WS-Old-Amount TO WS-Amount-Work.
    MOVE WS-Amount-Work-X TO PR-Amount-X.
    READ Posted-Reg-File
      INVALID KEY
        MOVE FW-Feed TO PR-Feed
        MOVE WS-Today TO PR-Posted-Date
        MOVE SPACES TO PR-Generation
      NOT INVALID KEY
        DELETE Posted-Reg-File
          INVALID KEY
            CONTINUE
        END-DELETE
    END-READ.

    MOVE FW-Key TO PR-Key.
    MOVE FW-Date TO PR-Date.
    MOVE WS-Fwd-New-Amount TO WS-Amount-Work.
    MOVE WS-Amount-Work-X TO PR-Amount-X.
    MOVE WS-Fwd-New-Value-Date TO PR-Value-Date.
    WRITE PR-Record
      INVALID KEY
        CONTINUE
    END-WRITE.
    CLOSE Posted-Reg-File.

  *> Cancels a waiting item after confirmation - it stays on the
  *> warehouse, marked, but never posts, and its register row is
  *> withdrawn so a genuine later presentation isn't taken for a
  *> duplicate.
  Do-Cancel-Item.
    PERFORM Fetch-Waiting-Item.
    IF WS-Fwd-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Fwd-Confirm.
    DISPLAY SC-Fwd-Confirm.
    ACCEPT SC-Fwd-Confirm.
    IF NOT Fwd-Cancel-Confirmed THEN
      MOVE "Cancel abandoned - item still waiting."
        TO WS-Fwd-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE "C" TO FW-State.
    MOVE LK-Operator-ID TO FW-Changed-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO FW-Changed-Stamp.
    REWRITE FW-Record
      INVALID KEY
        MOVE "Cancel failed - rewrite rejected by the file."
          TO WS-Fwd-Result-Label
        EXIT PARAGRAPH
    END-REWRITE.
    MOVE "Item cancelled - it will not post." TO WS-Fwd-Result-Label.

    OPEN I-O Posted-Reg-File.
    IF Posted-Reg-Opened-OK THEN
      MOVE FW-Key TO PR-Key
      MOVE FW-Date TO PR-Date
      MOVE FW-Amount TO WS-Amount-Work
      MOVE WS-Amount-Work-X TO PR-Amount-X
      DELETE Posted-Reg-File
        INVALID KEY
          CONTINUE
      END-DELETE
      CLOSE Posted-Reg-File
    END-IF.

    MOVE SPACES TO WS-Audit-Message.
    STRING
      "FWD CANCEL by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " id=" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Item-Id-Label) DELIMITED BY SIZE
      " key=" DELIMITED BY SIZE
      FW-Key DELIMITED BY SIZE
      " vdate=" DELIMITED BY SIZE
      FW-Value-Date DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> Pages the waiting items, soonest value date first.
  Do-List-Items.
    MOVE SPACES TO WS-Fwd-Stop.
    MOVE LOW-VALUES TO FW-Value-Date.
    START Fwd-Warehouse-File KEY IS NOT < FW-Value-Date
      INVALID KEY
        MOVE "(no items in the warehouse)" TO WS-Fwd-Result-Label
        EXIT PARAGRAPH
    END-START.

    MOVE "N" TO WS-Fwd-At-End-Flag.
    PERFORM UNTIL Fwd-At-End
      OR WS-Fwd-Stop = "N" OR WS-Fwd-Stop = "n"
      PERFORM Load-Item-Page
      IF WS-Fwd-Idx = 0 THEN
        MOVE "(no items waiting)" TO WS-Fwd-Result-Label
        EXIT PERFORM
      END-IF
      DISPLAY SC-Fwd-List
      IF Fwd-At-End THEN
        ACCEPT OMITTED
      ELSE
        ACCEPT SC-Fwd-List
      END-IF
    END-PERFORM.

  *> Up to a page of waiting rows - released and cancelled rows stay
  *> on file for the record but are skipped here, as are other
  *> branches' items.
  Load-Item-Page.
    MOVE SPACES TO WS-Fwd-Lines.
    MOVE 0 TO WS-Fwd-Idx.
    PERFORM UNTIL Fwd-At-End OR WS-Fwd-Idx >= 15
      READ Fwd-Warehouse-File NEXT
        AT END
          MOVE "Y" TO WS-Fwd-At-End-Flag
        NOT AT END
          MOVE "Y" TO WS-Access-Result
          IF FW-State = "W" THEN
            CALL "BranchAccess" USING FW-Key WS-Access-Silent
              LK-Run-ID LK-Operator-ID WS-Access-Result
          END-IF
          IF FW-State = "W" AND Access-Permitted THEN
            ADD 1 TO WS-Fwd-Idx
            MOVE FW-Stored-Run TO FLD-Run
            MOVE FW-Stored-Seq TO FLD-Seq
            MOVE FW-Key TO FLD-Key
            MOVE FW-Value-Date TO FLD-Value-Date
            MOVE FW-Amount TO FLD-Amount
            MOVE FW-Currency TO FLD-Currency
            MOVE FW-Feed TO FLD-Feed
            MOVE WS-Fwd-Detail TO WS-Fwd-Line(WS-Fwd-Idx)
          END-IF
      END-READ
    END-PERFORM.

  *> Rolls WS-Roll-Date forward past any run of calendar holidays -
  *> a date with no calendar row (or no calendar at all) counts as
  *> open, the same tolerance as the batch gate.
  Roll-To-Open-Day.
    IF Calendar-Missing THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Roll-Done-Flag.
    MOVE 0 TO WS-Roll-Tries.
    PERFORM UNTIL Roll-Done OR WS-Roll-Tries > 60
      ADD 1 TO WS-Roll-Tries
      MOVE WS-Roll-Date TO CAL-Date
      READ Calendar-File
        INVALID KEY
          MOVE "Y" TO WS-Roll-Done-Flag
        NOT INVALID KEY
          IF CAL-Open-Flag = "H" THEN
            COMPUTE WS-Roll-Int =
              FUNCTION INTEGER-OF-DATE(WS-Roll-Date-Num) + 1
            COMPUTE WS-Roll-Date-Num =
              FUNCTION DATE-OF-INTEGER(WS-Roll-Int)
          ELSE
            MOVE "Y" TO WS-Roll-Done-Flag
          END-IF
      END-READ
    END-PERFORM.

  *> Checks WS-Edit-Date-X holds a real YYYYMMDD calendar date -
  *> mirrors Sort 'n' Report's Validate-Calendar-Date.
  Validate-Calendar-Date.
    MOVE "N" TO WS-Edit-Date-OK-Flag.

    IF WS-Edit-Date-X NOT NUMERIC THEN
      EXIT PARAGRAPH
    END-IF.

    IF WS-Edit-Month < 1 OR WS-Edit-Month > 12 THEN
      EXIT PARAGRAPH
    END-IF.

    EVALUATE WS-Edit-Month
      WHEN 4
      WHEN 6
      WHEN 9
      WHEN 11
        MOVE 30 TO WS-Edit-Days-In-Month
      WHEN 2
        MOVE 28 TO WS-Edit-Days-In-Month
        *> Leap year: divisible by 4, except centuries not
        *> divisible by 400.
        COMPUTE WS-Edit-Leap-Rem = FUNCTION MOD(WS-Edit-Year, 4)
        IF WS-Edit-Leap-Rem = 0 THEN
          COMPUTE WS-Edit-Leap-Rem = FUNCTION MOD(WS-Edit-Year, 100)
          IF WS-Edit-Leap-Rem NOT = 0 THEN
            MOVE 29 TO WS-Edit-Days-In-Month
          ELSE
            COMPUTE WS-Edit-Leap-Rem = FUNCTION MOD(WS-Edit-Year, 400)
            IF WS-Edit-Leap-Rem = 0 THEN
              MOVE 29 TO WS-Edit-Days-In-Month
            END-IF
          END-IF
        END-IF
      WHEN OTHER
        MOVE 31 TO WS-Edit-Days-In-Month
    END-EVALUATE.

    IF WS-Edit-Day >= 1 AND WS-Edit-Day <= WS-Edit-Days-In-Month THEN
      MOVE "Y" TO WS-Edit-Date-OK-Flag
    END-IF.

END PROGRAM FwdMaint.
