      RECORD KEY IS XH-Hist-Key
      FILE STATUS WS-Rate-Hist-Status.

      *> Rates the rate feed load held back - a move beyond the
      *> currency's tolerance, or a currency not yet on file - for a
      *> supervisor to confirm or reject here.
      SELECT Rate-Pend-File ASSIGN TO "RatePend.dat"
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS RP-Pend-Key
      FILE STATUS WS-Rate-Pend-Status.

DATA DIVISION.
  FILE SECTION.
    FD Exch-Rate-File.
    FD Rate-Hist-File.
      COPY "RateHistRecord.cpy" REPLACING ==:PREFIX:== BY ==XH==.

    FD Rate-Pend-File.
      COPY "RatePendRecord.cpy" REPLACING ==:PREFIX:== BY ==RP==.

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
      88 Maint-Amend VALUE 2.
      88 Maint-Delete VALUE 3.
      88 Maint-Back VALUE 4.
      88 Maint-Held-Confirm VALUE 5.
      88 Maint-Held-Reject VALUE 6.
    01 WS-Maint-Currency PIC X(3) VALUE SPACES.
    01 WS-Maint-Rate PIC 9(3)V9(6) VALUE 0.
    *> When the keyed rate takes effect - blank means today. Keying
    *> a back-dated correction is allowed; the history holds both.
    01 WS-Maint-Eff-Date PIC X(8) VALUE SPACES.
    *> The currency's day-on-day move tolerance for the rate feed
    *> load, in percent (0 = no check).
    01 WS-Maint-Tol-Pct PIC 9(3)V99 VALUE 0.
    01 WS-Before-Tol-Pct PIC 9(3)V99 VALUE 0.

    01 WS-Rate-Hist-Status PIC XX.
      88 Rate-Hist-Opened-OK VALUE "00".
      88 Rate-Hist-Not-Found VALUE "35".
    01 WS-Rate-Pend-Status PIC XX.
      88 Rate-Pend-Not-Found VALUE "35".
    01 WS-Pend-At-End-Flag PIC X VALUE "N".
      88 Pend-At-End VALUE "Y".
    01 WS-Held-Found-Flag PIC A VALUE "N".
      88 Held-Rate-Found VALUE "Y".
    01 WS-Later-Hist-Flag PIC A VALUE "N".
      88 Later-Hist-Exists VALUE "Y".

    *> The menu's list of held rates, oldest first per currency.
    01 WS-Held-Lines.
      05 WS-Held-Line OCCURS 5 TIMES PIC X(60).
    01 WS-Held-Label PIC X(60) VALUE SPACES.
    01 WS-Held-Idx PIC 9 VALUE 0.
    01 WS-Held-Total PIC 9(5) VALUE 0.
    01 WS-Held-Total-Edit PIC ZZZZ9.
    01 WS-Held-Detail.
      05 HL-Currency PIC X(3).
      05 FILLER PIC X(2) VALUE SPACES.
      05 HL-Eff-Date PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 HL-Prev-Rate PIC ZZ9.9(6).
      05 FILLER PIC X(2) VALUE SPACES.
      05 HL-Rate PIC ZZ9.9(6).
      05 FILLER PIC X(2) VALUE SPACES.
      05 HL-Move-Pct PIC ZZZZ9.99.
      05 FILLER PIC X(2) VALUE SPACES.
      05 HL-Tol-Pct PIC ZZ9.99.
    01 WS-Maint-Confirm PIC A VALUE SPACES.
      88 Maint-Delete-Confirmed VALUE "Y" "y".
    01 WS-Maint-Action-Label PIC X(20) VALUE SPACES.
    *> Display renderings of the rates for the audit line.
    01 WS-Audit-Rate-Before PIC 9(3).9(6).
    01 WS-Audit-Rate-After PIC 9(3).9(6).
    01 WS-Audit-Tol-Before PIC ZZ9.99.
    01 WS-Audit-Tol-After PIC ZZ9.99.

    *> Audit entries - a rate change moves reported money, so every
    *> add/amend/delete lands in the permanent Audit.log.
      OPEN I-O Rate-Hist-File
    END-IF.

    *> The held rates, likewise.
    OPEN I-O Rate-Pend-File.
    IF Rate-Pend-Not-Found THEN
      OPEN OUTPUT Rate-Pend-File
      CLOSE Rate-Pend-File
      OPEN I-O Rate-Pend-File
    END-IF.

    MOVE 0 TO WS-Maint-Action.
    MOVE "N" TO WS-Master-Changed-Flag.
    PERFORM Maint-Loop UNTIL Maint-Back.

    CLOSE Exch-Rate-File.
    CLOSE Rate-Hist-File.
    CLOSE Rate-Pend-File.

    GOBACK.

  *> One maintenance action: take the action and currency off the
  *> screen, apply it, audit it, and show the outcome.
  Maint-Loop.
    PERFORM Load-Held-List.
    MOVE 0 TO WS-Maint-Action.
    MOVE SPACES TO WS-Maint-Currency.
    DISPLAY SC-Rate-Maint-Menu.
        PERFORM Do-Rate-Amend
      WHEN Maint-Delete
        PERFORM Do-Rate-Delete
      WHEN Maint-Held-Confirm
        PERFORM Do-Held-Confirm
      WHEN Maint-Held-Reject
        PERFORM Do-Held-Reject
      WHEN Maint-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-6." TO WS-Maint-Result-Label
    END-EVALUATE.

    IF NOT Maint-Back AND WS-Maint-Result-Label NOT = SPACES THEN
    END-IF.

    MOVE 0 TO WS-Maint-Rate.
    MOVE 0 TO WS-Maint-Tol-Pct.
    MOVE SPACES TO WS-Maint-Eff-Date.
    MOVE "Action: Add" TO WS-Maint-Action-Label.
    DISPLAY SC-Rate-Maint-Fields.

    MOVE WS-Maint-Currency TO XR-Currency.
    MOVE WS-Maint-Rate TO XR-Rate.
    MOVE WS-Maint-Tol-Pct TO XR-Tol-Pct.
    WRITE XR-Record
      INVALID KEY
        MOVE "Add failed - write rejected by the file."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        MOVE XR-Rate TO WS-Before-Rate WS-Maint-Rate
        MOVE XR-Tol-Pct TO WS-Before-Tol-Pct WS-Maint-Tol-Pct
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH

    MOVE WS-Maint-Currency TO XR-Currency.
    MOVE WS-Maint-Rate TO XR-Rate.
    MOVE WS-Maint-Tol-Pct TO XR-Tol-Pct.
    REWRITE XR-Record
      INVALID KEY
        MOVE "Amend failed - rewrite rejected by the file."
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
        IF WS-Maint-Tol-Pct NOT = WS-Before-Tol-Pct THEN
          MOVE WS-Before-Tol-Pct TO WS-Audit-Tol-Before
          MOVE WS-Maint-Tol-Pct TO WS-Audit-Tol-After
          MOVE SPACES TO WS-Audit-Message
          STRING
            "Exch rate TOLERANCE by " DELIMITED BY SIZE
            FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
            " ccy=" DELIMITED BY SIZE
            WS-Maint-Currency DELIMITED BY SIZE
            " before=" DELIMITED BY SIZE
            FUNCTION TRIM(WS-Audit-Tol-Before) DELIMITED BY SIZE
            "% after=" DELIMITED BY SIZE
            FUNCTION TRIM(WS-Audit-Tol-After) DELIMITED BY SIZE
            "%" DELIMITED BY SIZE
            INTO WS-Audit-Message
          END-STRING
          CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
        END-IF
    END-REWRITE.

  *> Deletes a stored currency after showing it and getting a
        END-REWRITE
    END-WRITE.

  *> The rates the feed load is holding, oldest first per currency,
  *> and how many there are.
  Load-Held-List.
    MOVE SPACES TO WS-Held-Lines.
    MOVE 0 TO WS-Held-Idx.
    MOVE 0 TO WS-Held-Total.
    MOVE LOW-VALUES TO RP-Pend-Key.
    MOVE "N" TO WS-Pend-At-End-Flag.
    START Rate-Pend-File KEY IS NOT < RP-Pend-Key
      INVALID KEY
        MOVE "Y" TO WS-Pend-At-End-Flag
    END-START.
    PERFORM UNTIL Pend-At-End
      READ Rate-Pend-File NEXT
        AT END
          MOVE "Y" TO WS-Pend-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Held-Total
          IF WS-Held-Idx < 5 THEN
            ADD 1 TO WS-Held-Idx
            MOVE RP-Currency TO HL-Currency
            MOVE RP-Eff-Date TO HL-Eff-Date
            MOVE RP-Prev-Rate TO HL-Prev-Rate
            MOVE RP-Rate TO HL-Rate
            MOVE RP-Move-Pct TO HL-Move-Pct
            MOVE RP-Tol-Pct TO HL-Tol-Pct
            MOVE WS-Held-Detail TO WS-Held-Line(WS-Held-Idx)
          END-IF
      END-READ
    END-PERFORM.

    MOVE SPACES TO WS-Held-Label.
    IF WS-Held-Total = 0 THEN
      MOVE "No rates held by the rate feed load." TO WS-Held-Label
    ELSE
      MOVE WS-Held-Total TO WS-Held-Total-Edit
      STRING
        "Rates held by the rate feed load: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Held-Total-Edit) DELIMITED BY SIZE
        INTO WS-Held-Label
      END-STRING
    END-IF.

  *> The oldest held rate for the keyed currency, into RP-Record.
  Find-Held-Rate.
    MOVE "N" TO WS-Held-Found-Flag.
    MOVE WS-Maint-Currency TO RP-Currency.
    MOVE LOW-VALUES TO RP-Eff-Date.
    START Rate-Pend-File KEY IS NOT < RP-Pend-Key
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        READ Rate-Pend-File NEXT
          AT END
            CONTINUE
          NOT AT END
            IF RP-Currency = WS-Maint-Currency THEN
              MOVE "Y" TO WS-Held-Found-Flag
            END-IF
        END-READ
    END-START.
    IF NOT Held-Rate-Found THEN
      MOVE "No held rate for that currency."
        TO WS-Maint-Result-Label
    END-IF.

  *> Confirms the oldest held rate for the currency: it goes on the
  *> history under its effective date (replacing the rate the load
  *> rolled forward), and becomes the rate in force unless a later
  *> day's rate is already on the history. A currency new to the
  *> rate file is added, with no tolerance set.
  Do-Held-Confirm.
    PERFORM Find-Held-Rate.
    IF NOT Held-Rate-Found THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Maint-Confirm.
    MOVE "Action: Confirm" TO WS-Maint-Action-Label.
    DISPLAY SC-Rate-Held-Confirm.
    ACCEPT SC-Rate-Held-Confirm.
    IF NOT Maint-Delete-Confirmed THEN
      MOVE "Confirm abandoned - rate still held."
        TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-Later-Hist-Flag.
    MOVE RP-Currency TO XH-Currency.
    MOVE RP-Eff-Date TO XH-Eff-Date.
    START Rate-Hist-File KEY IS > XH-Hist-Key
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        READ Rate-Hist-File NEXT
          AT END
            CONTINUE
          NOT AT END
            IF XH-Currency = RP-Currency THEN
              MOVE "Y" TO WS-Later-Hist-Flag
            END-IF
        END-READ
    END-START.

    MOVE RP-Currency TO XR-Currency.
    READ Exch-Rate-File
      INVALID KEY
        MOVE RP-Rate TO XR-Rate
        MOVE 0 TO XR-Tol-Pct
        WRITE XR-Record
          INVALID KEY
            MOVE "Confirm failed - write rejected by the file."
              TO WS-Maint-Result-Label
        END-WRITE
      NOT INVALID KEY
        IF NOT Later-Hist-Exists THEN
          MOVE RP-Rate TO XR-Rate
          REWRITE XR-Record
            INVALID KEY
              MOVE "Confirm failed - rewrite rejected by the file."
                TO WS-Maint-Result-Label
          END-REWRITE
        END-IF
    END-READ.
    IF WS-Maint-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-Master-Changed-Flag.

    MOVE RP-Currency TO WS-Maint-Currency.
    MOVE RP-Eff-Date TO WS-Maint-Eff-Date.
    MOVE RP-Rate TO WS-Maint-Rate.
    PERFORM Record-Rate-History.

    DELETE Rate-Pend-File
      INVALID KEY
        CONTINUE
    END-DELETE.

    IF Later-Hist-Exists THEN
      MOVE "Rate confirmed onto the history - a later rate is in force."
        TO WS-Maint-Result-Label
    ELSE
      MOVE "Rate confirmed - now the rate in force."
        TO WS-Maint-Result-Label
    END-IF.
    MOVE RP-Prev-Rate TO WS-Audit-Rate-Before.
    MOVE RP-Rate TO WS-Audit-Rate-After.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Exch rate CONFIRM by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " ccy=" DELIMITED BY SIZE
      RP-Currency DELIMITED BY SIZE
      " eff=" DELIMITED BY SIZE
      RP-Eff-Date DELIMITED BY SIZE
      " was=" DELIMITED BY SIZE
      WS-Audit-Rate-Before DELIMITED BY SIZE
      " now=" DELIMITED BY SIZE
      WS-Audit-Rate-After DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> Rejects the oldest held rate for the currency - the rate the
  *> load rolled forward stands for that day.
  Do-Held-Reject.
    PERFORM Find-Held-Rate.
    IF NOT Held-Rate-Found THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Maint-Confirm.
    MOVE "Action: Reject" TO WS-Maint-Action-Label.
    DISPLAY SC-Rate-Held-Confirm.
    ACCEPT SC-Rate-Held-Confirm.
    IF NOT Maint-Delete-Confirmed THEN
      MOVE "Reject abandoned - rate still held."
        TO WS-Maint-Result-Label
      EXIT PARAGRAPH
    END-IF.

    DELETE Rate-Pend-File
      INVALID KEY
        MOVE "Reject failed - rejected by the file."
          TO WS-Maint-Result-Label
      NOT INVALID KEY
        MOVE "Held rate rejected - the previous rate stands."
          TO WS-Maint-Result-Label
        MOVE RP-Rate TO WS-Audit-Rate-After
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Exch rate REJECT by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " ccy=" DELIMITED BY SIZE
          RP-Currency DELIMITED BY SIZE
          " eff=" DELIMITED BY SIZE
          RP-Eff-Date DELIMITED BY SIZE
          " feed rate=" DELIMITED BY SIZE
          WS-Audit-Rate-After DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-DELETE.

  *> Walks the whole reference for its row count and records it as
  *> the file's verification control.
  Record-Master-Verify-Control.
