IDENTIFICATION DIVISION.
  PROGRAM-ID. CustPos.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> The customer asked about.
      SELECT Cust-Master-File ASSIGN TO WS-Cust-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS CU-Cust-No
      FILE STATUS WS-Cust-Master-Status.

      *> The keys the customer holds, in key order.
      SELECT Cust-Link-File ASSIGN TO WS-Cust-Link-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS CL-Link-Key
      ALTERNATE RECORD KEY IS CL-Acct-Key WITH DUPLICATES
      FILE STATUS WS-Cust-Link-Status.

      *> Tonight's build of each key's position.
      SELECT Trans-Master-File ASSIGN TO WS-Trans-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS TM-Key
      ALTERNATE RECORD KEY IS TM-Date WITH DUPLICATES
      FILE STATUS WS-Trans-Master-Status.

      *> Live rates maintained by RateMaint - each balance into GBP
      *> at today's rate.
      SELECT Exch-Rate-File ASSIGN TO "ExchRate.dat"
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS XR-Currency
      FILE STATUS WS-Exch-Rate-Status.

      *> Held keys are flagged on the panel.
      SELECT Hold-Reg-File ASSIGN TO WS-Hold-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS HD-Key
      FILE STATUS WS-Hold-Reg-Status.

DATA DIVISION.
  FILE SECTION.
    FD Cust-Master-File.
      COPY "CustRecord.cpy" REPLACING ==:PREFIX:== BY ==CU==.

    FD Cust-Link-File.
      COPY "CustLinkRecord.cpy" REPLACING ==:PREFIX:== BY ==CL==.

    FD Trans-Master-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==TM==.

    FD Exch-Rate-File.
      COPY "RateRecord.cpy" REPLACING ==:PREFIX:== BY ==XR==.

    FD Hold-Reg-File.
      COPY "HoldRecord.cpy" REPLACING ==:PREFIX:== BY ==HD==.

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    01 WS-Cust-Master-Path PIC X(80) VALUE "CustMaster.dat".
    01 WS-Cust-Master-Status PIC XX.
      88 Cust-Master-Opened-OK VALUE "00".
    01 WS-Cust-Link-Path PIC X(80) VALUE "CustLink.dat".
    01 WS-Cust-Link-Status PIC XX.
      88 Cust-Link-Opened-OK VALUE "00".
    01 WS-Link-At-End-Flag PIC A VALUE "N".
      88 Links-At-End VALUE "Y".

    01 WS-Trans-Master-Path PIC X(80) VALUE "TransMaster.dat".
    01 WS-Trans-Master-Status PIC XX.
      88 Trans-Master-Opened-OK VALUE "00".
    01 WS-Trans-Master-Missing-Flag PIC A VALUE "N".
      88 Trans-Master-Missing VALUE "Y".
    01 WS-Master-Rec-Found-Flag PIC A VALUE "N".
      88 Master-Record-Found VALUE "Y".

    01 WS-Exch-Rate-Status PIC XX.
      88 Exch-Rate-Opened-OK VALUE "00".
    01 WS-Exch-Rate-Missing-Flag PIC A VALUE "N".
      88 Exch-Rate-Missing VALUE "Y".

    01 WS-Hold-Reg-Path PIC X(80) VALUE "HoldReg.dat".
    01 WS-Hold-Reg-Status PIC XX.
      88 Hold-Reg-Opened-OK VALUE "00".
    01 WS-Hold-Reg-Missing-Flag PIC A VALUE "N".
      88 Hold-Reg-Missing VALUE "Y".

    *> The inquiry and its panel.
    01 WS-Cust-No PIC X(8) VALUE SPACES.
    01 WS-Cust-Name PIC X(30) VALUE SPACES.
    01 WS-Cust-Segment PIC X(4) VALUE SPACES.
    01 WS-Cust-Msg PIC X(60) VALUE SPACES.
    01 WS-Cust-Again PIC A VALUE SPACES.
      88 Cust-Again-Requested VALUE "Y" "y".
    01 WS-Page-Stop PIC A VALUE SPACES.
      88 Page-Stop-Requested VALUE "N" "n".

    *> Every linked key's line, then shown 12 a page under the
    *> customer's GBP total.
    01 WS-Key-Lines.
      05 WS-Key-Line OCCURS 200 TIMES PIC X(70).
    01 WS-Key-Used PIC 9(3) VALUE 0.
    01 WS-Key-Idx PIC 9(3) VALUE 0.
    01 WS-Page-Lines.
      05 WS-Page-Line OCCURS 12 TIMES PIC X(70).
    01 WS-Page-Idx PIC 99 VALUE 0.
    01 WS-Page-From PIC 9(3) VALUE 0.
    01 WS-Key-Detail.
      05 KD-Key PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 KD-Amount PIC Z,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(1) VALUE SPACES.
      05 KD-Currency PIC X(3).
      05 FILLER PIC X(2) VALUE SPACES.
      05 KD-GBP PIC Z,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(2) VALUE SPACES.
      05 KD-Status PIC X(1).
      05 FILLER PIC X(2) VALUE SPACES.
      05 KD-Note PIC X(9).

    01 WS-Currency PIC X(3).
    01 WS-Rate-Work PIC 9(3)V9(6) VALUE 0.
    01 WS-GBP-Amount PIC S9(11)V99 VALUE 0.
    01 WS-Cust-Total-GBP PIC S9(13)V99 VALUE 0.
    01 WS-Keys-Unconverted PIC 9(3) VALUE 0.
    01 WS-Keys-Held PIC 9(3) VALUE 0.

    *> BranchAccess's verdict on each linked key against the
    *> operator's data scope - a key outside it is listed WITHHELD,
    *> with no balance and nothing added to the total, and the
    *> refusal audited.
    01 WS-Access-Point PIC X(20) VALUE "Customer Position".
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".

    01 WS-Log-Level PIC A(4).
    01 WS-Log-Message PIC X(80).
    01 WS-Log-Write-Status PIC XX.

  *> Subroutine Parameters
  LINKAGE SECTION.
    01 LK-Run-ID PIC X(14).
    01 LK-Terminal-ID PIC X(8).
    01 LK-Operator-ID PIC X(8).

  SCREEN SECTION.
    COPY "CustPosScr.cpy". *> Customer Position screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  CustPosMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Customer Position selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> The customer files are shared reference, like AcctRef.dat; the
    *> balances are the session company's.
    MOVE "TransMaster.dat" TO WS-Trans-Master-Path.
    MOVE "HoldReg.dat" TO WS-Hold-Reg-Path.
    CALL "ResolveDataPath" USING WS-Trans-Master-Path.
    CALL "ResolveDataPath" USING WS-Hold-Reg-Path.

    MOVE "Y" TO WS-Cust-Again.
    PERFORM Inquiry-Loop UNTIL NOT Cust-Again-Requested.

    GOBACK.

  *> One customer: every key they hold, its balance in its own
  *> currency and in GBP, and the total.
  Inquiry-Loop.
    MOVE SPACES TO WS-Cust-No.
    MOVE SPACES TO WS-Cust-Msg.
    DISPLAY SC-Cust-Pos-Menu.
    ACCEPT SC-Cust-Pos-Menu.
    IF WS-Cust-No = SPACES THEN
      MOVE "N" TO WS-Cust-Again
      EXIT PARAGRAPH
    END-IF.

    PERFORM Build-Customer-Position.

    IF WS-Cust-Msg NOT = SPACES THEN
      MOVE SPACES TO WS-Cust-Again
      DISPLAY SC-Cust-Pos-Msg
      ACCEPT SC-Cust-Pos-Msg
      EXIT PARAGRAPH
    END-IF.

    *> Page through the lines, the total on every page.
    MOVE SPACES TO WS-Page-Stop.
    MOVE SPACES TO WS-Cust-Again.
    MOVE 1 TO WS-Page-From.
    PERFORM UNTIL WS-Page-From > WS-Key-Used OR Page-Stop-Requested
      MOVE SPACES TO WS-Page-Lines
      MOVE 0 TO WS-Page-Idx
      PERFORM VARYING WS-Key-Idx FROM WS-Page-From BY 1
        UNTIL WS-Key-Idx > WS-Key-Used OR WS-Page-Idx >= 12
        ADD 1 TO WS-Page-Idx
        MOVE WS-Key-Line(WS-Key-Idx) TO WS-Page-Line(WS-Page-Idx)
      END-PERFORM
      MOVE WS-Key-Idx TO WS-Page-From
      IF WS-Page-From > WS-Key-Used THEN
        DISPLAY SC-Cust-Pos-Last
        ACCEPT SC-Cust-Pos-Last
      ELSE
        DISPLAY SC-Cust-Pos-Screen
        ACCEPT SC-Cust-Pos-Screen
      END-IF
    END-PERFORM.

  *> Loads the customer and a line per linked key into the table,
  *> or leaves WS-Cust-Msg saying why not.
  Build-Customer-Position.
    MOVE 0 TO WS-Key-Used.
    MOVE 0 TO WS-Cust-Total-GBP.
    MOVE 0 TO WS-Keys-Unconverted.
    MOVE 0 TO WS-Keys-Held.
    MOVE SPACES TO WS-Key-Lines.

    OPEN INPUT Cust-Master-File.
    IF NOT Cust-Master-Opened-OK THEN
      MOVE "No customer master on disk - add customers first."
        TO WS-Cust-Msg
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Cust-No TO CU-Cust-No.
    READ Cust-Master-File
      INVALID KEY
        MOVE "No customer on file for that number." TO WS-Cust-Msg
      NOT INVALID KEY
        MOVE CU-Name TO WS-Cust-Name
        MOVE CU-Segment TO WS-Cust-Segment
    END-READ.
    CLOSE Cust-Master-File.
    IF WS-Cust-Msg NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    OPEN INPUT Cust-Link-File.
    IF NOT Cust-Link-Opened-OK THEN
      MOVE "Customer has no account keys linked." TO WS-Cust-Msg
      EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-Trans-Master-Missing-Flag.
    OPEN INPUT Trans-Master-File.
    IF NOT Trans-Master-Opened-OK THEN
      MOVE "Y" TO WS-Trans-Master-Missing-Flag
    END-IF.
    MOVE "N" TO WS-Exch-Rate-Missing-Flag.
    OPEN INPUT Exch-Rate-File.
    IF NOT Exch-Rate-Opened-OK THEN
      MOVE "Y" TO WS-Exch-Rate-Missing-Flag
    END-IF.
    MOVE "N" TO WS-Hold-Reg-Missing-Flag.
    OPEN INPUT Hold-Reg-File.
    IF NOT Hold-Reg-Opened-OK THEN
      MOVE "Y" TO WS-Hold-Reg-Missing-Flag
    END-IF.

    MOVE WS-Cust-No TO CL-Cust-No.
    MOVE LOW-VALUES TO CL-Acct-Key.
    MOVE "N" TO WS-Link-At-End-Flag.
    START Cust-Link-File KEY IS NOT < CL-Link-Key
      INVALID KEY
        MOVE "Y" TO WS-Link-At-End-Flag
    END-START.
    PERFORM UNTIL Links-At-End
      READ Cust-Link-File NEXT
        AT END
          MOVE "Y" TO WS-Link-At-End-Flag
        NOT AT END
          IF CL-Cust-No NOT = WS-Cust-No THEN
            MOVE "Y" TO WS-Link-At-End-Flag
          ELSE
            PERFORM Add-One-Key-Line
          END-IF
      END-READ
    END-PERFORM.

    CLOSE Cust-Link-File.
    IF NOT Trans-Master-Missing THEN
      CLOSE Trans-Master-File
    END-IF.
    IF NOT Exch-Rate-Missing THEN
      CLOSE Exch-Rate-File
    END-IF.
    IF NOT Hold-Reg-Missing THEN
      CLOSE Hold-Reg-File
    END-IF.

    IF WS-Key-Used = 0 THEN
      MOVE "Customer has no account keys linked." TO WS-Cust-Msg
    END-IF.

  *> One linked key's line: its balance off tonight's master, in
  *> GBP at the live rate. No rate leaves the native amount in the
  *> GBP column, flagged, the way the converted reports do. A key
  *> on a branch outside the operator's scope shows no balance.
  Add-One-Key-Line.
    IF WS-Key-Used >= 200 THEN
      EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-Key-Used.
    MOVE SPACES TO WS-Key-Detail.
    MOVE CL-Acct-Key TO KD-Key.
    MOVE SPACES TO KD-Note.

    CALL "BranchAccess" USING CL-Acct-Key WS-Access-Point
      LK-Run-ID LK-Operator-ID WS-Access-Result.
    IF NOT Access-Permitted THEN
      MOVE "WITHHELD" TO KD-Note
      MOVE WS-Key-Detail TO WS-Key-Line(WS-Key-Used)
      EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-Master-Rec-Found-Flag.
    IF NOT Trans-Master-Missing THEN
      MOVE CL-Acct-Key TO TM-Key
      READ Trans-Master-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE "Y" TO WS-Master-Rec-Found-Flag
      END-READ
    END-IF.
    IF NOT Master-Record-Found THEN
      MOVE "NO RECORD" TO KD-Note
      MOVE WS-Key-Detail TO WS-Key-Line(WS-Key-Used)
      EXIT PARAGRAPH
    END-IF.

    IF TM-Currency = SPACES THEN
      MOVE "GBP" TO WS-Currency
    ELSE
      MOVE TM-Currency TO WS-Currency
    END-IF.
    MOVE TM-Amount TO KD-Amount.
    MOVE WS-Currency TO KD-Currency.
    MOVE TM-Status TO KD-Status.

    PERFORM Convert-To-GBP.
    MOVE WS-GBP-Amount TO KD-GBP.
    ADD WS-GBP-Amount TO WS-Cust-Total-GBP.

    IF NOT Hold-Reg-Missing THEN
      MOVE CL-Acct-Key TO HD-Key
      READ Hold-Reg-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE "HELD" TO KD-Note
          ADD 1 TO WS-Keys-Held
      END-READ
    END-IF.
    MOVE WS-Key-Detail TO WS-Key-Line(WS-Key-Used).

  Convert-To-GBP.
    IF WS-Currency = "GBP" THEN
      MOVE TM-Amount TO WS-GBP-Amount
      EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO WS-Rate-Work.
    IF NOT Exch-Rate-Missing THEN
      MOVE WS-Currency TO XR-Currency
      READ Exch-Rate-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE XR-Rate TO WS-Rate-Work
      END-READ
    END-IF.
    IF WS-Rate-Work = 0 THEN
      MOVE TM-Amount TO WS-GBP-Amount
      MOVE "NO RATE" TO KD-Note
      ADD 1 TO WS-Keys-Unconverted
    ELSE
      COMPUTE WS-GBP-Amount ROUNDED = TM-Amount * WS-Rate-Work
    END-IF.

END PROGRAM CustPos.
