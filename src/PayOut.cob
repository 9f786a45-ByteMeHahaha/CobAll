IDENTIFICATION DIVISION.
  PROGRAM-ID. PayOut.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Payment instructions - one row per payout raised on the
      *> screen, keyed on the payment reference.
      SELECT Pay-File ASSIGN TO WS-Pay-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS PY-Ref
      FILE STATUS WS-Pay-Status.

      *> The last payment reference handed out.
      SELECT Pay-Ref-File ASSIGN TO WS-Pay-Ref-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Pay-Ref-Status.

      *> The bank's bulk payment file - one per payment run, named
      *> BulkPay.<stamp>.dat, 120-byte records:
      *>   01 batch header - originator, creation date, file stamp
      *>   02 one per payment - reference, sort code, account, name,
      *>      amount, currency, value date, beneficiary reference
      *>   99 batch trailer - payment count and amount total
      SELECT Bulk-Pay-File ASSIGN TO WS-Bulk-Pay-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Bulk-Pay-Status.

      *> The payment debits - standard TransRecord layout with
      *> HDR/TRL control records, consumed by Sort 'n' Report like
      *> any other feed (register it on FeedMaint). A previous
      *> extract still on disk means the night hasn't consumed it
      *> yet, and the run refuses rather than overwrite it.
      SELECT Pay-Extract-File ASSIGN TO WS-Pay-Extract-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Pay-Extract-Status.

      *> The returned-payment credits - the same arrangement, its own
      *> feed.
      SELECT Ret-Extract-File ASSIGN TO WS-Ret-Extract-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Ret-Extract-Status.

      *> Generation counter for whichever extract is being written,
      *> so the feed generation handshake protects both feeds.
      SELECT Gen-File ASSIGN TO WS-Gen-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Gen-Status.

      *> The bank's returned-payments file, 80-byte records:
      *>   cols 1-2   "01" header, "02" return, "99" trailer
      *>   "02": cols 3-10 our payment reference, 11-23 amount
      *>         9(11)V99, 24-26 currency, 27-34 return date,
      *>         35-38 bank reason code
      *>   "99": cols 3-9 return count, 10-24 amount total 9(13)V99
      SELECT Ret-File ASSIGN TO WS-Ret-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Ret-Status.

      *> What the returns processing did, line by line.
      SELECT Ret-Report-File ASSIGN TO WS-Ret-Report-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Ret-Report-Status.

      *> Keyed transaction master - what the key holds to pay out.
      SELECT Trans-Master-File ASSIGN TO WS-Trans-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS TM-Key
      ALTERNATE RECORD KEY IS TM-Date WITH DUPLICATES
      FILE STATUS WS-Trans-Master-Status.

      *> Dispute cases - a dispute payout must name an upheld case
      *> on the same key.
      SELECT Dispute-Case-File ASSIGN TO WS-Dispute-Case-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS DC-Case-No
      ALTERNATE RECORD KEY IS DC-Key WITH DUPLICATES
      FILE STATUS WS-Dispute-Case-Status.

      *> Business-day calendar maintained by CalMaint - a value date
      *> landing on a holiday rolls forward to the next open day.
      SELECT Calendar-File ASSIGN TO "Calendar.dat"
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS CAL-Date
      FILE STATUS WS-Calendar-Status.

DATA DIVISION.
  FILE SECTION.
    FD Pay-File.
      COPY "PayRecord.cpy" REPLACING ==:PREFIX:== BY ==PY==.

    FD Pay-Ref-File.
      01 PR-Line.
        05 PR-Last-Ref PIC 9(8).

    FD Bulk-Pay-File.
      01 BP-Line PIC X(120).

    FD Pay-Extract-File.
      01 PX-Line PIC X(41).

    FD Ret-Extract-File.
      01 RX-Line PIC X(41).

    FD Gen-File.
      01 GF-Line.
        05 GF-Last-Generation PIC 9(4).

    FD Ret-File.
      01 RT-Line.
        05 RT-Type PIC X(2).
        05 RT-Body PIC X(78).
      01 RT-Detail.
        05 FILLER PIC X(2).
        05 RT-Ref PIC 9(8).
        05 RT-Amount PIC 9(11)V99.
        05 RT-Currency PIC X(3).
        05 RT-Return-Date PIC X(8).
        05 RT-Reason PIC X(4).
        05 FILLER PIC X(42).
      01 RT-Trailer.
        05 FILLER PIC X(2).
        05 RT-Count PIC 9(7).
        05 RT-Total PIC 9(13)V99.
        05 FILLER PIC X(56).

    FD Ret-Report-File.
      01 RR-Line PIC X(80).

    FD Trans-Master-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==TM==.

    FD Dispute-Case-File.
      COPY "DisputeRecord.cpy" REPLACING ==:PREFIX:== BY ==DC==.

    FD Calendar-File.
      COPY "CalRecord.cpy" REPLACING ==:PREFIX:== BY ==CAL==.

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> Training mode, shared by CobAll's login - a trainee may raise
    *> and approve payments on the training file, but nothing goes
    *> to the bank or comes back from it.
    01 WS-Training-Mode-Switch PIC A EXTERNAL.
      88 Training-Mode-Active VALUE "Y".

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode - a
    *> batch run processes the bank's returns, then sends what is
    *> approved; no screens.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    *> The shared settings block - this program reads the four-eyes
    *> APPROVELIMIT threshold from it: a payment over it waits for a
    *> second supervisor.
    COPY "SettingsRec.cpy" REPLACING ==:PREFIX:== BY ==WS-Cfg==.
    01 WS-Settings-Error PIC X(70) VALUE SPACES.

    01 WS-Pay-Path PIC X(80) VALUE "Payments.dat".
    01 WS-Pay-Status PIC XX.
      88 Pay-Opened-OK VALUE "00".
      88 Pay-Not-Found VALUE "35".
    01 WS-Pay-At-End-Flag PIC X VALUE "N".
      88 Pay-At-End VALUE "Y".
    01 WS-Pay-Ref-Path PIC X(80) VALUE "PayRefControl.dat".
    01 WS-Pay-Ref-Status PIC XX.
      88 Pay-Ref-Not-Found VALUE "35".
    01 WS-Bulk-Pay-Path PIC X(80) VALUE SPACES.
    01 WS-Bulk-Pay-Status PIC XX.
      88 Bulk-Pay-Opened-OK VALUE "00".
    01 WS-Pay-Extract-Path PIC X(80) VALUE "PayExtract.dat".
    01 WS-Pay-Extract-Status PIC XX.
    01 WS-Ret-Extract-Path PIC X(80) VALUE "PayRetExtract.dat".
    01 WS-Ret-Extract-Status PIC XX.
    01 WS-Pay-Gen-Path PIC X(80) VALUE "PayGenControl.dat".
    01 WS-Ret-Gen-Path PIC X(80) VALUE "PayRetGenControl.dat".
    01 WS-Gen-Path PIC X(80) VALUE SPACES.
    01 WS-Gen-Status PIC XX.
      88 Gen-Not-Found VALUE "35".
    01 WS-Extract-Check-Path PIC X(80) VALUE SPACES.
    01 WS-Extract-Info.
      05 FILLER PIC X(24).
    01 WS-Extract-Check-Status PIC S9(9) COMP-5.
    01 WS-Ret-Path PIC X(80) VALUE "PayReturns.dat".
    01 WS-Ret-Status PIC XX.
      88 Ret-Opened-OK VALUE "00".
      88 Ret-Not-Found VALUE "35".
    01 WS-Ret-At-End-Flag PIC X VALUE "N".
      88 Ret-At-End VALUE "Y".
    *> The processed returns file is renamed aside so a rerun can't
    *> credit the same returns twice.
    01 WS-Ret-Done-Path PIC X(80) VALUE "PayReturns.done".
    01 WS-Delete-Status PIC S9(9) COMP-5.
    01 WS-Rename-Status PIC S9(9) COMP-5.
    01 WS-Ret-Report-Path PIC X(80) VALUE "PayReturns.txt".
    01 WS-Ret-Report-Status PIC XX.
    01 WS-Trans-Master-Path PIC X(80) VALUE "TransMaster.dat".
    01 WS-Trans-Master-Status PIC XX.
      88 Trans-Master-Opened-OK VALUE "00".
    01 WS-Dispute-Case-Path PIC X(80) VALUE "DisputeCase.dat".
    01 WS-Dispute-Case-Status PIC XX.
      88 Dispute-Case-Opened-OK VALUE "00".
    01 WS-Calendar-Status PIC XX.
      88 Calendar-Not-Found VALUE "35".
    01 WS-Calendar-Missing-Flag PIC A VALUE "N".
      88 Calendar-Missing VALUE "Y".

    *> Operator's request off SC-Pay-Menu.
    01 WS-Pay-Action PIC 9 VALUE 0.
      88 Pay-Raise VALUE 1.
      88 Pay-Approve VALUE 2.
      88 Pay-Cancel VALUE 3.
      88 Pay-Back VALUE 4.
      88 Pay-Run VALUE 5.
      88 Pay-Returns VALUE 6.
    01 WS-Pay-Ref PIC 9(8) VALUE 0.
    01 WS-Pay-Confirm PIC A VALUE SPACES.
      88 Pay-Confirmed VALUE "Y" "y".
    01 WS-Pay-Confirm-Title PIC X(40) VALUE SPACES.
    01 WS-Pay-Result-Label PIC X(76) VALUE SPACES.
    01 WS-Pay-Result-Label-2 PIC X(76) VALUE SPACES.

    *> The payment being keyed.
    COPY "PayRecord.cpy" REPLACING ==:PREFIX:== BY ==PF==.

    *> The menu's list - payments waiting for approval or the run.
    01 WS-Pay-Lines.
      05 WS-Pay-Line OCCURS 10 TIMES PIC X(76).
    01 WS-Pay-List-Label PIC X(76) VALUE SPACES.
    01 WS-Pay-List-Idx PIC 99 VALUE 0.
    01 WS-Pay-List-Total PIC 9(5) VALUE 0.
    01 WS-Pay-Detail.
      05 PL-Ref PIC 9(8).
      05 FILLER PIC X(1) VALUE SPACES.
      05 PL-Key PIC X(10).
      05 FILLER PIC X(1) VALUE SPACES.
      05 PL-Amount PIC ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(1) VALUE SPACES.
      05 PL-Currency PIC X(3).
      05 FILLER PIC X(1) VALUE SPACES.
      05 PL-Value-Date PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 PL-Status PIC X(1).
      05 FILLER PIC X(2) VALUE SPACES.
      05 PL-Raised-By PIC X(8).

    *> What the key already has promised away - payments raised but
    *> not yet sent.
    01 WS-Outstanding PIC 9(11)V99 VALUE 0.
    01 WS-Position-Left PIC S9(11)V99 VALUE 0.
    01 WS-Dispute-Case-No PIC 9(6) VALUE 0.

    *> Bulk payment file records.
    01 WS-Bulk-Header.
      05 FILLER PIC X(2) VALUE "01".
      05 BH-Originator PIC X(10) VALUE "COBALL".
      05 BH-Creation-Date PIC X(8).
      05 BH-File-Stamp PIC X(14).
      05 FILLER PIC X(86) VALUE SPACES.
    01 WS-Bulk-Detail.
      05 FILLER PIC X(2) VALUE "02".
      05 BD-Ref PIC 9(8).
      05 BD-Sort-Code PIC X(6).
      05 BD-Account PIC X(8).
      05 BD-Name PIC X(35).
      05 BD-Amount PIC 9(11)V99.
      05 BD-Currency PIC X(3).
      05 BD-Value-Date PIC X(8).
      05 BD-Bene-Reference PIC X(18).
      05 FILLER PIC X(19) VALUE SPACES.
    01 WS-Bulk-Trailer.
      05 FILLER PIC X(2) VALUE "99".
      05 BT-Count PIC 9(7).
      05 BT-Total PIC 9(13)V99.
      05 FILLER PIC X(96) VALUE SPACES.

    *> Payment run work fields.
    01 WS-Run-Date PIC X(8) VALUE SPACES.
    01 WS-Run-Stamp PIC X(14) VALUE SPACES.
    01 WS-Pay-Due-Count PIC 9(5) VALUE 0.
    01 WS-Pay-Sent-Count PIC 9(7) VALUE 0.
    01 WS-Pay-Sent-Total PIC 9(13)V99 VALUE 0.
    01 WS-Pay-Rolled-Count PIC 9(5) VALUE 0.
    01 WS-Detail-Count PIC 9(7) VALUE 0.
    01 WS-Hash-Total PIC S9(11)V99 VALUE 0.
    01 WS-New-Generation PIC 9(4) VALUE 0.
    01 WS-Hdr-Source PIC X(8) VALUE SPACES.

    *> Returns processing work fields.
    01 WS-Ret-Read-Count PIC 9(7) VALUE 0.
    01 WS-Ret-Read-Total PIC 9(13)V99 VALUE 0.
    01 WS-Ret-Trailer-Flag PIC A VALUE "N".
      88 Ret-Trailer-Seen VALUE "Y".
    01 WS-Ret-Trl-Count PIC 9(7) VALUE 0.
    01 WS-Ret-Trl-Total PIC 9(13)V99 VALUE 0.
    01 WS-Ret-Applied-Count PIC 9(5) VALUE 0.
    01 WS-Ret-Applied-Total PIC 9(13)V99 VALUE 0.
    01 WS-Ret-Rejected-Count PIC 9(5) VALUE 0.
    01 WS-Ret-Outcome PIC X(40) VALUE SPACES.
    01 WS-Ret-Controls-Flag PIC A VALUE "N".
      88 Ret-Controls-Agree VALUE "Y".
    01 WS-Ret-Rpt-Detail.
      05 RD-Ref PIC 9(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RD-Key PIC X(10).
      05 FILLER PIC X(1) VALUE SPACES.
      05 RD-Amount PIC ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(1) VALUE SPACES.
      05 RD-Reason PIC X(4).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RD-Outcome PIC X(38).

    *> The generated record, and its raw view for the line file.
    COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==GEN==.
    01 WS-Gen-Raw REDEFINES GEN-Record PIC X(41).

    01 WS-Hdr-Line.
      05 FILLER PIC X(3) VALUE "HDR".
      05 HDR-Date PIC X(8).
      05 HDR-Source PIC X(8).
      05 HDR-Gen PIC 9(4).
    01 WS-Trl-Line.
      05 FILLER PIC X(3) VALUE "TRL".
      05 TRL-Count PIC 9(7).
      05 TRL-Hash PIC S9(11)V99.

    *> Holiday roll - the same integer-of-date approach the standing
    *> instructions use.
    01 WS-Roll-Date PIC X(8) VALUE SPACES.
    01 WS-Roll-Date-Num REDEFINES WS-Roll-Date PIC 9(8).
    01 WS-Roll-Int PIC 9(7) VALUE 0.
    01 WS-Roll-Tries PIC 9(3) VALUE 0.
    01 WS-Roll-Done-Flag PIC A VALUE "N".
      88 Roll-Done VALUE "Y".

    *> The payment run and the returns both move money - one at a
    *> time across every session.
    01 WS-Lock-Action PIC X(1) VALUE SPACE.
    01 WS-Lock-Name PIC X(8) VALUE "PAYRUN".
    01 WS-Lock-Result PIC X(1) VALUE SPACE.
    01 WS-Lock-Holder-Info PIC X(60) VALUE SPACES.

    *> Transmission register hand-off for the bulk file.
    01 WS-Xmit-Name PIC X(40) VALUE SPACES.
    01 WS-Xmit-Checksum PIC S9(11)V99 VALUE 0.

    *> Spool hand-off for the returns report.
    01 WS-Spool-Source PIC X(8) VALUE "PAYRET".
    01 WS-Spool-Paginate PIC X(1) VALUE "Y".

    01 WS-Audit-Amount PIC -(9)9.99.
    01 WS-Edit-Amount PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
    01 WS-Edit-Count PIC ZZZ,ZZ9.
    01 WS-Audit-Message PIC X(80).

    *> Elapsed/run-history rows, same arrangement as the other batch
    *> functions - PAYRUN for the run, PAYRET for the returns.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "PAYRUN".
    01 WS-RH-Matched PIC 9(7) VALUE 0.
    01 WS-RH-Unmatched PIC 9(7) VALUE 0.
    01 WS-RH-End-Status PIC X(4) VALUE SPACES.
    01 WS-RH-Read PIC 9(7) VALUE 0.
    01 WS-RH-Written PIC 9(7) VALUE 0.

    01 WS-Error-Code PIC 999 VALUE 0.
    01 WS-Error-Msg PIC X(70) VALUE SPACES.

    01 WS-Log-Level PIC A(4).
    01 WS-Log-Message PIC X(80).
    01 WS-Log-Write-Status PIC XX.

  *> Subroutine Parameters
  LINKAGE SECTION.
    01 LK-Run-ID PIC X(14).
    01 LK-Terminal-ID PIC X(8).
    01 LK-Operator-ID PIC X(8).

  SCREEN SECTION.
    COPY "PayOutScr.cpy". *> Outbound Payments screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  PayOutMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Outbound Payments selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    PERFORM LoadConfig.

    *> Re-defaulted every invocation, then qualified - a training
    *> session's payments stay on the training file.
    MOVE "Payments.dat" TO WS-Pay-Path.
    MOVE "PayRefControl.dat" TO WS-Pay-Ref-Path.
    MOVE "PayExtract.dat" TO WS-Pay-Extract-Path.
    MOVE "PayRetExtract.dat" TO WS-Ret-Extract-Path.
    MOVE "PayGenControl.dat" TO WS-Pay-Gen-Path.
    MOVE "PayRetGenControl.dat" TO WS-Ret-Gen-Path.
    MOVE "PayReturns.dat" TO WS-Ret-Path.
    MOVE "PayReturns.done" TO WS-Ret-Done-Path.
    MOVE "PayReturns.txt" TO WS-Ret-Report-Path.
    MOVE "TransMaster.dat" TO WS-Trans-Master-Path.
    MOVE "DisputeCase.dat" TO WS-Dispute-Case-Path.
    CALL "ResolveDataPath" USING WS-Pay-Path.
    CALL "ResolveDataPath" USING WS-Pay-Ref-Path.
    CALL "ResolveDataPath" USING WS-Pay-Extract-Path.
    CALL "ResolveDataPath" USING WS-Ret-Extract-Path.
    CALL "ResolveDataPath" USING WS-Pay-Gen-Path.
    CALL "ResolveDataPath" USING WS-Ret-Gen-Path.
    CALL "ResolveDataPath" USING WS-Ret-Path.
    CALL "ResolveDataPath" USING WS-Ret-Done-Path.
    CALL "ResolveDataPath" USING WS-Ret-Report-Path.
    CALL "ResolveDataPath" USING WS-Trans-Master-Path.
    CALL "ResolveDataPath" USING WS-Dispute-Case-Path.

    *> OPEN I-O fails with "35" when the file doesn't exist yet -
    *> create it empty then, the usual first-use arrangement.
    OPEN I-O Pay-File.
    IF Pay-Not-Found THEN
      OPEN OUTPUT Pay-File
      CLOSE Pay-File
      OPEN I-O Pay-File
    END-IF.

    *> A batch run takes the bank's returns first, so a returned
    *> payment is credited back before anything new goes out, then
    *> sends what is approved.
    IF Batch-Mode-Active THEN
      PERFORM Process-Returns
      PERFORM Run-Payments
      CLOSE Pay-File
      GOBACK
    END-IF.

    MOVE 0 TO WS-Pay-Action.
    PERFORM Pay-Loop UNTIL Pay-Back.

    CLOSE Pay-File.

    GOBACK.

  LoadConfig.
    CALL "ReadSettings" USING WS-Cfg-Settings WS-Settings-Error.
    IF WS-Settings-Error NOT = SPACES THEN
      MOVE "WARN" TO WS-Log-Level
      MOVE WS-Settings-Error TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

  *> One request: list what is waiting, take the action and payment
  *> reference, apply it, and show the outcome.
  Pay-Loop.
    PERFORM Load-Pay-List.
    MOVE 0 TO WS-Pay-Action.
    MOVE 0 TO WS-Pay-Ref.
    DISPLAY SC-Pay-Menu.
    ACCEPT SC-Pay-Menu.

    MOVE SPACES TO WS-Pay-Result-Label.
    MOVE SPACES TO WS-Pay-Result-Label-2.
    EVALUATE TRUE
      WHEN Pay-Raise
        PERFORM Do-Pay-Raise
      WHEN Pay-Approve
        PERFORM Do-Pay-Approve
      WHEN Pay-Cancel
        PERFORM Do-Pay-Cancel
      WHEN Pay-Run
        PERFORM Run-Payments
      WHEN Pay-Returns
        PERFORM Process-Returns
      WHEN Pay-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-6." TO WS-Pay-Result-Label
    END-EVALUATE.

    IF NOT Pay-Back AND WS-Pay-Result-Label NOT = SPACES THEN
      DISPLAY SC-Pay-Result
      ACCEPT OMITTED
    END-IF.

  *> The first ten payments waiting for a second supervisor or for
  *> the run, and how many are waiting altogether.
  Load-Pay-List.
    MOVE SPACES TO WS-Pay-Lines.
    MOVE 0 TO WS-Pay-List-Idx.
    MOVE 0 TO WS-Pay-List-Total.
    MOVE LOW-VALUES TO PY-Record.
    MOVE 0 TO PY-Ref.
    START Pay-File KEY IS NOT < PY-Ref
      INVALID KEY
        MOVE "Y" TO WS-Pay-At-End-Flag
      NOT INVALID KEY
        MOVE "N" TO WS-Pay-At-End-Flag
    END-START.
    PERFORM UNTIL Pay-At-End
      READ Pay-File NEXT
        AT END
          MOVE "Y" TO WS-Pay-At-End-Flag
        NOT AT END
          IF PY-Status = "P" OR PY-Status = "A" THEN
            ADD 1 TO WS-Pay-List-Total
            IF WS-Pay-List-Idx < 10 THEN
              ADD 1 TO WS-Pay-List-Idx
              MOVE PY-Ref TO PL-Ref
              MOVE PY-Key TO PL-Key
              MOVE PY-Amount TO PL-Amount
              MOVE PY-Currency TO PL-Currency
              MOVE PY-Value-Date TO PL-Value-Date
              MOVE PY-Status TO PL-Status
              MOVE PY-Raised-By TO PL-Raised-By
              MOVE WS-Pay-Detail TO WS-Pay-Line(WS-Pay-List-Idx)
            END-IF
          END-IF
      END-READ
    END-PERFORM.

    MOVE SPACES TO WS-Pay-List-Label.
    IF WS-Pay-List-Total = 0 THEN
      MOVE "(nothing waiting - P = needs approval, A = ready to send)"
        TO WS-Pay-List-Label
    ELSE
      MOVE WS-Pay-List-Total TO WS-Edit-Count
      STRING
        FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
        " waiting (P = needs approval, A = ready to send)"
          DELIMITED BY SIZE
        INTO WS-Pay-List-Label
      END-STRING
    END-IF.

  *> Raises a payment: the beneficiary and amount are checked, the
  *> key must hold the money after what it has already promised, and
  *> a payment over the four-eyes limit waits for a second
  *> supervisor; under it, the raiser's say-so approves it.
  Do-Pay-Raise.
    INITIALIZE PF-Record.
    MOVE "R" TO PF-Reason.
    MOVE "GBP" TO PF-Currency.
    MOVE FUNCTION CURRENT-DATE(1:8) TO PF-Value-Date.
    MOVE SPACES TO WS-Pay-Confirm.
    DISPLAY SC-Pay-Fields.
    ACCEPT SC-Pay-Fields.

    IF NOT Pay-Confirmed THEN
      MOVE "Payment not raised." TO WS-Pay-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE FUNCTION UPPER-CASE(PF-Reason) TO PF-Reason.
    MOVE FUNCTION UPPER-CASE(PF-Currency) TO PF-Currency.
    PERFORM Validate-Payment.
    IF WS-Pay-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    IF PF-Reason = "D" THEN
      PERFORM Check-Upheld-Dispute
      IF WS-Pay-Result-Label NOT = SPACES THEN
        EXIT PARAGRAPH
      END-IF
    END-IF.
    PERFORM Check-Key-Position.
    IF WS-Pay-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Next-Pay-Ref.
    MOVE PF-Record TO PY-Record.
    MOVE WS-Pay-Ref TO PY-Ref.
    MOVE LK-Operator-ID TO PY-Raised-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO PY-Raised-Stamp.
    IF WS-Cfg-Approval-Limit > 0
      AND PY-Amount > WS-Cfg-Approval-Limit THEN
      MOVE "P" TO PY-Status
      MOVE SPACES TO PY-Approved-By
      MOVE SPACES TO PY-Approved-Stamp
    ELSE
      MOVE "A" TO PY-Status
      MOVE LK-Operator-ID TO PY-Approved-By
      MOVE PY-Raised-Stamp TO PY-Approved-Stamp
    END-IF.
    MOVE SPACES TO PY-Sent-File.
    MOVE SPACES TO PY-Sent-Date.
    MOVE SPACES TO PY-Return-Date.
    MOVE SPACES TO PY-Return-Reason.

    WRITE PY-Record
      INVALID KEY
        MOVE "Payment not raised - write rejected by the file."
          TO WS-Pay-Result-Label
      NOT INVALID KEY
        STRING
          "Payment " DELIMITED BY SIZE
          PY-Ref DELIMITED BY SIZE
          " raised" DELIMITED BY SIZE
          INTO WS-Pay-Result-Label
        END-STRING
        IF PY-Status = "P" THEN
          MOVE "Over the approval limit - a second supervisor must approve it."
            TO WS-Pay-Result-Label-2
        ELSE
          MOVE "Approved - it goes in the next payment run."
            TO WS-Pay-Result-Label-2
        END-IF
        MOVE PY-Amount TO WS-Audit-Amount
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Payment RAISE by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " ref=" DELIMITED BY SIZE
          PY-Ref DELIMITED BY SIZE
          " key=" DELIMITED BY SIZE
          PY-Key DELIMITED BY SPACE
          " amt=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Audit-Amount) DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          PY-Currency DELIMITED BY SIZE
          " rsn=" DELIMITED BY SIZE
          PY-Reason DELIMITED BY SIZE
          " st=" DELIMITED BY SIZE
          PY-Status DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-WRITE.

  *> The keyed payment has to be one the bank will take. Leaves the
  *> reason in the result label.
  Validate-Payment.
    EVALUATE TRUE
      WHEN PF-Key = SPACES
        MOVE "Key the account the payment comes out of."
          TO WS-Pay-Result-Label
      WHEN PF-Reason NOT = "C" AND NOT = "R" AND NOT = "D"
        MOVE "Reason must be C (closing), R (refund) or D (dispute)."
          TO WS-Pay-Result-Label
      WHEN PF-Bene-Name = SPACES
        MOVE "Key the beneficiary's name." TO WS-Pay-Result-Label
      WHEN PF-Bene-Sort-Code IS NOT NUMERIC
        MOVE "Sort code must be six digits." TO WS-Pay-Result-Label
      WHEN PF-Bene-Account IS NOT NUMERIC
        MOVE "Account number must be eight digits."
          TO WS-Pay-Result-Label
      WHEN PF-Bene-Reference = SPACES
        MOVE "Key the reference the beneficiary will see."
          TO WS-Pay-Result-Label
      WHEN PF-Amount NOT > 0
        MOVE "Amount must be more than zero." TO WS-Pay-Result-Label
      WHEN PF-Currency = SPACES
        MOVE "Key the payment currency." TO WS-Pay-Result-Label
      WHEN PF-Value-Date IS NOT NUMERIC
        MOVE "Value date must be a real date, YYYYMMDD."
          TO WS-Pay-Result-Label
      WHEN FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(PF-Value-Date))
          NOT = 0
        MOVE "Value date must be a real date, YYYYMMDD."
          TO WS-Pay-Result-Label
      WHEN PF-Value-Date < FUNCTION CURRENT-DATE(1:8)
        MOVE "Value date cannot be in the past." TO WS-Pay-Result-Label
      WHEN PF-Reason = "D" AND PF-Source-Ref = SPACES
        MOVE "A dispute payout needs the dispute case number."
          TO WS-Pay-Result-Label
    END-EVALUATE.

  *> A dispute payout is only for a case upheld on the same key.
  Check-Upheld-Dispute.
    IF FUNCTION TRIM(PF-Source-Ref) IS NOT NUMERIC THEN
      MOVE "Dispute case number must be numeric." TO WS-Pay-Result-Label
      EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-Dispute-Case-No = FUNCTION NUMVAL(PF-Source-Ref).
    OPEN INPUT Dispute-Case-File.
    IF NOT Dispute-Case-Opened-OK THEN
      MOVE "No dispute cases on file." TO WS-Pay-Result-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Dispute-Case-No TO DC-Case-No.
    READ Dispute-Case-File
      INVALID KEY
        MOVE "No dispute case with that number." TO WS-Pay-Result-Label
      NOT INVALID KEY
        IF DC-Key NOT = PF-Key THEN
          MOVE "That dispute case is on a different key."
            TO WS-Pay-Result-Label
        ELSE
          IF DC-Status NOT = "U" THEN
            MOVE "That dispute case has not been upheld."
              TO WS-Pay-Result-Label
          END-IF
        END-IF
    END-READ.
    CLOSE Dispute-Case-File.

  *> The key has to be on the master and hold the payment on top of
  *> what it has already promised in payments not yet sent.
  Check-Key-Position.
    OPEN INPUT Trans-Master-File.
    IF NOT Trans-Master-Opened-OK THEN
      MOVE "Transaction master unavailable - payment not raised."
        TO WS-Pay-Result-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE PF-Key TO TM-Key.
    READ Trans-Master-File
      INVALID KEY
        MOVE "That key is not on the master." TO WS-Pay-Result-Label
    END-READ.
    CLOSE Trans-Master-File.
    IF WS-Pay-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO WS-Outstanding.
    MOVE 0 TO PY-Ref.
    START Pay-File KEY IS NOT < PY-Ref
      INVALID KEY
        MOVE "Y" TO WS-Pay-At-End-Flag
      NOT INVALID KEY
        MOVE "N" TO WS-Pay-At-End-Flag
    END-START.
    PERFORM UNTIL Pay-At-End
      READ Pay-File NEXT
        AT END
          MOVE "Y" TO WS-Pay-At-End-Flag
        NOT AT END
          IF PY-Key = PF-Key
            AND (PY-Status = "P" OR PY-Status = "A") THEN
            ADD PY-Amount TO WS-Outstanding
          END-IF
      END-READ
    END-PERFORM.

    COMPUTE WS-Position-Left = TM-Amount - WS-Outstanding.
    IF PF-Amount > WS-Position-Left THEN
      MOVE WS-Position-Left TO WS-Audit-Amount
      STRING
        "Payment is more than the key holds - available "
          DELIMITED BY SIZE
        FUNCTION TRIM(WS-Audit-Amount) DELIMITED BY SIZE
        INTO WS-Pay-Result-Label
      END-STRING
    END-IF.

  *> Hands out the next payment reference.
  Next-Pay-Ref.
    MOVE 0 TO WS-Pay-Ref.
    OPEN INPUT Pay-Ref-File.
    IF NOT Pay-Ref-Not-Found THEN
      READ Pay-Ref-File
        AT END
          CONTINUE
        NOT AT END
          MOVE PR-Last-Ref TO WS-Pay-Ref
      END-READ
      CLOSE Pay-Ref-File
    END-IF.
    ADD 1 TO WS-Pay-Ref.
    OPEN OUTPUT Pay-Ref-File.
    MOVE WS-Pay-Ref TO PR-Last-Ref.
    WRITE PR-Line.
    CLOSE Pay-Ref-File.

  *> Approves a payment parked over the limit - but only by a
  *> DIFFERENT supervisor than the one who raised it.
  Do-Pay-Approve.
    PERFORM Read-Keyed-Payment.
    IF WS-Pay-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    IF PY-Status NOT = "P" THEN
      MOVE "Only a payment waiting for approval (P) can be approved."
        TO WS-Pay-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF PY-Raised-By = LK-Operator-ID THEN
      MOVE "Four-eyes: a DIFFERENT supervisor must approve this."
        TO WS-Pay-Result-Label
      MOVE SPACES TO WS-Audit-Message
      STRING
        "Payment self-approval refused - " DELIMITED BY SIZE
        FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
        " raised ref=" DELIMITED BY SIZE
        PY-Ref DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
      CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
      EXIT PARAGRAPH
    END-IF.

    MOVE "Outbound Payments - Approve" TO WS-Pay-Confirm-Title.
    MOVE SPACES TO WS-Pay-Confirm.
    DISPLAY SC-Pay-Confirm.
    ACCEPT SC-Pay-Confirm.
    IF NOT Pay-Confirmed THEN
      MOVE "Approval abandoned - payment still waiting."
        TO WS-Pay-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE "A" TO PY-Status.
    MOVE LK-Operator-ID TO PY-Approved-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO PY-Approved-Stamp.
    REWRITE PY-Record
      INVALID KEY
        MOVE "Approval failed - rewrite rejected by the file."
          TO WS-Pay-Result-Label
      NOT INVALID KEY
        MOVE "Payment approved - it goes in the next payment run."
          TO WS-Pay-Result-Label
        MOVE PY-Amount TO WS-Audit-Amount
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Payment APPROVE by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " ref=" DELIMITED BY SIZE
          PY-Ref DELIMITED BY SIZE
          " amt=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Audit-Amount) DELIMITED BY SIZE
          " raised by " DELIMITED BY SIZE
          PY-Raised-By DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-REWRITE.

  *> Cancels a payment not yet sent.
  Do-Pay-Cancel.
    PERFORM Read-Keyed-Payment.
    IF WS-Pay-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    IF PY-Status NOT = "P" AND PY-Status NOT = "A" THEN
      MOVE "Only a payment not yet sent (P or A) can be cancelled."
        TO WS-Pay-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE "Outbound Payments - Cancel" TO WS-Pay-Confirm-Title.
    MOVE SPACES TO WS-Pay-Confirm.
    DISPLAY SC-Pay-Confirm.
    ACCEPT SC-Pay-Confirm.
    IF NOT Pay-Confirmed THEN
      MOVE "Cancel abandoned - payment kept." TO WS-Pay-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE "X" TO PY-Status.
    REWRITE PY-Record
      INVALID KEY
        MOVE "Cancel failed - rewrite rejected by the file."
          TO WS-Pay-Result-Label
      NOT INVALID KEY
        MOVE "Payment cancelled." TO WS-Pay-Result-Label
        MOVE PY-Amount TO WS-Audit-Amount
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Payment CANCEL by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " ref=" DELIMITED BY SIZE
          PY-Ref DELIMITED BY SIZE
          " amt=" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Audit-Amount) DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-REWRITE.

  Read-Keyed-Payment.
    IF WS-Pay-Ref = 0 THEN
      MOVE "Key the payment reference first." TO WS-Pay-Result-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Pay-Ref TO PY-Ref.
    READ Pay-File
      INVALID KEY
        MOVE "No payment on file with that reference."
          TO WS-Pay-Result-Label
    END-READ.

  *> The payment run: every approved payment goes into a fresh bulk
  *> payment file for the bank (batch header, one detail each,
  *> trailer with the count and amount total), its debit into the
  *> payment extract, and is marked sent. The bulk file goes on the
  *> transmission register.
  Run-Payments.
    MOVE "PAYRUN" TO WS-RH-Function.
    IF Training-Mode-Active THEN
      MOVE "The payment run is not available in training mode."
        TO WS-Pay-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Stamp.
    MOVE WS-Run-Stamp(1:8) TO WS-Run-Date.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.
    MOVE 0 TO WS-Pay-Due-Count.
    MOVE 0 TO WS-Pay-Sent-Count.
    MOVE 0 TO WS-Pay-Sent-Total.
    MOVE 0 TO WS-Pay-Rolled-Count.
    MOVE 0 TO WS-Detail-Count.
    MOVE 0 TO WS-Hash-Total.

    MOVE "A" TO WS-Lock-Action.
    CALL "RunLock" USING WS-Lock-Action WS-Lock-Name LK-Run-ID
      LK-Operator-ID WS-Lock-Result WS-Lock-Holder-Info.
    IF WS-Lock-Result NOT = "Y" THEN
      STRING
        "Payments busy - " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Lock-Holder-Info) DELIMITED BY SIZE
        INTO WS-Pay-Result-Label
      END-STRING
      MOVE "ERR" TO WS-RH-End-Status
      PERFORM Write-Pay-History
      EXIT PARAGRAPH
    END-IF.

    *> Nothing approved means no file for the bank and no extract.
    PERFORM Count-Approved-Payments.
    IF WS-Pay-Due-Count = 0 THEN
      MOVE "R" TO WS-Lock-Action
      CALL "RunLock" USING WS-Lock-Action WS-Lock-Name LK-Run-ID
        LK-Operator-ID WS-Lock-Result WS-Lock-Holder-Info
      MOVE "INF" TO WS-Log-Level
      MOVE "Payment run: no approved payments waiting - nothing sent"
        TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      MOVE "No approved payments waiting - nothing sent."
        TO WS-Pay-Result-Label
      MOVE "OK" TO WS-RH-End-Status
      PERFORM Write-Pay-History
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Pay-Extract-Path TO WS-Extract-Check-Path.
    PERFORM Check-Prior-Extract-Consumed.

    MOVE "N" TO WS-Calendar-Missing-Flag.
    OPEN INPUT Calendar-File.
    IF Calendar-Not-Found THEN
      MOVE "Y" TO WS-Calendar-Missing-Flag
    END-IF.

    MOVE SPACES TO WS-Bulk-Pay-Path.
    STRING
      "BulkPay." DELIMITED BY SIZE
      WS-Run-Stamp DELIMITED BY SIZE
      ".dat" DELIMITED BY SIZE
      INTO WS-Bulk-Pay-Path
    END-STRING.
    CALL "ResolveDataPath" USING WS-Bulk-Pay-Path.
    OPEN OUTPUT Bulk-Pay-File.
    MOVE WS-Run-Date TO BH-Creation-Date.
    MOVE WS-Run-Stamp TO BH-File-Stamp.
    MOVE WS-Bulk-Header TO BP-Line.
    WRITE BP-Line.

    MOVE WS-Pay-Gen-Path TO WS-Gen-Path.
    MOVE "PAYOUT" TO WS-Hdr-Source.
    OPEN OUTPUT Pay-Extract-File.
    PERFORM Next-Extract-Generation.
    MOVE WS-Hdr-Line TO PX-Line.
    WRITE PX-Line.

    MOVE 0 TO PY-Ref.
    START Pay-File KEY IS NOT < PY-Ref
      INVALID KEY
        MOVE "Y" TO WS-Pay-At-End-Flag
      NOT INVALID KEY
        MOVE "N" TO WS-Pay-At-End-Flag
    END-START.
    PERFORM Send-One-Payment UNTIL Pay-At-End.

    MOVE WS-Pay-Sent-Count TO BT-Count.
    MOVE WS-Pay-Sent-Total TO BT-Total.
    MOVE WS-Bulk-Trailer TO BP-Line.
    WRITE BP-Line.
    CLOSE Bulk-Pay-File.

    MOVE WS-Detail-Count TO TRL-Count.
    MOVE WS-Hash-Total TO TRL-Hash.
    MOVE WS-Trl-Line TO PX-Line.
    WRITE PX-Line.
    CLOSE Pay-Extract-File.
    IF NOT Calendar-Missing THEN
      CLOSE Calendar-File
    END-IF.

    *> The bulk file onto the transmission register - payment count
    *> and amount total as the controls.
    MOVE WS-Bulk-Pay-Path(1:40) TO WS-Xmit-Name.
    MOVE WS-Pay-Sent-Total TO WS-Xmit-Checksum.
    CALL "WriteXmitReg" USING WS-Xmit-Name WS-Pay-Sent-Count
      WS-Xmit-Checksum LK-Run-ID LK-Operator-ID.

    MOVE "R" TO WS-Lock-Action.
    CALL "RunLock" USING WS-Lock-Action WS-Lock-Name LK-Run-ID
      LK-Operator-ID WS-Lock-Result WS-Lock-Holder-Info.

    MOVE WS-Pay-Sent-Total TO WS-Edit-Amount.
    MOVE WS-Pay-Sent-Count TO WS-Edit-Count.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Payment run - " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
      " payment(s), total " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Amount) DELIMITED BY SIZE
      ", gen " DELIMITED BY SIZE
      WS-New-Generation DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    MOVE "INF" TO WS-Log-Level.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.
    MOVE WS-Log-Message TO WS-Audit-Message.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE WS-Log-Message TO WS-Pay-Result-Label.
    STRING
      "Bank file " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Bulk-Pay-Path) DELIMITED BY SIZE
      " - on the transmission register." DELIMITED BY SIZE
      INTO WS-Pay-Result-Label-2
    END-STRING.

    MOVE "OK" TO WS-RH-End-Status.
    PERFORM Write-Pay-History.

  *> How many approved payments the run will send.
  Count-Approved-Payments.
    MOVE 0 TO PY-Ref.
    START Pay-File KEY IS NOT < PY-Ref
      INVALID KEY
        MOVE "Y" TO WS-Pay-At-End-Flag
      NOT INVALID KEY
        MOVE "N" TO WS-Pay-At-End-Flag
    END-START.
    PERFORM UNTIL Pay-At-End
      READ Pay-File NEXT
        AT END
          MOVE "Y" TO WS-Pay-At-End-Flag
        NOT AT END
          IF PY-Status = "A" THEN
            ADD 1 TO WS-Pay-Due-Count
          END-IF
      END-READ
    END-PERFORM.

  *> One approved payment: to the bank, its debit to the extract,
  *> and marked sent. A value date already passed goes out today; a
  *> holiday rolls to the next open day.
  Send-One-Payment.
    READ Pay-File NEXT
      AT END
        MOVE "Y" TO WS-Pay-At-End-Flag
    END-READ.
    IF Pay-At-End THEN
      EXIT PARAGRAPH
    END-IF.
    IF PY-Status NOT = "A" THEN
      EXIT PARAGRAPH
    END-IF.

    IF PY-Value-Date < WS-Run-Date THEN
      MOVE WS-Run-Date TO WS-Roll-Date
    ELSE
      MOVE PY-Value-Date TO WS-Roll-Date
    END-IF.
    PERFORM Roll-To-Open-Day.
    IF WS-Roll-Date NOT = PY-Value-Date THEN
      ADD 1 TO WS-Pay-Rolled-Count
    END-IF.

    MOVE PY-Ref TO BD-Ref.
    MOVE PY-Bene-Sort-Code TO BD-Sort-Code.
    MOVE PY-Bene-Account TO BD-Account.
    MOVE PY-Bene-Name TO BD-Name.
    MOVE PY-Amount TO BD-Amount.
    MOVE PY-Currency TO BD-Currency.
    MOVE WS-Roll-Date TO BD-Value-Date.
    MOVE PY-Bene-Reference TO BD-Bene-Reference.
    MOVE WS-Bulk-Detail TO BP-Line.
    WRITE BP-Line.
    ADD 1 TO WS-Pay-Sent-Count.
    ADD PY-Amount TO WS-Pay-Sent-Total.

    MOVE PY-Key TO GEN-Key.
    MOVE WS-Run-Date TO GEN-Date.
    COMPUTE GEN-Amount = 0 - PY-Amount.
    MOVE "P" TO GEN-Status.
    MOVE PY-Currency TO GEN-Currency.
    MOVE WS-Roll-Date TO GEN-Value-Date.
    MOVE WS-Gen-Raw TO PX-Line.
    WRITE PX-Line.
    ADD 1 TO WS-Detail-Count.
    ADD GEN-Amount TO WS-Hash-Total.

    MOVE "S" TO PY-Status.
    MOVE WS-Bulk-Pay-Path(1:40) TO PY-Sent-File.
    MOVE WS-Run-Date TO PY-Sent-Date.
    MOVE WS-Roll-Date TO PY-Value-Date.
    REWRITE PY-Record
      INVALID KEY
        MOVE "ERR" TO WS-Log-Level
        MOVE "Payment run: payment sent but its rewrite failed"
          TO WS-Log-Message
        CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message
          LK-Run-ID LK-Terminal-ID LK-Operator-ID
          WS-Log-Write-Status
    END-REWRITE.

  *> The bank's returned payments: the file's own trailer must agree
  *> with its returns before any of it is believed; then each return
  *> of a payment we sent, for the amount we sent, credits the key
  *> back through the returns extract and marks the payment
  *> returned. Anything else is reported and left alone.
  Process-Returns.
    MOVE "PAYRET" TO WS-RH-Function.
    IF Training-Mode-Active THEN
      MOVE "Returns processing is not available in training mode."
        TO WS-Pay-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Stamp.
    MOVE WS-Run-Stamp(1:8) TO WS-Run-Date.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.
    MOVE 0 TO WS-Ret-Read-Count.
    MOVE 0 TO WS-Ret-Read-Total.
    MOVE 0 TO WS-Ret-Applied-Count.
    MOVE 0 TO WS-Ret-Applied-Total.
    MOVE 0 TO WS-Ret-Rejected-Count.
    MOVE 0 TO WS-Detail-Count.
    MOVE 0 TO WS-Hash-Total.

    OPEN INPUT Ret-File.
    IF Ret-Not-Found THEN
      MOVE "INF" TO WS-Log-Level
      MOVE "Payment returns: no returns file - nothing to process"
        TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      MOVE "(no returned-payments file on disk - nothing to process)"
        TO WS-Pay-Result-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM Check-Returns-Controls.
    CLOSE Ret-File.
    IF NOT Ret-Controls-Agree THEN
      MOVE "WARN" TO WS-Log-Level
      MOVE "Payment returns: file controls disagree - nothing applied, file kept"
        TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      MOVE "Returns file trailer disagrees with its returns - nothing applied."
        TO WS-Pay-Result-Label
      MOVE "Ask the bank to resend it; the file has been left in place."
        TO WS-Pay-Result-Label-2
      MOVE "ERR" TO WS-RH-End-Status
      PERFORM Write-Pay-History
      EXIT PARAGRAPH
    END-IF.

    MOVE "A" TO WS-Lock-Action.
    CALL "RunLock" USING WS-Lock-Action WS-Lock-Name LK-Run-ID
      LK-Operator-ID WS-Lock-Result WS-Lock-Holder-Info.
    IF WS-Lock-Result NOT = "Y" THEN
      STRING
        "Payments busy - " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Lock-Holder-Info) DELIMITED BY SIZE
        INTO WS-Pay-Result-Label
      END-STRING
      MOVE "ERR" TO WS-RH-End-Status
      PERFORM Write-Pay-History
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Ret-Extract-Path TO WS-Extract-Check-Path.
    PERFORM Check-Prior-Extract-Consumed.

    OPEN OUTPUT Ret-Report-File.
    MOVE SPACES TO RR-Line.
    STRING
      "Returned payments - " DELIMITED BY SIZE
      WS-Run-Date DELIMITED BY SIZE
      "  run " DELIMITED BY SIZE
      LK-Run-ID DELIMITED BY SIZE
      INTO RR-Line
    END-STRING.
    WRITE RR-Line.
    MOVE SPACES TO RR-Line.
    WRITE RR-Line.
    MOVE "Pay ref   Key                Amount Rsn   Outcome" TO RR-Line.
    WRITE RR-Line.

    MOVE WS-Ret-Gen-Path TO WS-Gen-Path.
    MOVE "PAYRET" TO WS-Hdr-Source.
    OPEN OUTPUT Ret-Extract-File.
    PERFORM Next-Extract-Generation.
    MOVE WS-Hdr-Line TO RX-Line.
    WRITE RX-Line.

    OPEN INPUT Ret-File.
    MOVE "N" TO WS-Ret-At-End-Flag.
    PERFORM Apply-One-Return UNTIL Ret-At-End.
    CLOSE Ret-File.

    MOVE WS-Detail-Count TO TRL-Count.
    MOVE WS-Hash-Total TO TRL-Hash.
    MOVE WS-Trl-Line TO RX-Line.
    WRITE RX-Line.
    CLOSE Ret-Extract-File.

    MOVE SPACES TO RR-Line.
    WRITE RR-Line.
    MOVE WS-Ret-Applied-Total TO WS-Edit-Amount.
    MOVE WS-Ret-Applied-Count TO WS-Edit-Count.
    STRING
      "Credited back: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
      " return(s), total " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Amount) DELIMITED BY SIZE
      INTO RR-Line
    END-STRING.
    WRITE RR-Line.
    MOVE WS-Ret-Rejected-Count TO WS-Edit-Count.
    MOVE SPACES TO RR-Line.
    STRING
      "Not applied:   " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
      " return(s) - investigate with the bank" DELIMITED BY SIZE
      INTO RR-Line
    END-STRING.
    WRITE RR-Line.
    CLOSE Ret-Report-File.

    CALL "WriteSpoolJob" USING WS-Spool-Source WS-Ret-Report-Path
      WS-Spool-Paginate LK-Run-ID.

    *> Retire the processed file so a rerun can't credit the same
    *> returns twice - the bank sends a fresh PayReturns.dat.
    CALL "CBL_DELETE_FILE" USING WS-Ret-Done-Path
      RETURNING WS-Delete-Status
    END-CALL.
    CALL "CBL_RENAME_FILE" USING WS-Ret-Path WS-Ret-Done-Path
      RETURNING WS-Rename-Status
    END-CALL.

    MOVE "R" TO WS-Lock-Action.
    CALL "RunLock" USING WS-Lock-Action WS-Lock-Name LK-Run-ID
      LK-Operator-ID WS-Lock-Result WS-Lock-Holder-Info.

    MOVE SPACES TO WS-Log-Message.
    STRING
      "Payment returns - " DELIMITED BY SIZE
      WS-Ret-Read-Count DELIMITED BY SIZE
      " read, " DELIMITED BY SIZE
      WS-Ret-Applied-Count DELIMITED BY SIZE
      " credited, " DELIMITED BY SIZE
      WS-Ret-Rejected-Count DELIMITED BY SIZE
      " not applied, gen " DELIMITED BY SIZE
      WS-New-Generation DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    MOVE "INF" TO WS-Log-Level.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.
    MOVE WS-Log-Message TO WS-Audit-Message.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE WS-Log-Message TO WS-Pay-Result-Label.
    STRING
      "Report " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Ret-Report-Path) DELIMITED BY SIZE
      " spooled." DELIMITED BY SIZE
      INTO WS-Pay-Result-Label-2
    END-STRING.

    MOVE WS-Ret-Applied-Count TO WS-RH-Matched.
    MOVE WS-Ret-Rejected-Count TO WS-RH-Unmatched.
    IF WS-Ret-Rejected-Count > 0 THEN
      MOVE "WARN" TO WS-RH-End-Status
    ELSE
      MOVE "OK" TO WS-RH-End-Status
    END-IF.
    PERFORM Write-Pay-History.
    MOVE 0 TO WS-RH-Matched.
    MOVE 0 TO WS-RH-Unmatched.

  *> First pass over the returns file: count and total its returns
  *> and hold them against its trailer.
  Check-Returns-Controls.
    MOVE "N" TO WS-Ret-Controls-Flag.
    MOVE "N" TO WS-Ret-Trailer-Flag.
    MOVE "N" TO WS-Ret-At-End-Flag.
    PERFORM UNTIL Ret-At-End
      READ Ret-File
        AT END
          MOVE "Y" TO WS-Ret-At-End-Flag
        NOT AT END
          EVALUATE RT-Type
            WHEN "02"
              ADD 1 TO WS-Ret-Read-Count
              IF RT-Amount IS NUMERIC THEN
                ADD RT-Amount TO WS-Ret-Read-Total
              END-IF
            WHEN "99"
              MOVE "Y" TO WS-Ret-Trailer-Flag
              IF RT-Count IS NUMERIC AND RT-Total IS NUMERIC THEN
                MOVE RT-Count TO WS-Ret-Trl-Count
                MOVE RT-Total TO WS-Ret-Trl-Total
              ELSE
                MOVE 9999999 TO WS-Ret-Trl-Count
              END-IF
          END-EVALUATE
      END-READ
    END-PERFORM.
    IF Ret-Trailer-Seen
      AND WS-Ret-Trl-Count = WS-Ret-Read-Count
      AND WS-Ret-Trl-Total = WS-Ret-Read-Total THEN
      MOVE "Y" TO WS-Ret-Controls-Flag
    END-IF.

  *> One return off the bank's file.
  Apply-One-Return.
    READ Ret-File
      AT END
        MOVE "Y" TO WS-Ret-At-End-Flag
    END-READ.
    IF Ret-At-End THEN
      EXIT PARAGRAPH
    END-IF.
    IF RT-Type NOT = "02" THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Ret-Rpt-Detail.
    MOVE SPACES TO WS-Ret-Outcome.
    MOVE RT-Reason TO RD-Reason.
    IF RT-Ref IS NOT NUMERIC OR RT-Amount IS NOT NUMERIC THEN
      MOVE 0 TO RD-Ref
      MOVE "Unreadable return line" TO WS-Ret-Outcome
    ELSE
      MOVE RT-Ref TO RD-Ref
      MOVE RT-Amount TO RD-Amount
      MOVE RT-Ref TO PY-Ref
      READ Pay-File
        INVALID KEY
          MOVE "No such payment reference" TO WS-Ret-Outcome
        NOT INVALID KEY
          MOVE PY-Key TO RD-Key
          EVALUATE TRUE
            WHEN PY-Status = "R"
              MOVE "Already returned - ignored" TO WS-Ret-Outcome
            WHEN PY-Status NOT = "S"
              MOVE "Payment was never sent" TO WS-Ret-Outcome
            WHEN RT-Amount NOT = PY-Amount
              MOVE "Amount differs from payment sent" TO WS-Ret-Outcome
          END-EVALUATE
      END-READ
    END-IF.

    IF WS-Ret-Outcome NOT = SPACES THEN
      ADD 1 TO WS-Ret-Rejected-Count
      MOVE WS-Ret-Outcome TO RD-Outcome
      MOVE WS-Ret-Rpt-Detail TO RR-Line
      WRITE RR-Line
      EXIT PARAGRAPH
    END-IF.

    *> The credit back to the key the money came out of.
    MOVE PY-Key TO GEN-Key.
    MOVE WS-Run-Date TO GEN-Date.
    MOVE PY-Amount TO GEN-Amount.
    MOVE "P" TO GEN-Status.
    MOVE PY-Currency TO GEN-Currency.
    IF RT-Return-Date IS NUMERIC THEN
      MOVE RT-Return-Date TO GEN-Value-Date
    ELSE
      MOVE WS-Run-Date TO GEN-Value-Date
    END-IF.
    MOVE WS-Gen-Raw TO RX-Line.
    WRITE RX-Line.
    ADD 1 TO WS-Detail-Count.
    ADD GEN-Amount TO WS-Hash-Total.

    MOVE "R" TO PY-Status.
    MOVE GEN-Value-Date TO PY-Return-Date.
    MOVE RT-Reason TO PY-Return-Reason.
    REWRITE PY-Record
      INVALID KEY
        MOVE "ERR" TO WS-Log-Level
        MOVE "Payment returns: credited but the payment rewrite failed"
          TO WS-Log-Message
        CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message
          LK-Run-ID LK-Terminal-ID LK-Operator-ID
          WS-Log-Write-Status
    END-REWRITE.
    ADD 1 TO WS-Ret-Applied-Count.
    ADD PY-Amount TO WS-Ret-Applied-Total.
    MOVE "Credited back, payment marked returned" TO RD-Outcome.
    MOVE WS-Ret-Rpt-Detail TO RR-Line.
    WRITE RR-Line.

    MOVE PY-Amount TO WS-Audit-Amount.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Payment RETURNED ref=" DELIMITED BY SIZE
      PY-Ref DELIMITED BY SIZE
      " key=" DELIMITED BY SIZE
      PY-Key DELIMITED BY SPACE
      " amt=" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Amount) DELIMITED BY SIZE
      " rsn=" DELIMITED BY SIZE
      PY-Return-Reason DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> A previous extract still on disk hasn't been consumed by the
  *> night - overwriting it would lose those postings.
  Check-Prior-Extract-Consumed.
    CALL "CBL_CHECK_FILE_EXIST" USING WS-Extract-Check-Path
      WS-Extract-Info RETURNING WS-Extract-Check-Status
    END-CALL.
    IF WS-Extract-Check-Status = 0 THEN
      MOVE "R" TO WS-Lock-Action
      CALL "RunLock" USING WS-Lock-Action WS-Lock-Name LK-Run-ID
        LK-Operator-ID WS-Lock-Result WS-Lock-Holder-Info
      MOVE 421 TO WS-Error-Code
      MOVE SPACES TO WS-Error-Msg
      STRING
        "Previous " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Extract-Check-Path) DELIMITED BY SIZE
        " not yet consumed" DELIMITED BY SIZE
        INTO WS-Error-Msg
      END-STRING
      CALL "CloseWithError" USING WS-Error-Code WS-Error-Msg
        LK-Run-ID LK-Terminal-ID LK-Operator-ID
    END-IF.

  *> The extract's HDR, stamped last-plus-one off the feed's own
  *> generation counter (WS-Gen-Path).
  Next-Extract-Generation.
    MOVE 0 TO WS-New-Generation.
    OPEN INPUT Gen-File.
    IF NOT Gen-Not-Found THEN
      READ Gen-File
        AT END
          CONTINUE
        NOT AT END
          MOVE GF-Last-Generation TO WS-New-Generation
      END-READ
      CLOSE Gen-File
    END-IF.
    ADD 1 TO WS-New-Generation.

    MOVE WS-Run-Date TO HDR-Date.
    MOVE WS-Hdr-Source TO HDR-Source.
    MOVE WS-New-Generation TO HDR-Gen.

    OPEN OUTPUT Gen-File.
    MOVE WS-New-Generation TO GF-Last-Generation.
    WRITE GF-Line.
    CLOSE Gen-File.

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

  *> Run-history row for the run or the returns, whichever
  *> WS-RH-Function names.
  Write-Pay-History.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.
    IF WS-RH-Function = "PAYRUN" THEN
      MOVE WS-Pay-Due-Count TO WS-RH-Read
      MOVE WS-Pay-Sent-Count TO WS-RH-Written
    ELSE
      MOVE WS-Ret-Read-Count TO WS-RH-Read
      MOVE WS-Detail-Count TO WS-RH-Written
    END-IF.
    CALL "WriteRunHistory" USING WS-RH-Function WS-RH-Read
      WS-RH-Written WS-RH-Matched WS-RH-Unmatched WS-Elapsed-Seconds
      WS-RH-End-Status LK-Run-ID LK-Terminal-ID LK-Operator-ID.

END PROGRAM PayOut.
