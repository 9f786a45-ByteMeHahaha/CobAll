IDENTIFICATION DIVISION.
  PROGRAM-ID. LargeTxn.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Monitoring rules - KEYWORD=VALUE, one per line, same card
      *> convention as AccrRates.dat:
      *>   LTRLIMIT=n     reporting threshold - an item of this
      *>                  amount or more goes on the return
      *>                  (default 10000.00)
      *>   NEARPCT=n      an item at this percentage of the
      *>                  threshold or more, but under it, is
      *>                  "just under" (default 90)
      *>   NEARCOUNT=n    just-under items on one key inside the
      *>                  window that open a case (default 3)
      *>   NEARDAYS=n     the window, in days back from the run
      *>                  date (default 5)
      SELECT Mon-Rules-File ASSIGN TO "MonRules.dat"
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Mon-Rules-Status.

      *> The day's transaction extract - the items monitored.
      SELECT Trans-Extract-File ASSIGN TO WS-Trans-Extract-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Trans-Extract-Status.

      *> Posted-transaction register - the days before today, for
      *> the structuring window.
      SELECT Posted-Reg-File ASSIGN TO WS-Posted-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS PR-Reg-Key
      FILE STATUS WS-Posted-Reg-Status.

      *> The regulatory return - fixed format, an H record, one D
      *> record per reportable item and a T record with the count and
      *> total the regulator proves the file by.
      SELECT Reg-Return-File ASSIGN TO WS-Reg-Return-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Reg-Return-Status.

      *> The structuring case list the investigators work.
      SELECT Struct-Case-File ASSIGN TO WS-Struct-Case-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS SX-Case-Key
      FILE STATUS WS-Struct-Case-Status.

      *> Run control - the last date the monitoring ran, so a rerun
      *> can't report the day's items twice.
      SELECT Mon-Control-File ASSIGN TO WS-Mon-Control-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Mon-Control-Status.

      *> Listing of what was reported and which keys were caught,
      *> for compliance to check.
      SELECT Mon-Listing-File ASSIGN TO WS-Mon-Listing-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Mon-Listing-Status.

DATA DIVISION.
  FILE SECTION.
    FD Mon-Rules-File.
      01 MR-Line PIC X(80).

    FD Trans-Extract-File.
      01 TE-Line PIC X(41).

    FD Posted-Reg-File.
      COPY "PostedRecord.cpy" REPLACING ==:PREFIX:== BY ==PR==.

    FD Reg-Return-File.
      01 RT-Line PIC X(100).

    FD Struct-Case-File.
      COPY "StructCaseRecord.cpy" REPLACING ==:PREFIX:== BY ==SX==.

    FD Mon-Control-File.
      01 MCF-Line.
        05 MCF-Last-Run-Date PIC X(8).

    FD Mon-Listing-File.
      01 ML-Line PIC X(100).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> The logged-in operator's authority, shared by CobAll's login -
    *> anyone on the menu may work through the cases, but only a
    *> supervisor may dispose of one.
    01 WS-Operator-Auth-Level PIC 9 EXTERNAL.

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    *> The session's company, shared by CobAll's login - the
    *> reporting entity on the return.
    01 WS-Company-ID PIC X(4) EXTERNAL.

    01 WS-Mon-Rules-Status PIC XX.
      88 Mon-Rules-Opened-OK VALUE "00".
      88 Mon-Rules-Not-Found VALUE "35".

    01 WS-Trans-Extract-Path PIC X(80) VALUE "TransExtract.dat".
    01 WS-Trans-Extract-Status PIC XX.
      88 Trans-Extract-Opened-OK VALUE "00".
    01 WS-Extract-At-End-Flag PIC A VALUE "N".
      88 Extract-At-End VALUE "Y".

    01 WS-Posted-Reg-Path PIC X(80) VALUE "PostedReg.dat".
    01 WS-Posted-Reg-Status PIC XX.
      88 Posted-Reg-Opened-OK VALUE "00".
    01 WS-Posted-Reg-Missing-Flag PIC A VALUE "N".
      88 Posted-Reg-Missing VALUE "Y".
    01 WS-Reg-At-End-Flag PIC A VALUE "N".
      88 Reg-At-End VALUE "Y".
    01 WS-Already-Registered-Flag PIC A VALUE "N".
      88 Already-Registered VALUE "Y".

    01 WS-Reg-Return-Path PIC X(80) VALUE "RegReturn.dat".
    01 WS-Reg-Return-Status PIC XX.

    01 WS-Struct-Case-Path PIC X(80) VALUE "StructCase.dat".
    01 WS-Struct-Case-Status PIC XX.
      88 Struct-Case-Opened-OK VALUE "00".
      88 Struct-Case-Not-Found VALUE "35".
    01 WS-Case-At-End-Flag PIC A VALUE "N".
      88 Case-At-End VALUE "Y".
    01 WS-Case-Found-Flag PIC A VALUE "N".
      88 Open-Case-Found VALUE "Y".

    01 WS-Mon-Control-Path PIC X(80) VALUE "MonControl.dat".
    01 WS-Mon-Control-Status PIC XX.
      88 Mon-Control-Not-Found VALUE "35".

    01 WS-Mon-Listing-Path PIC X(80) VALUE "LargeTxn.txt".
    01 WS-Mon-Listing-Status PIC XX.

    *> Operator's request off SC-Mon-Menu.
    01 WS-Mon-Action PIC 9 VALUE 0.
      88 Mon-Run VALUE 1.
      88 Mon-Work-Cases VALUE 2.
      88 Mon-Back VALUE 3.
    01 WS-Mon-Result-Label PIC X(60) VALUE SPACES.
    01 WS-None-Label PIC X(60) VALUE SPACES.

    *> Case-working screen fields.
    01 WS-Case-Choice PIC A VALUE SPACES.
      88 Case-Save VALUE "Y" "y".
      88 Case-Skip VALUE "S" "s".
      88 Case-Quit VALUE "X" "x".
    01 WS-Entry-Disposition PIC X(1) VALUE SPACES.
      88 Valid-Disposition VALUE "N" "M" "E" "R".
    01 WS-Entry-Note PIC X(40) VALUE SPACES.
    01 WS-Case-Msg PIC X(60) VALUE SPACES.
    01 WS-Cases-Worked PIC 9(5) VALUE 0.
    01 WS-Work-Done-Flag PIC A VALUE "N".
      88 Work-Done VALUE "Y".

    *> The rules, defaulted then overridden by the cards.
    01 WS-Ltr-Limit PIC 9(9)V99 VALUE 10000.00.
    01 WS-Near-Pct PIC 9(3) VALUE 90.
    01 WS-Near-Count PIC 9(3) VALUE 3.
    01 WS-Near-Days PIC 9(3) VALUE 5.
    01 WS-Near-Floor PIC 9(9)V99 VALUE 0.
    01 WS-Card-Keyword PIC X(20).
    01 WS-Card-Value PIC X(60).
    01 WS-Numval-Check PIC S9(4) COMP.

    *> The extract item in hand.
    COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==TX==.
    01 WS-Item-Abs PIC 9(9)V99 VALUE 0.
    01 WS-Item-Key PIC X(10).
    01 WS-Item-Date PIC X(8).

    *> The register carries the amount as the extract's display
    *> bytes - read back as a number through this.
    01 WS-Reg-Amount-X PIC X(11).
    01 WS-Reg-Amount REDEFINES WS-Reg-Amount-X PIC S9(9)V99.

    *> Dates.
    01 WS-Run-Date PIC X(8) VALUE SPACES.
    01 WS-Window-Start PIC X(8) VALUE SPACES.
    01 WS-Window-Start-N REDEFINES WS-Window-Start PIC 9(8).
    01 WS-Day-Int PIC 9(7) VALUE 0.

    *> Just-under items per key inside the window.
    01 WS-Near-Table.
      05 WS-Near-Entry OCCURS 1000 TIMES.
        10 WS-Near-Key PIC X(10).
        10 WS-Near-Items PIC 9(5).
        10 WS-Near-Total PIC 9(11)V99.
        10 WS-Near-First PIC X(8).
        10 WS-Near-Last PIC X(8).
    01 WS-Near-Used PIC 9(4) VALUE 0.
    01 WS-Near-Idx PIC 9(4) VALUE 0.
    01 WS-Near-Found-Flag PIC A VALUE "N".
      88 Near-Key-Found VALUE "Y".

    *> The return's records.
    01 WS-Return-Header.
      05 FILLER PIC X(1) VALUE "H".
      05 RTH-Entity PIC X(4).
      05 RTH-Report-Date PIC X(8).
      05 RTH-Threshold PIC 9(9)V99.
      05 RTH-Run-ID PIC X(14).
      05 FILLER PIC X(62) VALUE SPACES.
    01 WS-Return-Detail.
      05 FILLER PIC X(1) VALUE "D".
      05 RTD-Seq PIC 9(6).
      05 RTD-Key PIC X(10).
      05 RTD-Date PIC X(8).
      05 RTD-Value-Date PIC X(8).
      *> Magnitude, with D (money out) or C (money in) beside it.
      05 RTD-Amount PIC 9(11)V99.
      05 RTD-Sign PIC X(1).
      05 RTD-Currency PIC X(3).
      05 RTD-Status PIC X(1).
      05 FILLER PIC X(49) VALUE SPACES.
    01 WS-Return-Trailer.
      05 FILLER PIC X(1) VALUE "T".
      05 RTT-Count PIC 9(7).
      05 RTT-Total PIC 9(13)V99.
      05 FILLER PIC X(77) VALUE SPACES.
    01 WS-Return-Seq PIC 9(6) VALUE 0.
    01 WS-Return-Total PIC 9(13)V99 VALUE 0.

    *> Each reported item's transmission register row.
    01 WS-Xmit-File-Name PIC X(40).
    01 WS-Xmit-Count PIC 9(7) VALUE 1.
    01 WS-Xmit-Checksum PIC S9(11)V99.

    01 WS-Listing-Item.
      05 FILLER PIC X(2) VALUE SPACES.
      05 MLI-Seq PIC ZZZZZ9.
      05 FILLER PIC X(2) VALUE SPACES.
      05 MLI-Key PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 MLI-Date PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 MLI-Amount PIC Z,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(1) VALUE SPACES.
      05 MLI-Currency PIC X(3).
    01 WS-Listing-Case.
      05 FILLER PIC X(2) VALUE SPACES.
      05 MLC-Key PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 MLC-Items PIC ZZZZ9.
      05 FILLER PIC X(9) VALUE " item(s) ".
      05 MLC-Total PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(2) VALUE SPACES.
      05 MLC-First PIC X(8).
      05 FILLER PIC X(3) VALUE " - ".
      05 MLC-Last PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 MLC-Action PIC X(12).

    *> Tallies.
    01 WS-Items-Read PIC 9(7) VALUE 0.
    01 WS-Items-Reported PIC 9(7) VALUE 0.
    01 WS-Cases-Opened PIC 9(7) VALUE 0.
    01 WS-Cases-Updated PIC 9(7) VALUE 0.
    01 WS-Cases-Touched PIC 9(7) VALUE 0.
    01 WS-Near-Full-Flag PIC A VALUE "N".
      88 Near-Table-Full VALUE "Y".

    *> Elapsed/run-history row.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "LARGETXN".
    01 WS-RH-Unmatched PIC 9(7) VALUE 0.
    01 WS-RH-End-Status PIC X(4) VALUE SPACES.

    01 WS-Audit-Message PIC X(80).

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
    COPY "LargeTxnScr.cpy". *> Large Transaction Monitoring screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  LargeTxnMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Large Transaction Monitoring selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> Re-defaulted every invocation, then company-qualified - each
    *> company reports its own items and works its own cases.
    MOVE "TransExtract.dat" TO WS-Trans-Extract-Path.
    MOVE "PostedReg.dat" TO WS-Posted-Reg-Path.
    MOVE "RegReturn.dat" TO WS-Reg-Return-Path.
    MOVE "StructCase.dat" TO WS-Struct-Case-Path.
    MOVE "MonControl.dat" TO WS-Mon-Control-Path.
    MOVE "LargeTxn.txt" TO WS-Mon-Listing-Path.
    CALL "ResolveDataPath" USING WS-Trans-Extract-Path.
    CALL "ResolveDataPath" USING WS-Posted-Reg-Path.
    CALL "ResolveDataPath" USING WS-Reg-Return-Path.
    CALL "ResolveDataPath" USING WS-Struct-Case-Path.
    CALL "ResolveDataPath" USING WS-Mon-Control-Path.
    CALL "ResolveDataPath" USING WS-Mon-Listing-Path.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date.

    *> Unattended, there is only the monitoring run to do.
    IF Batch-Mode-Active THEN
      PERFORM Run-Monitoring
      GOBACK
    END-IF.

    MOVE 0 TO WS-Mon-Action.
    PERFORM Mon-Loop UNTIL Mon-Back.

    GOBACK.

  *> One choice off the front screen.
  Mon-Loop.
    MOVE 0 TO WS-Mon-Action.
    DISPLAY SC-Mon-Menu.
    ACCEPT SC-Mon-Menu.

    MOVE SPACES TO WS-Mon-Result-Label.
    EVALUATE TRUE
      WHEN Mon-Run
        PERFORM Run-Monitoring
      WHEN Mon-Work-Cases
        PERFORM Work-Case-List
      WHEN Mon-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-3." TO WS-Mon-Result-Label
    END-EVALUATE.

    IF NOT Mon-Back AND WS-Mon-Result-Label NOT = SPACES THEN
      DISPLAY SC-Mon-Result
      ACCEPT OMITTED
    END-IF.

  *> The day's monitoring: every extract item at or over the
  *> threshold onto the return (and the transmission register), and
  *> every key with enough just-under items inside the window onto
  *> the case list.
  Run-Monitoring.
    *> The session loop re-CALLs this program in one run unit, so
    *> the VALUE clauses only ever ran once - reset the tallies.
    MOVE 0 TO WS-Items-Read.
    MOVE 0 TO WS-Items-Reported.
    MOVE 0 TO WS-Cases-Opened.
    MOVE 0 TO WS-Cases-Updated.
    MOVE 0 TO WS-Near-Used.
    MOVE 0 TO WS-Return-Seq.
    MOVE 0 TO WS-Return-Total.
    MOVE "N" TO WS-Near-Full-Flag.

    PERFORM Load-Monitoring-Rules.
    COMPUTE WS-Near-Floor ROUNDED = WS-Ltr-Limit * WS-Near-Pct / 100.
    COMPUTE WS-Day-Int =
      FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Run-Date))
      - WS-Near-Days + 1.
    MOVE FUNCTION DATE-OF-INTEGER(WS-Day-Int) TO WS-Window-Start-N.

    OPEN INPUT Trans-Extract-File.
    IF NOT Trans-Extract-Opened-OK THEN
      MOVE "(no transaction extract on disk - nothing to monitor)"
        TO WS-None-Label
      PERFORM Report-Nothing-To-Do
      EXIT PARAGRAPH
    END-IF.

    PERFORM Check-Mon-Run-Control.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.

    MOVE "N" TO WS-Posted-Reg-Missing-Flag.
    OPEN INPUT Posted-Reg-File.
    IF NOT Posted-Reg-Opened-OK THEN
      MOVE "Y" TO WS-Posted-Reg-Missing-Flag
    END-IF.

    OPEN OUTPUT Reg-Return-File.
    MOVE WS-Company-ID TO RTH-Entity.
    MOVE WS-Run-Date TO RTH-Report-Date.
    MOVE WS-Ltr-Limit TO RTH-Threshold.
    MOVE LK-Run-ID TO RTH-Run-ID.
    MOVE WS-Return-Header TO RT-Line.
    WRITE RT-Line.

    OPEN OUTPUT Mon-Listing-File.
    MOVE SPACES TO ML-Line.
    STRING
      "Large Transaction Monitoring - " DELIMITED BY SIZE
      WS-Run-Date DELIMITED BY SIZE
      INTO ML-Line
    END-STRING.
    WRITE ML-Line.
    MOVE SPACES TO ML-Line.
    WRITE ML-Line.
    MOVE "Reported to the regulator:" TO ML-Line.
    WRITE ML-Line.

    MOVE "N" TO WS-Extract-At-End-Flag.
    PERFORM UNTIL Extract-At-End
      READ Trans-Extract-File
        AT END
          MOVE "Y" TO WS-Extract-At-End-Flag
        NOT AT END
          IF TE-Line(1:3) NOT = "HDR" AND TE-Line(1:3) NOT = "TRL" THEN
            PERFORM Monitor-One-Item
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Trans-Extract-File.

    MOVE WS-Return-Seq TO RTT-Count.
    MOVE WS-Return-Total TO RTT-Total.
    MOVE WS-Return-Trailer TO RT-Line.
    WRITE RT-Line.
    CLOSE Reg-Return-File.

    *> The days before today come off the register.
    IF NOT Posted-Reg-Missing THEN
      PERFORM Scan-Register-Window
      CLOSE Posted-Reg-File
    END-IF.

    MOVE SPACES TO ML-Line.
    WRITE ML-Line.
    MOVE "Structuring cases (just-under items in the window):"
      TO ML-Line.
    WRITE ML-Line.

    OPEN I-O Struct-Case-File.
    IF Struct-Case-Not-Found THEN
      OPEN OUTPUT Struct-Case-File
      CLOSE Struct-Case-File
      OPEN I-O Struct-Case-File
    END-IF.
    PERFORM Raise-One-Case
      VARYING WS-Near-Idx FROM 1 BY 1
      UNTIL WS-Near-Idx > WS-Near-Used.
    CLOSE Struct-Case-File.

    IF Near-Table-Full THEN
      MOVE "  ** key table full - some keys were not checked" TO ML-Line
      WRITE ML-Line
      MOVE "ERR" TO WS-Log-Level
      MOVE "Large Transaction Monitoring: key table overflow - structuring check incomplete" TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.
    CLOSE Mon-Listing-File.

    PERFORM Record-Mon-Run.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

    COMPUTE WS-Cases-Touched = WS-Cases-Opened + WS-Cases-Updated.
    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Large txn monitoring " DELIMITED BY SIZE
      WS-Run-Date DELIMITED BY SIZE
      " - " DELIMITED BY SIZE
      WS-Items-Reported DELIMITED BY SIZE
      " reported, " DELIMITED BY SIZE
      WS-Cases-Opened DELIMITED BY SIZE
      " case(s) opened" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    MOVE WS-Log-Message TO WS-Audit-Message.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE "OK" TO WS-RH-End-Status.
    MOVE 0 TO WS-RH-Unmatched.
    CALL "WriteRunHistory" USING WS-RH-Function WS-Items-Read
      WS-Items-Reported WS-Cases-Touched WS-RH-Unmatched
      WS-Elapsed-Seconds WS-RH-End-Status LK-Run-ID LK-Terminal-ID
      LK-Operator-ID.

    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Mon-Done
      ACCEPT OMITTED
    END-IF.

  *> Nothing to monitor - say why on the screen, or in the log when
  *> nobody is watching.
  Report-Nothing-To-Do.
    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Mon-None
      ACCEPT OMITTED
    ELSE
      MOVE "WARN" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Large Transaction Monitoring: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-None-Label) DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

  *> Loads the rule cards over the defaults. No file keeps the
  *> defaults standing.
  Load-Monitoring-Rules.
    MOVE 10000.00 TO WS-Ltr-Limit.
    MOVE 90 TO WS-Near-Pct.
    MOVE 3 TO WS-Near-Count.
    MOVE 5 TO WS-Near-Days.
    OPEN INPUT Mon-Rules-File.
    IF Mon-Rules-Not-Found THEN
      EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL Mon-Rules-Not-Found
      READ Mon-Rules-File
        AT END
          MOVE "35" TO WS-Mon-Rules-Status
        NOT AT END
          MOVE SPACES TO WS-Card-Keyword
          MOVE SPACES TO WS-Card-Value
          UNSTRING MR-Line DELIMITED BY "="
            INTO WS-Card-Keyword WS-Card-Value
          END-UNSTRING
          PERFORM Parse-One-Rule-Card
      END-READ
    END-PERFORM.
    CLOSE Mon-Rules-File.
    IF WS-Near-Days = 0 THEN
      MOVE 1 TO WS-Near-Days
    END-IF.
    IF WS-Near-Count < 2 THEN
      MOVE 2 TO WS-Near-Count
    END-IF.

  *> One card. Anything unreadable is skipped with a WARN rather
  *> than silently misread.
  Parse-One-Rule-Card.
    IF FUNCTION TRIM(WS-Card-Keyword) = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-Numval-Check =
      FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-Card-Value)).
    IF WS-Numval-Check NOT = 0 THEN
      MOVE "WARN" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Large Transaction Monitoring: rule card " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Card-Keyword) DELIMITED BY SIZE
        " unreadable - skipped" DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      EXIT PARAGRAPH
    END-IF.

    EVALUATE FUNCTION TRIM(WS-Card-Keyword)
      WHEN "LTRLIMIT"
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Card-Value))
          TO WS-Ltr-Limit
      WHEN "NEARPCT"
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Card-Value))
          TO WS-Near-Pct
      WHEN "NEARCOUNT"
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Card-Value))
          TO WS-Near-Count
      WHEN "NEARDAYS"
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Card-Value))
          TO WS-Near-Days
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

  *> A rerun would put the day's items on a second return - refuse
  *> it.
  Check-Mon-Run-Control.
    OPEN INPUT Mon-Control-File.
    IF Mon-Control-Not-Found THEN
      EXIT PARAGRAPH
    END-IF.
    READ Mon-Control-File
      AT END
        CONTINUE
      NOT AT END
        IF MCF-Last-Run-Date = WS-Run-Date THEN
          CLOSE Mon-Control-File
          CLOSE Trans-Extract-File
          MOVE 414 TO WS-Error-Code
          MOVE SPACES TO WS-Error-Msg
          STRING
            "Large transaction monitoring for " DELIMITED BY SIZE
            WS-Run-Date DELIMITED BY SIZE
            " already run - rerun refused" DELIMITED BY SIZE
            INTO WS-Error-Msg
          END-STRING
          CALL "CloseWithError" USING WS-Error-Code WS-Error-Msg
            LK-Run-ID LK-Terminal-ID LK-Operator-ID
        END-IF
    END-READ.
    CLOSE Mon-Control-File.

  Record-Mon-Run.
    OPEN OUTPUT Mon-Control-File.
    MOVE WS-Run-Date TO MCF-Last-Run-Date.
    WRITE MCF-Line.
    CLOSE Mon-Control-File.

  *> One extract item: onto the return at or over the threshold,
  *> into the key's window count when just under it.
  Monitor-One-Item.
    MOVE TE-Line TO TX-Record.
    IF TX-Amount NOT NUMERIC THEN
      EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-Items-Read.
    COMPUTE WS-Item-Abs = FUNCTION ABS(TX-Amount).

    IF WS-Item-Abs NOT < WS-Ltr-Limit THEN
      PERFORM Report-One-Item
      EXIT PARAGRAPH
    END-IF.

    IF WS-Item-Abs NOT < WS-Near-Floor THEN
      *> An item already on the register (a rerun of the posting)
      *> is counted by the register scan - not twice.
      MOVE "N" TO WS-Already-Registered-Flag
      IF NOT Posted-Reg-Missing THEN
        MOVE TX-Key TO PR-Key
        MOVE TX-Date TO PR-Date
        MOVE TE-Line(19:11) TO PR-Amount-X
        READ Posted-Reg-File
          INVALID KEY
            CONTINUE
          NOT INVALID KEY
            MOVE "Y" TO WS-Already-Registered-Flag
        END-READ
      END-IF
      IF NOT Already-Registered THEN
        MOVE TX-Key TO WS-Item-Key
        MOVE TX-Date TO WS-Item-Date
        PERFORM Add-Near-Item
      END-IF
    END-IF.

  *> One D record on the return, one row on the transmission
  *> register, one line on the listing.
  Report-One-Item.
    ADD 1 TO WS-Return-Seq.
    ADD 1 TO WS-Items-Reported.
    ADD WS-Item-Abs TO WS-Return-Total.
    MOVE WS-Return-Seq TO RTD-Seq.
    MOVE TX-Key TO RTD-Key.
    MOVE TX-Date TO RTD-Date.
    IF TX-Value-Date = SPACES THEN
      MOVE TX-Date TO RTD-Value-Date
    ELSE
      MOVE TX-Value-Date TO RTD-Value-Date
    END-IF.
    MOVE WS-Item-Abs TO RTD-Amount.
    IF TX-Amount < 0 THEN
      MOVE "D" TO RTD-Sign
    ELSE
      MOVE "C" TO RTD-Sign
    END-IF.
    IF TX-Currency = SPACES THEN
      MOVE "GBP" TO RTD-Currency
    ELSE
      MOVE TX-Currency TO RTD-Currency
    END-IF.
    MOVE TX-Status TO RTD-Status.
    MOVE WS-Return-Detail TO RT-Line.
    WRITE RT-Line.

    MOVE SPACES TO WS-Xmit-File-Name.
    STRING
      FUNCTION TRIM(WS-Reg-Return-Path) DELIMITED BY SIZE
      " #" DELIMITED BY SIZE
      WS-Return-Seq DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      TX-Key DELIMITED BY SIZE
      INTO WS-Xmit-File-Name
    END-STRING.
    MOVE 1 TO WS-Xmit-Count.
    MOVE TX-Amount TO WS-Xmit-Checksum.
    CALL "WriteXmitReg" USING WS-Xmit-File-Name WS-Xmit-Count
      WS-Xmit-Checksum LK-Run-ID LK-Operator-ID.

    MOVE WS-Return-Seq TO MLI-Seq.
    MOVE TX-Key TO MLI-Key.
    MOVE TX-Date TO MLI-Date.
    MOVE TX-Amount TO MLI-Amount.
    MOVE RTD-Currency TO MLI-Currency.
    MOVE WS-Listing-Item TO ML-Line.
    WRITE ML-Line.

  *> Walks the register for the just-under items dated inside the
  *> window - everything posted on the days before today.
  Scan-Register-Window.
    MOVE LOW-VALUES TO PR-Reg-Key.
    START Posted-Reg-File KEY IS NOT LESS THAN PR-Reg-Key
      INVALID KEY
        EXIT PARAGRAPH
    END-START.
    MOVE "N" TO WS-Reg-At-End-Flag.
    PERFORM UNTIL Reg-At-End
      READ Posted-Reg-File NEXT
        AT END
          MOVE "Y" TO WS-Reg-At-End-Flag
        NOT AT END
          IF PR-Date NOT < WS-Window-Start
            AND PR-Date NOT > WS-Run-Date THEN
            MOVE PR-Amount-X TO WS-Reg-Amount-X
            IF WS-Reg-Amount NUMERIC THEN
              COMPUTE WS-Item-Abs = FUNCTION ABS(WS-Reg-Amount)
              IF WS-Item-Abs NOT < WS-Near-Floor
                AND WS-Item-Abs < WS-Ltr-Limit THEN
                MOVE PR-Key TO WS-Item-Key
                MOVE PR-Date TO WS-Item-Date
                PERFORM Add-Near-Item
              END-IF
            END-IF
          END-IF
      END-READ
    END-PERFORM.

  *> Counts a just-under item (WS-Item-Key/Date, WS-Item-Abs)
  *> against its key. Extract items are today's, so all fall inside
  *> the window.
  Add-Near-Item.
    MOVE "N" TO WS-Near-Found-Flag.
    PERFORM VARYING WS-Near-Idx FROM 1 BY 1
      UNTIL WS-Near-Idx > WS-Near-Used OR Near-Key-Found
      IF WS-Near-Key(WS-Near-Idx) = WS-Item-Key THEN
        MOVE "Y" TO WS-Near-Found-Flag
        ADD 1 TO WS-Near-Items(WS-Near-Idx)
        ADD WS-Item-Abs TO WS-Near-Total(WS-Near-Idx)
        IF WS-Item-Date < WS-Near-First(WS-Near-Idx) THEN
          MOVE WS-Item-Date TO WS-Near-First(WS-Near-Idx)
        END-IF
        IF WS-Item-Date > WS-Near-Last(WS-Near-Idx) THEN
          MOVE WS-Item-Date TO WS-Near-Last(WS-Near-Idx)
        END-IF
      END-IF
    END-PERFORM.
    IF Near-Key-Found THEN
      EXIT PARAGRAPH
    END-IF.
    IF WS-Near-Used NOT < 1000 THEN
      MOVE "Y" TO WS-Near-Full-Flag
      EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-Near-Used.
    MOVE WS-Item-Key TO WS-Near-Key(WS-Near-Used).
    MOVE 1 TO WS-Near-Items(WS-Near-Used).
    MOVE WS-Item-Abs TO WS-Near-Total(WS-Near-Used).
    MOVE WS-Item-Date TO WS-Near-First(WS-Near-Used).
    MOVE WS-Item-Date TO WS-Near-Last(WS-Near-Used).

  *> A key with enough just-under items goes on the case list - onto
  *> its open case if it already has one, else a new case.
  Raise-One-Case.
    IF WS-Near-Items(WS-Near-Idx) < WS-Near-Count THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Find-Open-Case.
    IF Open-Case-Found THEN
      MOVE WS-Near-Items(WS-Near-Idx) TO SX-Item-Count
      MOVE WS-Near-Total(WS-Near-Idx) TO SX-Item-Total
      MOVE WS-Near-First(WS-Near-Idx) TO SX-First-Date
      MOVE WS-Near-Last(WS-Near-Idx) TO SX-Last-Date
      MOVE LK-Run-ID TO SX-Last-Run
      REWRITE SX-Record
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          ADD 1 TO WS-Cases-Updated
      END-REWRITE
      MOVE "updated" TO MLC-Action
    ELSE
      MOVE WS-Near-Key(WS-Near-Idx) TO SX-Key
      MOVE WS-Run-Date TO SX-Opened
      MOVE WS-Near-Items(WS-Near-Idx) TO SX-Item-Count
      MOVE WS-Near-Total(WS-Near-Idx) TO SX-Item-Total
      MOVE WS-Near-First(WS-Near-Idx) TO SX-First-Date
      MOVE WS-Near-Last(WS-Near-Idx) TO SX-Last-Date
      MOVE LK-Run-ID TO SX-Last-Run
      MOVE "O" TO SX-State
      MOVE SPACE TO SX-Disposition
      MOVE SPACES TO SX-Disp-Note
      MOVE SPACES TO SX-Disp-By
      MOVE SPACES TO SX-Disp-Stamp
      WRITE SX-Record
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          ADD 1 TO WS-Cases-Opened
      END-WRITE
      MOVE "NEW CASE" TO MLC-Action
    END-IF.

    MOVE WS-Near-Key(WS-Near-Idx) TO MLC-Key.
    MOVE WS-Near-Items(WS-Near-Idx) TO MLC-Items.
    MOVE WS-Near-Total(WS-Near-Idx) TO MLC-Total.
    MOVE WS-Near-First(WS-Near-Idx) TO MLC-First.
    MOVE WS-Near-Last(WS-Near-Idx) TO MLC-Last.
    MOVE WS-Listing-Case TO ML-Line.
    WRITE ML-Line.

  *> Leaves the key's open case in the record area when it has one.
  Find-Open-Case.
    MOVE "N" TO WS-Case-Found-Flag.
    MOVE WS-Near-Key(WS-Near-Idx) TO SX-Key.
    MOVE LOW-VALUES TO SX-Opened.
    START Struct-Case-File KEY IS NOT LESS THAN SX-Case-Key
      INVALID KEY
        EXIT PARAGRAPH
    END-START.
    MOVE "N" TO WS-Case-At-End-Flag.
    PERFORM UNTIL Case-At-End OR Open-Case-Found
      READ Struct-Case-File NEXT
        AT END
          MOVE "Y" TO WS-Case-At-End-Flag
        NOT AT END
          IF SX-Key NOT = WS-Near-Key(WS-Near-Idx) THEN
            MOVE "Y" TO WS-Case-At-End-Flag
          ELSE
            IF SX-State = "O" THEN
              MOVE "Y" TO WS-Case-Found-Flag
            END-IF
          END-IF
      END-READ
    END-PERFORM.

  *> The investigator's queue: each open case in turn, oldest key
  *> first, until they stop or the list runs out. A disposition
  *> closes the case with their name on it.
  Work-Case-List.
    MOVE 0 TO WS-Cases-Worked.
    OPEN I-O Struct-Case-File.
    IF NOT Struct-Case-Opened-OK THEN
      MOVE "No case list on disk - run the monitoring first."
        TO WS-Mon-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE LOW-VALUES TO SX-Case-Key.
    START Struct-Case-File KEY IS NOT LESS THAN SX-Case-Key
      INVALID KEY
        MOVE "Y" TO WS-Case-At-End-Flag
      NOT INVALID KEY
        MOVE "N" TO WS-Case-At-End-Flag
    END-START.
    MOVE "N" TO WS-Work-Done-Flag.
    PERFORM UNTIL Case-At-End OR Work-Done
      READ Struct-Case-File NEXT
        AT END
          MOVE "Y" TO WS-Case-At-End-Flag
        NOT AT END
          IF SX-State = "O" THEN
            PERFORM Work-One-Case
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Struct-Case-File.

    MOVE SPACES TO WS-Mon-Result-Label.
    STRING
      "Cases disposed of this session: " DELIMITED BY SIZE
      WS-Cases-Worked DELIMITED BY SIZE
      INTO WS-Mon-Result-Label
    END-STRING.

  *> One case on the screen until it is disposed of, skipped, or
  *> the investigator stops.
  Work-One-Case.
    MOVE SPACE TO WS-Entry-Disposition.
    MOVE SPACES TO WS-Entry-Note.
    MOVE SPACES TO WS-Case-Msg.
    MOVE SPACE TO WS-Case-Choice.
    PERFORM UNTIL Case-Save OR Case-Skip OR Case-Quit
      DISPLAY SC-Mon-Case
      ACCEPT SC-Mon-Case
      IF Case-Save THEN
        IF NOT Valid-Disposition THEN
          MOVE "Disposition must be N, M, E or R." TO WS-Case-Msg
          MOVE SPACE TO WS-Case-Choice
        ELSE
          IF WS-Entry-Note = SPACES THEN
            MOVE "A note is required with the disposition."
              TO WS-Case-Msg
            MOVE SPACE TO WS-Case-Choice
          END-IF
        END-IF
      END-IF
      IF Case-Save AND WS-Operator-Auth-Level < 3 THEN
        PERFORM Refuse-Case-Disposition
      END-IF
    END-PERFORM.

    IF Case-Quit THEN
      MOVE "Y" TO WS-Work-Done-Flag
      EXIT PARAGRAPH
    END-IF.
    IF Case-Skip THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE "C" TO SX-State.
    MOVE WS-Entry-Disposition TO SX-Disposition.
    MOVE WS-Entry-Note TO SX-Disp-Note.
    MOVE LK-Operator-ID TO SX-Disp-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO SX-Disp-Stamp.
    REWRITE SX-Record
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        ADD 1 TO WS-Cases-Worked
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Structuring case " DELIMITED BY SIZE
          SX-Key DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          SX-Opened DELIMITED BY SIZE
          " disposed " DELIMITED BY SIZE
          SX-Disposition DELIMITED BY SIZE
          " by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          ": " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Entry-Note) DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-REWRITE.

  *> Closing a case decides whether it goes further - supervisor
  *> work. The attempt goes on the trail and the case stays open.
  Refuse-Case-Disposition.
    MOVE "Disposing of a case needs supervisor authority."
      TO WS-Case-Msg.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Structuring case " DELIMITED BY SIZE
      SX-Key DELIMITED BY SIZE
      "/" DELIMITED BY SIZE
      SX-Opened DELIMITED BY SIZE
      " disposition refused - " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " lacks authority" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.
    MOVE SPACE TO WS-Case-Choice.

END PROGRAM LargeTxn.
