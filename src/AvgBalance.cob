IDENTIFICATION DIVISION.
  PROGRAM-ID. AvgBalance.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> The end-of-night position snapshots Sort 'n' Report appends
      *> - one dated row per key per processing day.
      SELECT Snapshot-File ASSIGN TO WS-Snapshot-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Snapshot-Status.

      *> Business-day calendar maintained by CalMaint - says whether a
      *> day the snapshot missed was a holiday or a run that never
      *> happened.
      SELECT Calendar-File ASSIGN TO "Calendar.dat"
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS CAL-Date
      FILE STATUS WS-Calendar-Status.

      *> Live rates maintained by RateMaint - each key's average into
      *> GBP at today's rate.
      SELECT Exch-Rate-File ASSIGN TO "ExchRate.dat"
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS XR-Currency
      FILE STATUS WS-Exch-Rate-Status.

      *> The range's rows (and the opening day's), numbered by day of
      *> the range and pulled out for the sort.
      SELECT Bal-Work-File ASSIGN TO WS-Work-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Bal-Work-Status.

      *> Sort work file putting each key's days together in order -
      *> under FEED=ALL the snapshot holds one key-ordered block per
      *> feed per day.
      SELECT Bal-Sort-File ASSIGN TO "AvgBalance.wks".

      *> The report, and the per-key figures for the pricing team.
      SELECT Avg-Report-File ASSIGN TO WS-Avg-Report-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Avg-Report-Status.

      SELECT Avg-Csv-File ASSIGN TO WS-Avg-Csv-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Avg-Csv-Status.

      *> Control-card file for batch runs.
      SELECT Control-Card-File ASSIGN TO "CobAllCards.dat"
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Control-Card-Status.

DATA DIVISION.
  FILE SECTION.
    FD Snapshot-File.
      01 SN-Line.
        05 SN-Date PIC X(8).
        05 SN-Key PIC X(10).
        05 SN-Amount PIC S9(9)V99.
        05 SN-Status PIC X(1).
        05 SN-Currency PIC X(3).

    FD Calendar-File.
      COPY "CalRecord.cpy" REPLACING ==:PREFIX:== BY ==CAL==.

    FD Exch-Rate-File.
      COPY "RateRecord.cpy" REPLACING ==:PREFIX:== BY ==XR==.

    FD Bal-Work-File.
      01 BW-Line.
        05 BW-Key PIC X(10).
        *> 0 = the opening day (the last snapshot before the range),
        *> 1 = the range's first day, and so on.
        05 BW-Day PIC 9(3).
        05 BW-Amount PIC S9(9)V99.
        05 BW-Currency PIC X(3).

    SD Bal-Sort-File.
      01 BS-Record.
        05 BS-Key PIC X(10).
        05 BS-Day PIC 9(3).
        05 BS-Amount PIC S9(9)V99.
        05 BS-Currency PIC X(3).

    FD Avg-Report-File.
      01 AR-Line PIC X(132).

    FD Avg-Csv-File.
      01 AC-Line PIC X(132).

    FD Control-Card-File.
      01 CC-Card-Line PIC X(80).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.
    01 WS-Snapshot-Path PIC X(80) VALUE "Snapshot.dat".
    01 WS-Snapshot-Status PIC XX.
      88 Snapshot-Opened-OK VALUE "00".
      88 Snapshot-Not-Found VALUE "35".
    01 WS-Snap-At-End-Flag PIC X VALUE "N".
      88 Snapshot-At-End VALUE "Y".
    01 WS-Calendar-Status PIC XX.
      88 Calendar-Opened-OK VALUE "00".
    01 WS-Exch-Rate-Status PIC XX.
      88 Exch-Rate-Opened-OK VALUE "00".
    01 WS-Exch-Rate-Missing-Flag PIC A VALUE "N".
      88 Exch-Rate-Missing VALUE "Y".
    01 WS-Work-Path PIC X(80) VALUE "AvgBalance.wk1".
    01 WS-Bal-Work-Status PIC XX.
    01 WS-Avg-Report-Path PIC X(80) VALUE "AvgBalance.txt".
    01 WS-Avg-Report-Status PIC XX.
    01 WS-Avg-Csv-Path PIC X(80) VALUE "AvgBalance.csv".
    01 WS-Avg-Csv-Status PIC XX.
    01 WS-Delete-Status PIC S9(9) COMP-5.

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    *> Control-card parsing.
    01 WS-Control-Card-Status PIC XX.
      88 Control-Card-Not-Found VALUE "35".
    01 WS-Card-Keyword PIC X(20).
    01 WS-Card-Value PIC X(60).

    *> The range to average over - month to date unless told
    *> otherwise.
    01 WS-Today PIC X(8) VALUE SPACES.
    01 WS-Date-From PIC X(8) VALUE SPACES.
    01 WS-Date-From-Num REDEFINES WS-Date-From PIC 9(8).
    01 WS-Date-To PIC X(8) VALUE SPACES.
    01 WS-Date-To-Num REDEFINES WS-Date-To PIC 9(8).
    01 WS-From-Int PIC 9(7) VALUE 0.
    01 WS-To-Int PIC 9(7) VALUE 0.
    01 WS-Range-Days PIC 9(3) VALUE 0.

    *> The range a day to an entry - whether Sort 'n' Report took a
    *> snapshot that day, and whether the calendar had it closed.
    *> A day with no calendar row (or no calendar at all) counts as
    *> open, the same tolerance as the batch gate.
    01 WS-Day-Table.
      05 WS-Day-Entry OCCURS 366 TIMES.
        10 WS-Day-Date PIC X(8).
        10 WS-Day-Snapped PIC A.
        10 WS-Day-Holiday PIC A.
    01 WS-Day-Idx PIC 9(3) VALUE 0.
    01 WS-Day-Work-Int PIC 9(7) VALUE 0.
    01 WS-Day-Work-Num PIC 9(8) VALUE 0.
    01 WS-Snapshot-Days PIC 9(3) VALUE 0.
    01 WS-Holiday-Days PIC 9(3) VALUE 0.
    01 WS-Gap-Days PIC 9(3) VALUE 0.

    *> The last snapshot day before the range - its positions are
    *> what the range's first days carry until a snapshot is taken.
    01 WS-Opening-Date PIC X(8) VALUE SPACES.

    *> Snapshot rows arrive a day at a time, so the day's place in
    *> the range is only worked out when the date changes.
    01 WS-Row-Date PIC X(8) VALUE SPACES.
    01 WS-Row-Date-Num REDEFINES WS-Row-Date PIC 9(8).
    01 WS-Row-Day PIC S9(7) VALUE 0.
    01 WS-Rows-Read PIC 9(7) VALUE 0.
    01 WS-Rows-Used PIC 9(7) VALUE 0.

    *> The key being averaged, walked a day at a time. The day being
    *> gathered can take more than one row (a key on two feeds'
    *> masters), so it only counts once the next day turns up.
    01 WS-Key-Open-Flag PIC A VALUE "N".
      88 Key-Open VALUE "Y".
    01 WS-Cur-Key PIC X(10) VALUE SPACES.
    01 WS-Cur-Currency PIC X(3) VALUE SPACES.
    01 WS-Cur-Day PIC 9(3) VALUE 0.
    01 WS-Cur-Day-Bal PIC S9(11)V99 VALUE 0.
    01 WS-Next-Day PIC 9(3) VALUE 0.
    01 WS-Carried PIC S9(11)V99 VALUE 0.
    01 WS-Day-Bal PIC S9(11)V99 VALUE 0.
    01 WS-Days-Taken PIC 9(3) VALUE 0.
    01 WS-Key-Sum PIC S9(15)V99 VALUE 0.
    01 WS-Key-High PIC S9(11)V99 VALUE 0.
    01 WS-Key-Low PIC S9(11)V99 VALUE 0.
    01 WS-Key-Debit-Days PIC 9(3) VALUE 0.
    01 WS-Key-Average PIC S9(11)V99 VALUE 0.
    01 WS-Key-Avg-GBP PIC S9(11)V99 VALUE 0.
    01 WS-Key-No-Rate-Flag PIC A VALUE "N".
      88 Key-No-Rate VALUE "Y".
    01 WS-Rate-Work PIC 9(3)V9(6) VALUE 0.

    *> Averages rolled up by branch and currency, collected as they
    *> are first seen - keys arrive in key order, so a branch's rows
    *> sit together.
    01 WS-Roll-Table.
      05 WS-Roll-Entry OCCURS 200 TIMES.
        10 WS-RT-Branch PIC X(4).
        10 WS-RT-Currency PIC X(3).
        10 WS-RT-Keys PIC 9(7).
        10 WS-RT-Debit-Keys PIC 9(7).
        10 WS-RT-Average PIC S9(13)V99.
        10 WS-RT-GBP PIC S9(13)V99.
    01 WS-RT-Used PIC 9(3) VALUE 0.
    01 WS-RT-Idx PIC 9(3) VALUE 0.
    01 WS-RT-Found-Flag PIC A VALUE "N".
      88 Roll-Found VALUE "Y".
    01 WS-Roll-Overflow PIC 9(7) VALUE 0.
    01 WS-Branch-GBP PIC S9(13)V99 VALUE 0.
    01 WS-Total-GBP PIC S9(15)V99 VALUE 0.
    01 WS-Prev-Branch PIC X(4) VALUE SPACES.

    01 WS-Keys-Reported PIC 9(7) VALUE 0.
    01 WS-Keys-In-Debit PIC 9(7) VALUE 0.
    01 WS-Keys-Unconverted PIC 9(7) VALUE 0.

    *> Report lines.
    01 WS-Avg-Heading.
      05 FILLER PIC X(12) VALUE "Key".
      05 FILLER PIC X(5) VALUE "Ccy".
      05 FILLER PIC X(19) VALUE "    Average".
      05 FILLER PIC X(19) VALUE "    High".
      05 FILLER PIC X(19) VALUE "    Low".
      05 FILLER PIC X(7) VALUE "Debit".
      05 FILLER PIC X(19) VALUE "    Average GBP".
    01 WS-Avg-Detail.
      05 AD-Key PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 AD-Currency PIC X(3).
      05 FILLER PIC X(2) VALUE SPACES.
      05 AD-Average PIC Z,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(2) VALUE SPACES.
      05 AD-High PIC Z,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(2) VALUE SPACES.
      05 AD-Low PIC Z,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(2) VALUE SPACES.
      05 AD-Debit-Days PIC ZZ9.
      05 FILLER PIC X(4) VALUE SPACES.
      05 AD-Avg-GBP PIC Z,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(2) VALUE SPACES.
      05 AD-Note PIC X(7).
    01 WS-Roll-Heading.
      05 FILLER PIC X(8) VALUE "Branch".
      05 FILLER PIC X(5) VALUE "Ccy".
      05 FILLER PIC X(9) VALUE "   Keys".
      05 FILLER PIC X(10) VALUE "In debit".
      05 FILLER PIC X(23) VALUE "   Average balance".
      05 FILLER PIC X(23) VALUE "       In GBP".
    01 WS-Roll-Line.
      05 RL-Branch PIC X(6).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RL-Currency PIC X(3).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RL-Keys PIC ZZZ,ZZ9.
      05 FILLER PIC X(2) VALUE SPACES.
      05 RL-Debit-Keys PIC ZZZ,ZZ9.
      05 FILLER PIC X(3) VALUE SPACES.
      05 RL-Average PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(2) VALUE SPACES.
      05 RL-GBP PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    01 WS-Gbp-Total-Line.
      05 GT-Label PIC X(40).
      05 FILLER PIC X(23) VALUE SPACES.
      05 GT-GBP PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    01 WS-Count-Text PIC ZZZ,ZZ9.
    01 WS-Day-Text PIC ZZ9.

    *> CSV line-building area.
    01 WS-Csv-Average PIC -(11)9.99.
    01 WS-Csv-High PIC -(11)9.99.
    01 WS-Csv-Low PIC -(11)9.99.
    01 WS-Csv-Avg-GBP PIC -(11)9.99.
    01 WS-Csv-Days PIC ZZ9.
    01 WS-Csv-Debit-Days PIC ZZ9.
    01 WS-Csv-No-Rate PIC X(1).

    01 WS-None-Label PIC X(60) VALUE SPACES.

    *> The operator's data scope - snapshot rows on branches outside
    *> it are left off an interactive run, counted, and the count
    *> audited once for the run (a head-office profile, or batch,
    *> sees all).
    01 WS-Access-Silent PIC X(20) VALUE SPACES.
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".
    01 WS-Rows-Withheld PIC 9(7) VALUE 0.
    01 WS-Audit-Message PIC X(80).

    *> Elapsed/run-history row.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "AVGBAL".
    01 WS-RH-End-Status PIC X(4) VALUE SPACES.
    01 WS-RH-Zero PIC 9(7) VALUE 0.

    01 WS-Log-Level PIC A(4).
    01 WS-Log-Message PIC X(80).
    01 WS-Log-Write-Status PIC XX.

  *> Subroutine Parameters
  LINKAGE SECTION.
    01 LK-Run-ID PIC X(14).
    01 LK-Terminal-ID PIC X(8).
    01 LK-Operator-ID PIC X(8).

  SCREEN SECTION.
    COPY "AvgBalanceScr.cpy". *> Average Daily Balance screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  AvgBalanceMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Average Daily Balance selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> The session loop re-CALLs this program in one run unit, so
    *> the VALUE clauses only ever ran once - reset the tallies.
    MOVE 0 TO WS-Rows-Read.
    MOVE 0 TO WS-Rows-Used.
    MOVE 0 TO WS-Rows-Withheld.
    MOVE 0 TO WS-Snapshot-Days.
    MOVE 0 TO WS-Holiday-Days.
    MOVE 0 TO WS-Gap-Days.
    MOVE 0 TO WS-RT-Used.
    MOVE 0 TO WS-Roll-Overflow.
    MOVE 0 TO WS-Keys-Reported.
    MOVE 0 TO WS-Keys-In-Debit.
    MOVE 0 TO WS-Keys-Unconverted.
    MOVE 0 TO WS-Total-GBP.
    MOVE SPACES TO WS-Opening-Date.
    MOVE SPACES TO WS-None-Label.
    MOVE "N" TO WS-Key-Open-Flag.

    *> The report and work files follow the session's qualification
    *> like the snapshot itself - a training or company run must
    *> not overwrite the shared live report.
    MOVE "Snapshot.dat" TO WS-Snapshot-Path.
    MOVE "AvgBalance.wk1" TO WS-Work-Path.
    MOVE "AvgBalance.txt" TO WS-Avg-Report-Path.
    MOVE "AvgBalance.csv" TO WS-Avg-Csv-Path.
    CALL "ResolveDataPath" USING WS-Snapshot-Path.
    CALL "ResolveDataPath" USING WS-Work-Path.
    CALL "ResolveDataPath" USING WS-Avg-Report-Path.
    CALL "ResolveDataPath" USING WS-Avg-Csv-Path.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
    MOVE WS-Today TO WS-Date-From.
    MOVE "01" TO WS-Date-From(7:2).
    MOVE WS-Today TO WS-Date-To.

    IF Batch-Mode-Active THEN
      PERFORM ReadControlCards
    ELSE
      DISPLAY SC-Avg-Menu
      ACCEPT SC-Avg-Menu
    END-IF.

    PERFORM Check-Range.
    IF WS-None-Label NOT = SPACES THEN
      PERFORM Report-Nothing-To-Do
      GOBACK
    END-IF.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.

    PERFORM Build-Day-Table.
    PERFORM Find-Snapshot-Days.
    IF WS-None-Label NOT = SPACES THEN
      PERFORM Report-Nothing-To-Do
      GOBACK
    END-IF.

    PERFORM Extract-Range-Rows.
    PERFORM Audit-Rows-Withheld.
    IF WS-Rows-Used = 0 THEN
      MOVE "(no snapshot rows for your branches over that range)"
        TO WS-None-Label
      PERFORM Tidy-Work-Files
      PERFORM Report-Nothing-To-Do
      GOBACK
    END-IF.

    MOVE "N" TO WS-Exch-Rate-Missing-Flag.
    OPEN INPUT Exch-Rate-File.
    IF NOT Exch-Rate-Opened-OK THEN
      MOVE "Y" TO WS-Exch-Rate-Missing-Flag
    END-IF.

    OPEN OUTPUT Avg-Report-File.
    OPEN OUTPUT Avg-Csv-File.
    PERFORM Write-Report-Heading.

    *> Each key's days in order, the averages written as each key
    *> is finished.
    SORT Bal-Sort-File
      ON ASCENDING KEY BS-Key BS-Day
      USING Bal-Work-File
      OUTPUT PROCEDURE IS Average-Each-Key.

    PERFORM Write-Range-Notes.
    PERFORM Write-Rollup.
    PERFORM Note-Rows-Withheld.
    CLOSE Avg-Report-File.
    CLOSE Avg-Csv-File.
    IF NOT Exch-Rate-Missing THEN
      CLOSE Exch-Rate-File
    END-IF.
    PERFORM Tidy-Work-Files.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

    *> An open day with no snapshot means the averages lean on a
    *> carried balance where a real one should have been - flag the
    *> run so it shows on the history.
    IF WS-Gap-Days > 0 THEN
      MOVE "WARN" TO WS-Log-Level
      MOVE "WARN" TO WS-RH-End-Status
    ELSE
      MOVE "INF" TO WS-Log-Level
      MOVE "OK" TO WS-RH-End-Status
    END-IF.
    MOVE WS-Gap-Days TO WS-Day-Text.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Average Daily Balance " DELIMITED BY SIZE
      WS-Date-From DELIMITED BY SIZE
      "-" DELIMITED BY SIZE
      WS-Date-To DELIMITED BY SIZE
      " - " DELIMITED BY SIZE
      WS-Keys-Reported DELIMITED BY SIZE
      " key(s), " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Day-Text) DELIMITED BY SIZE
      " unsnapped open day(s)" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.
    MOVE WS-Log-Message TO WS-Audit-Message.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    CALL "WriteRunHistory" USING WS-RH-Function WS-Rows-Read
      WS-Keys-Reported WS-Keys-In-Debit WS-Keys-Unconverted
      WS-Elapsed-Seconds WS-RH-End-Status LK-Run-ID LK-Terminal-ID
      LK-Operator-ID.

    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Avg-Done
      ACCEPT OMITTED
    END-IF.

    GOBACK.

  *> Real dates, in order, no more than the day table holds, and no
  *> later than today - the snapshot can't know tomorrow's balance.
  Check-Range.
    EVALUATE TRUE
      WHEN WS-Date-From NOT NUMERIC OR WS-Date-To NOT NUMERIC
        MOVE "Range dates must be real dates, YYYYMMDD."
          TO WS-None-Label
      WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-Date-From-Num) NOT = 0
        OR FUNCTION TEST-DATE-YYYYMMDD(WS-Date-To-Num) NOT = 0
        MOVE "Range dates must be real dates, YYYYMMDD."
          TO WS-None-Label
      WHEN WS-Date-To < WS-Date-From
        MOVE "The range ends before it starts." TO WS-None-Label
      WHEN WS-Date-To > WS-Today
        MOVE "The range may not end after today." TO WS-None-Label
    END-EVALUATE.
    IF WS-None-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    COMPUTE WS-From-Int = FUNCTION INTEGER-OF-DATE(WS-Date-From-Num).
    COMPUTE WS-To-Int = FUNCTION INTEGER-OF-DATE(WS-Date-To-Num).
    IF WS-To-Int - WS-From-Int + 1 > 366 THEN
      MOVE "The range may not run past 366 days." TO WS-None-Label
      EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-Range-Days = WS-To-Int - WS-From-Int + 1.

  *> Lays out the range a day at a time, marking the calendar's
  *> holidays.
  Build-Day-Table.
    OPEN INPUT Calendar-File.
    PERFORM VARYING WS-Day-Idx FROM 1 BY 1
      UNTIL WS-Day-Idx > WS-Range-Days
      COMPUTE WS-Day-Work-Int = WS-From-Int + WS-Day-Idx - 1
      COMPUTE WS-Day-Work-Num =
        FUNCTION DATE-OF-INTEGER(WS-Day-Work-Int)
      MOVE WS-Day-Work-Num TO WS-Day-Date(WS-Day-Idx)
      MOVE "N" TO WS-Day-Snapped(WS-Day-Idx)
      MOVE "N" TO WS-Day-Holiday(WS-Day-Idx)
      IF Calendar-Opened-OK THEN
        MOVE WS-Day-Date(WS-Day-Idx) TO CAL-Date
        READ Calendar-File
          INVALID KEY
            CONTINUE
          NOT INVALID KEY
            IF CAL-Open-Flag = "H" THEN
              MOVE "Y" TO WS-Day-Holiday(WS-Day-Idx)
            END-IF
        END-READ
      END-IF
    END-PERFORM.
    IF Calendar-Opened-OK THEN
      CLOSE Calendar-File
    END-IF.

  *> First pass: which days of the range have a snapshot at all (of
  *> any branch - a day is snapped or it isn't), and the last
  *> snapshot day before the range to open on. Then the days with
  *> none are counted - holidays are expected, an open day isn't.
  Find-Snapshot-Days.
    OPEN INPUT Snapshot-File.
    IF NOT Snapshot-Opened-OK THEN
      MOVE "(no position snapshots - run Sort 'n' Report)"
        TO WS-None-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-Row-Date.
    MOVE "N" TO WS-Snap-At-End-Flag.
    PERFORM UNTIL Snapshot-At-End
      READ Snapshot-File
        AT END
          MOVE "Y" TO WS-Snap-At-End-Flag
        NOT AT END
          IF SN-Date NOT = WS-Row-Date THEN
            PERFORM Place-Row-Date
            IF WS-Row-Day > 0 THEN
              MOVE "Y" TO WS-Day-Snapped(WS-Row-Day)
            END-IF
            IF WS-Row-Day = 0 AND SN-Date > WS-Opening-Date THEN
              MOVE SN-Date TO WS-Opening-Date
            END-IF
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Snapshot-File.

    PERFORM VARYING WS-Day-Idx FROM 1 BY 1
      UNTIL WS-Day-Idx > WS-Range-Days
      EVALUATE TRUE
        WHEN WS-Day-Snapped(WS-Day-Idx) = "Y"
          ADD 1 TO WS-Snapshot-Days
        WHEN WS-Day-Holiday(WS-Day-Idx) = "Y"
          ADD 1 TO WS-Holiday-Days
        WHEN OTHER
          ADD 1 TO WS-Gap-Days
      END-EVALUATE
    END-PERFORM.

    IF WS-Snapshot-Days = 0 AND WS-Opening-Date = SPACES THEN
      MOVE "(no snapshot rows on or before that range)"
        TO WS-None-Label
    END-IF.

  *> Where the row's date falls: its day of the range, 0 before the
  *> range, -1 after it (or not a date at all).
  Place-Row-Date.
    MOVE SN-Date TO WS-Row-Date.
    EVALUATE TRUE
      WHEN WS-Row-Date NOT NUMERIC
        MOVE -1 TO WS-Row-Day
      WHEN WS-Row-Date > WS-Date-To
        MOVE -1 TO WS-Row-Day
      WHEN WS-Row-Date < WS-Date-From
        MOVE 0 TO WS-Row-Day
      WHEN OTHER
        COMPUTE WS-Row-Day =
          FUNCTION INTEGER-OF-DATE(WS-Row-Date-Num) - WS-From-Int + 1
    END-EVALUATE.

  *> Second pass: the opening day's rows and the range's, each with
  *> its day number, into the work file for the sort. A row outside
  *> the operator's branches is left out and counted.
  Extract-Range-Rows.
    OPEN INPUT Snapshot-File.
    OPEN OUTPUT Bal-Work-File.
    MOVE SPACES TO WS-Row-Date.
    MOVE "N" TO WS-Snap-At-End-Flag.
    PERFORM UNTIL Snapshot-At-End
      READ Snapshot-File
        AT END
          MOVE "Y" TO WS-Snap-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Rows-Read
          IF SN-Date NOT = WS-Row-Date THEN
            PERFORM Place-Row-Date
            IF WS-Row-Day = 0 AND SN-Date NOT = WS-Opening-Date THEN
              MOVE -1 TO WS-Row-Day
            END-IF
          END-IF
          IF WS-Row-Day NOT < 0 THEN
            PERFORM Take-Range-Row
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Snapshot-File.
    CLOSE Bal-Work-File.

  Take-Range-Row.
    CALL "BranchAccess" USING SN-Key WS-Access-Silent
      LK-Run-ID LK-Operator-ID WS-Access-Result.
    IF NOT Access-Permitted THEN
      ADD 1 TO WS-Rows-Withheld
      EXIT PARAGRAPH
    END-IF.
    MOVE SN-Key TO BW-Key.
    MOVE WS-Row-Day TO BW-Day.
    MOVE SN-Amount TO BW-Amount.
    MOVE SN-Currency TO BW-Currency.
    WRITE BW-Line.
    ADD 1 TO WS-Rows-Used.

  *> The sort's output side - a control break on the key.
  Average-Each-Key.
    MOVE "N" TO WS-Key-Open-Flag.
    PERFORM UNTIL 1 = 2
      RETURN Bal-Sort-File
        AT END
          EXIT PERFORM
        NOT AT END
          PERFORM Take-Sorted-Row
      END-RETURN
    END-PERFORM.
    IF Key-Open THEN
      PERFORM Finish-Key
    END-IF.

  *> A row for the day being gathered adds to it (the key on more
  *> than one feed's master); a later day closes it, and the days
  *> between - on which this key had no row - are walked first.
  Take-Sorted-Row.
    IF Key-Open AND BS-Key NOT = WS-Cur-Key THEN
      PERFORM Finish-Key
    END-IF.
    IF NOT Key-Open THEN
      PERFORM Start-Key
    END-IF.
    MOVE BS-Currency TO WS-Cur-Currency.
    IF BS-Day = WS-Cur-Day THEN
      ADD BS-Amount TO WS-Cur-Day-Bal
      EXIT PARAGRAPH
    END-IF.
    PERFORM Close-Current-Day.
    PERFORM Take-Missing-Day
      VARYING WS-Day-Idx FROM WS-Next-Day BY 1
      UNTIL WS-Day-Idx NOT < BS-Day.
    MOVE BS-Day TO WS-Cur-Day.
    MOVE BS-Amount TO WS-Cur-Day-Bal.

  *> A key opens on a nil balance - a key with no row on the opening
  *> day hadn't been booked yet.
  Start-Key.
    MOVE "Y" TO WS-Key-Open-Flag.
    MOVE BS-Key TO WS-Cur-Key.
    MOVE 0 TO WS-Cur-Day.
    MOVE 0 TO WS-Cur-Day-Bal.
    MOVE 0 TO WS-Carried.
    MOVE 1 TO WS-Next-Day.
    MOVE 0 TO WS-Days-Taken.
    MOVE 0 TO WS-Key-Sum.
    MOVE 0 TO WS-Key-High.
    MOVE 0 TO WS-Key-Low.
    MOVE 0 TO WS-Key-Debit-Days.

  *> The opening day only sets what the range carries in; a day of
  *> the range counts.
  Close-Current-Day.
    IF WS-Cur-Day = 0 THEN
      MOVE WS-Cur-Day-Bal TO WS-Carried
    ELSE
      MOVE WS-Cur-Day-Bal TO WS-Day-Bal
      PERFORM Take-Day-Balance
    END-IF.
    COMPUTE WS-Next-Day = WS-Cur-Day + 1.

  *> A day this key had no row: on a snapshot day the key wasn't on
  *> the master, so nil; on a day with no snapshot, the day before's
  *> balance carries.
  Take-Missing-Day.
    IF WS-Day-Snapped(WS-Day-Idx) = "Y" THEN
      MOVE 0 TO WS-Day-Bal
    ELSE
      MOVE WS-Carried TO WS-Day-Bal
    END-IF.
    PERFORM Take-Day-Balance.

  Take-Day-Balance.
    MOVE WS-Day-Bal TO WS-Carried.
    ADD WS-Day-Bal TO WS-Key-Sum.
    ADD 1 TO WS-Days-Taken.
    IF WS-Days-Taken = 1 THEN
      MOVE WS-Day-Bal TO WS-Key-High
      MOVE WS-Day-Bal TO WS-Key-Low
    END-IF.
    IF WS-Day-Bal > WS-Key-High THEN
      MOVE WS-Day-Bal TO WS-Key-High
    END-IF.
    IF WS-Day-Bal < WS-Key-Low THEN
      MOVE WS-Day-Bal TO WS-Key-Low
    END-IF.
    IF WS-Day-Bal < 0 THEN
      ADD 1 TO WS-Key-Debit-Days
    END-IF.

  *> Walks the key to the range's end, then writes its figures to
  *> the report, the CSV and its branch and currency.
  Finish-Key.
    PERFORM Close-Current-Day.
    PERFORM Take-Missing-Day
      VARYING WS-Day-Idx FROM WS-Next-Day BY 1
      UNTIL WS-Day-Idx > WS-Range-Days.
    MOVE "N" TO WS-Key-Open-Flag.

    COMPUTE WS-Key-Average ROUNDED = WS-Key-Sum / WS-Range-Days.
    PERFORM Convert-To-GBP.
    ADD 1 TO WS-Keys-Reported.
    IF WS-Key-Debit-Days > 0 THEN
      ADD 1 TO WS-Keys-In-Debit
    END-IF.
    ADD WS-Key-Avg-GBP TO WS-Total-GBP.

    MOVE WS-Cur-Key TO AD-Key.
    MOVE WS-Cur-Currency TO AD-Currency.
    MOVE WS-Key-Average TO AD-Average.
    MOVE WS-Key-High TO AD-High.
    MOVE WS-Key-Low TO AD-Low.
    MOVE WS-Key-Debit-Days TO AD-Debit-Days.
    MOVE WS-Key-Avg-GBP TO AD-Avg-GBP.
    MOVE SPACES TO AD-Note.
    IF Key-No-Rate THEN
      MOVE "NO RATE" TO AD-Note
    END-IF.
    MOVE WS-Avg-Detail TO AR-Line.
    WRITE AR-Line.

    PERFORM Write-Csv-Line.
    PERFORM Roll-Up-Key.

  *> The average into GBP at the live rate. No rate leaves the native
  *> amount in the GBP column, flagged, the way the converted reports
  *> do.
  Convert-To-GBP.
    MOVE "N" TO WS-Key-No-Rate-Flag.
    IF WS-Cur-Currency = "GBP" OR WS-Cur-Currency = SPACES THEN
      MOVE WS-Key-Average TO WS-Key-Avg-GBP
      EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO WS-Rate-Work.
    IF NOT Exch-Rate-Missing THEN
      MOVE WS-Cur-Currency TO XR-Currency
      READ Exch-Rate-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE XR-Rate TO WS-Rate-Work
      END-READ
    END-IF.
    IF WS-Rate-Work = 0 THEN
      MOVE WS-Key-Average TO WS-Key-Avg-GBP
      MOVE "Y" TO WS-Key-No-Rate-Flag
      ADD 1 TO WS-Keys-Unconverted
    ELSE
      COMPUTE WS-Key-Avg-GBP ROUNDED = WS-Key-Average * WS-Rate-Work
    END-IF.

  Write-Csv-Line.
    MOVE WS-Key-Average TO WS-Csv-Average.
    MOVE WS-Key-High TO WS-Csv-High.
    MOVE WS-Key-Low TO WS-Csv-Low.
    MOVE WS-Key-Avg-GBP TO WS-Csv-Avg-GBP.
    MOVE WS-Range-Days TO WS-Csv-Days.
    MOVE WS-Key-Debit-Days TO WS-Csv-Debit-Days.
    MOVE SPACE TO WS-Csv-No-Rate.
    IF Key-No-Rate THEN
      MOVE "Y" TO WS-Csv-No-Rate
    END-IF.
    MOVE SPACES TO AC-Line.
    STRING
      FUNCTION TRIM(WS-Cur-Key) DELIMITED BY SIZE
      "," DELIMITED BY SIZE
      WS-Cur-Key(1:4) DELIMITED BY SIZE
      "," DELIMITED BY SIZE
      FUNCTION TRIM(WS-Cur-Currency) DELIMITED BY SIZE
      "," DELIMITED BY SIZE
      FUNCTION TRIM(WS-Csv-Days) DELIMITED BY SIZE
      "," DELIMITED BY SIZE
      FUNCTION TRIM(WS-Csv-Average) DELIMITED BY SIZE
      "," DELIMITED BY SIZE
      FUNCTION TRIM(WS-Csv-High) DELIMITED BY SIZE
      "," DELIMITED BY SIZE
      FUNCTION TRIM(WS-Csv-Low) DELIMITED BY SIZE
      "," DELIMITED BY SIZE
      FUNCTION TRIM(WS-Csv-Debit-Days) DELIMITED BY SIZE
      "," DELIMITED BY SIZE
      FUNCTION TRIM(WS-Csv-Avg-GBP) DELIMITED BY SIZE
      "," DELIMITED BY SIZE
      WS-Csv-No-Rate DELIMITED BY SIZE
      INTO AC-Line
    END-STRING.
    WRITE AC-Line.

  *> Into the key's branch and currency - the same first-seen table
  *> idiom as the movements report's branch totals.
  Roll-Up-Key.
    MOVE "N" TO WS-RT-Found-Flag.
    PERFORM VARYING WS-RT-Idx FROM 1 BY 1
      UNTIL WS-RT-Idx > WS-RT-Used OR Roll-Found
      IF WS-RT-Branch(WS-RT-Idx) = WS-Cur-Key(1:4)
        AND WS-RT-Currency(WS-RT-Idx) = WS-Cur-Currency THEN
        MOVE "Y" TO WS-RT-Found-Flag
      END-IF
    END-PERFORM.
    IF Roll-Found THEN
      SUBTRACT 1 FROM WS-RT-Idx
    ELSE
      IF WS-RT-Used < 200 THEN
        ADD 1 TO WS-RT-Used
        MOVE WS-RT-Used TO WS-RT-Idx
        MOVE WS-Cur-Key(1:4) TO WS-RT-Branch(WS-RT-Idx)
        MOVE WS-Cur-Currency TO WS-RT-Currency(WS-RT-Idx)
        MOVE 0 TO WS-RT-Keys(WS-RT-Idx)
        MOVE 0 TO WS-RT-Debit-Keys(WS-RT-Idx)
        MOVE 0 TO WS-RT-Average(WS-RT-Idx)
        MOVE 0 TO WS-RT-GBP(WS-RT-Idx)
      ELSE
        ADD 1 TO WS-Roll-Overflow
        EXIT PARAGRAPH
      END-IF
    END-IF.
    ADD 1 TO WS-RT-Keys(WS-RT-Idx).
    IF WS-Key-Debit-Days > 0 THEN
      ADD 1 TO WS-RT-Debit-Keys(WS-RT-Idx)
    END-IF.
    ADD WS-Key-Average TO WS-RT-Average(WS-RT-Idx).
    ADD WS-Key-Avg-GBP TO WS-RT-GBP(WS-RT-Idx).

  Write-Report-Heading.
    MOVE WS-Range-Days TO WS-Day-Text.
    MOVE SPACES TO AR-Line.
    STRING
      "Average daily balance " DELIMITED BY SIZE
      WS-Date-From DELIMITED BY SIZE
      " to " DELIMITED BY SIZE
      WS-Date-To DELIMITED BY SIZE
      " - " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Day-Text) DELIMITED BY SIZE
      " day(s)   run " DELIMITED BY SIZE
      WS-Today DELIMITED BY SIZE
      INTO AR-Line
    END-STRING.
    WRITE AR-Line.
    MOVE SPACES TO AR-Line.
    STRING
      "(each key in its own currency, GBP at today's rate; a day "
        DELIMITED BY SIZE
      "with no snapshot carries the day before's balance)"
        DELIMITED BY SIZE
      INTO AR-Line
    END-STRING.
    WRITE AR-Line.
    MOVE SPACES TO AR-Line.
    WRITE AR-Line.
    MOVE WS-Avg-Heading TO AR-Line.
    WRITE AR-Line.

    MOVE SPACES TO AC-Line.
    STRING
      "Key,Branch,Currency,Days,Average Balance,High Balance,"
        DELIMITED BY SIZE
      "Low Balance,Days in Debit,Average GBP,No Rate" DELIMITED BY SIZE
      INTO AC-Line
    END-STRING.
    WRITE AC-Line.

  *> What the averages rest on: how many of the range's days had a
  *> snapshot, and how the rest were carried.
  Write-Range-Notes.
    MOVE SPACES TO AR-Line.
    WRITE AR-Line.
    MOVE SPACES TO AR-Line.
    MOVE WS-Snapshot-Days TO WS-Day-Text.
    STRING
      "Snapshot days: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Day-Text) DELIMITED BY SIZE
      INTO AR-Line
    END-STRING.
    MOVE WS-Holiday-Days TO WS-Day-Text.
    STRING
      FUNCTION TRIM(AR-Line) DELIMITED BY SIZE
      "   holidays carried: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Day-Text) DELIMITED BY SIZE
      INTO AR-Line
    END-STRING.
    WRITE AR-Line.
    IF WS-Gap-Days > 0 THEN
      MOVE WS-Gap-Days TO WS-Day-Text
      MOVE SPACES TO AR-Line
      STRING
        "** " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Day-Text) DELIMITED BY SIZE
        " open day(s) with no snapshot - the day before's balance "
          DELIMITED BY SIZE
        "was carried" DELIMITED BY SIZE
        INTO AR-Line
      END-STRING
      WRITE AR-Line
    END-IF.
    IF WS-Opening-Date = SPACES
      AND WS-Day-Snapped(1) NOT = "Y" THEN
      MOVE SPACES TO AR-Line
      STRING
        "No snapshot before the range - its days before the first "
          DELIMITED BY SIZE
        "snapshot count as a nil balance" DELIMITED BY SIZE
        INTO AR-Line
      END-STRING
      WRITE AR-Line
    END-IF.

  *> The branch and currency rollup, a GBP total per branch and for
  *> the run.
  Write-Rollup.
    MOVE SPACES TO AR-Line.
    WRITE AR-Line.
    MOVE "Average balances by branch and currency:" TO AR-Line.
    WRITE AR-Line.
    MOVE WS-Roll-Heading TO AR-Line.
    WRITE AR-Line.
    MOVE SPACES TO WS-Prev-Branch.
    MOVE 0 TO WS-Branch-GBP.
    PERFORM VARYING WS-RT-Idx FROM 1 BY 1
      UNTIL WS-RT-Idx > WS-RT-Used
      IF WS-RT-Branch(WS-RT-Idx) NOT = WS-Prev-Branch
        AND WS-RT-Idx > 1 THEN
        PERFORM Write-Branch-Total
      END-IF
      MOVE WS-RT-Branch(WS-RT-Idx) TO WS-Prev-Branch
      MOVE WS-RT-Branch(WS-RT-Idx) TO RL-Branch
      MOVE WS-RT-Currency(WS-RT-Idx) TO RL-Currency
      MOVE WS-RT-Keys(WS-RT-Idx) TO RL-Keys
      MOVE WS-RT-Debit-Keys(WS-RT-Idx) TO RL-Debit-Keys
      MOVE WS-RT-Average(WS-RT-Idx) TO RL-Average
      MOVE WS-RT-GBP(WS-RT-Idx) TO RL-GBP
      MOVE WS-Roll-Line TO AR-Line
      WRITE AR-Line
      ADD WS-RT-GBP(WS-RT-Idx) TO WS-Branch-GBP
    END-PERFORM.
    IF WS-RT-Used > 0 THEN
      PERFORM Write-Branch-Total
    END-IF.

    MOVE "All branches - total in GBP" TO GT-Label.
    MOVE WS-Total-GBP TO GT-GBP.
    MOVE WS-Gbp-Total-Line TO AR-Line.
    WRITE AR-Line.

    IF WS-Keys-Unconverted > 0 THEN
      MOVE WS-Keys-Unconverted TO WS-Count-Text
      MOVE SPACES TO AR-Line
      STRING
        FUNCTION TRIM(WS-Count-Text) DELIMITED BY SIZE
        " key(s) had no GBP rate - their own-currency average is "
          DELIMITED BY SIZE
        "counted as GBP (NO RATE)" DELIMITED BY SIZE
        INTO AR-Line
      END-STRING
      WRITE AR-Line
    END-IF.
    IF WS-Roll-Overflow > 0 THEN
      MOVE WS-Roll-Overflow TO WS-Count-Text
      MOVE SPACES TO AR-Line
      STRING
        FUNCTION TRIM(WS-Count-Text) DELIMITED BY SIZE
        " key(s) beyond 200 branch/currency lines are in the GBP "
          DELIMITED BY SIZE
        "total only" DELIMITED BY SIZE
        INTO AR-Line
      END-STRING
      WRITE AR-Line
    END-IF.

  Write-Branch-Total.
    MOVE SPACES TO GT-Label.
    STRING
      "  Branch " DELIMITED BY SIZE
      WS-Prev-Branch DELIMITED BY SIZE
      " - total in GBP" DELIMITED BY SIZE
      INTO GT-Label
    END-STRING.
    MOVE WS-Branch-GBP TO GT-GBP.
    MOVE WS-Gbp-Total-Line TO AR-Line.
    WRITE AR-Line.
    MOVE 0 TO WS-Branch-GBP.

  *> Says on the report that the run was confined to the operator's
  *> branches and how much it left out.
  Note-Rows-Withheld.
    IF WS-Rows-Withheld = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO AR-Line.
    STRING
      "Restricted to the branches permitted to " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " - " DELIMITED BY SIZE
      WS-Rows-Withheld DELIMITED BY SIZE
      " row(s) withheld" DELIMITED BY SIZE
      INTO AR-Line
    END-STRING.
    WRITE AR-Line.

  *> The same, once for the run, in the audit trail - written as
  *> soon as the extract knows, so a run the scope emptied entirely
  *> is still on record.
  Audit-Rows-Withheld.
    IF WS-Rows-Withheld = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Branch access REFUSED for " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " at Average Daily Balance - " DELIMITED BY SIZE
      WS-Rows-Withheld DELIMITED BY SIZE
      " row(s) withheld" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> Nothing to average, or a range that can't be averaged - said on
  *> the screen, or in batch logged and put on the run history.
  Report-Nothing-To-Do.
    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Avg-None
      ACCEPT OMITTED
      EXIT PARAGRAPH
    END-IF.
    MOVE "WARN" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Average Daily Balance: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-None-Label) DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.
    MOVE 0 TO WS-Elapsed-Seconds.
    MOVE "WARN" TO WS-RH-End-Status.
    CALL "WriteRunHistory" USING WS-RH-Function WS-Rows-Used
      WS-Keys-Reported WS-Keys-In-Debit WS-RH-Zero
      WS-Elapsed-Seconds WS-RH-End-Status LK-Run-ID LK-Terminal-ID
      LK-Operator-ID.

  Tidy-Work-Files.
    CALL "CBL_DELETE_FILE" USING WS-Work-Path
      RETURNING WS-Delete-Status
    END-CALL.

  *> Reads the batch answers for this function off the control-card
  *> file - a missing file leaves month to date standing.
  ReadControlCards.
    OPEN INPUT Control-Card-File.
    IF Control-Card-Not-Found THEN
      EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL Control-Card-Not-Found
      READ Control-Card-File
        AT END
          MOVE "35" TO WS-Control-Card-Status
        NOT AT END
          MOVE SPACES TO WS-Card-Keyword
          MOVE SPACES TO WS-Card-Value
          UNSTRING CC-Card-Line DELIMITED BY "="
            INTO WS-Card-Keyword WS-Card-Value
          END-UNSTRING
          EVALUATE FUNCTION TRIM(WS-Card-Keyword)
            WHEN "AVGFROM"
              MOVE WS-Card-Value(1:8) TO WS-Date-From
            WHEN "AVGTO"
              MOVE WS-Card-Value(1:8) TO WS-Date-To
            WHEN OTHER
              *> Other functions' cards share this file - ignore them.
              CONTINUE
          END-EVALUATE
      END-READ
    END-PERFORM.
    CLOSE Control-Card-File.

END PROGRAM AvgBalance.
