IDENTIFICATION DIVISION.
  PROGRAM-ID. RateLoad.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> The rate provider's daily file, 80-byte records:
      *>   "HDR" cols 4-11 effective date YYYYMMDD, 12-21 provider
      *>   "RAT" cols 4-6 ISO currency, 7-15 rate 9(3)V9(6) - units
      *>         of the base currency (GBP) per unit of the currency
      *>   "TRL" cols 4-8 count of RAT records
      *> Renamed to RateFeed.done once loaded, so a rerun can't load
      *> the same day twice.
      SELECT Rate-Feed-File ASSIGN TO WS-Feed-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Feed-Status.

      *> Exchange rate file - the rate in force per currency.
      SELECT Exch-Rate-File ASSIGN TO WS-Exch-Rate-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS XR-Currency
      FILE STATUS WS-Exch-Rate-Status.

      *> Rate history - every loaded (or rolled-forward) rate lands
      *> here under the feed's effective date.
      SELECT Rate-Hist-File ASSIGN TO "RateHist.dat"
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS XH-Hist-Key
      FILE STATUS WS-Rate-Hist-Status.

      *> Rates held for a supervisor on Exchange Rate Maintenance.
      SELECT Rate-Pend-File ASSIGN TO "RatePend.dat"
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS RP-Pend-Key
      FILE STATUS WS-Rate-Pend-Status.

      *> The last effective date loaded, and the day it was loaded -
      *> an older or repeated feed is refused, and a run after
      *> today's load has nothing to wait for.
      SELECT Rate-Ctl-File ASSIGN TO "RateLoadCtl.dat"
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Rate-Ctl-Status.

DATA DIVISION.
  FILE SECTION.
    FD Rate-Feed-File.
      01 RF-Line.
        05 RF-Type PIC X(3).
        05 RF-Body PIC X(77).
      01 RF-Header.
        05 FILLER PIC X(3).
        05 RF-Eff-Date PIC X(8).
        05 RF-Provider PIC X(10).
        05 FILLER PIC X(59).
      01 RF-Rate-Line.
        05 FILLER PIC X(3).
        05 RF-Currency PIC X(3).
        05 RF-Rate PIC 9(3)V9(6).
        05 FILLER PIC X(65).
      01 RF-Trailer.
        05 FILLER PIC X(3).
        05 RF-Count PIC 9(5).
        05 FILLER PIC X(72).

    FD Exch-Rate-File.
      COPY "RateRecord.cpy" REPLACING ==:PREFIX:== BY ==XR==.

    FD Rate-Hist-File.
      COPY "RateHistRecord.cpy" REPLACING ==:PREFIX:== BY ==XH==.

    FD Rate-Pend-File.
      COPY "RatePendRecord.cpy" REPLACING ==:PREFIX:== BY ==RP==.

    FD Rate-Ctl-File.
      01 RC-Line.
        05 RC-Last-Eff-Date PIC X(8).
        05 RC-Loaded-Date PIC X(8).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> Training mode, shared by CobAll's login - the rate file is
    *> shared with the live system, so a trainee may not load it.
    01 WS-Training-Mode-Switch PIC A EXTERNAL.
      88 Training-Mode-Active VALUE "Y".

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode - a
    *> batch run loads without asking.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    *> The shared settings block - this program reads the RATECUTOFF
    *> time the provider's file is due by.
    COPY "SettingsRec.cpy" REPLACING ==:PREFIX:== BY ==WS-Cfg==.
    01 WS-Settings-Error PIC X(70) VALUE SPACES.

    01 WS-Feed-Path PIC X(80) VALUE "RateFeed.dat".
    01 WS-Feed-Done-Path PIC X(80) VALUE "RateFeed.done".
    01 WS-Feed-Status PIC XX.
      88 Feed-Not-Found VALUE "35".
    01 WS-Feed-At-End-Flag PIC X VALUE "N".
      88 Feed-At-End VALUE "Y".
    01 WS-Delete-Status PIC S9(9) COMP-5.
    01 WS-Rename-Status PIC S9(9) COMP-5.
    01 WS-Exch-Rate-Path PIC X(80) VALUE "ExchRate.dat".
    01 WS-Exch-Rate-Status PIC XX.
      88 Exch-Rate-Not-Found VALUE "35".
    01 WS-Exch-At-End-Flag PIC X VALUE "N".
      88 Exch-At-End VALUE "Y".
    01 WS-Rate-Hist-Status PIC XX.
      88 Rate-Hist-Not-Found VALUE "35".
    01 WS-Hist-At-End-Flag PIC X VALUE "N".
      88 Hist-At-End VALUE "Y".
    01 WS-Rate-Pend-Status PIC XX.
      88 Rate-Pend-Not-Found VALUE "35".
    01 WS-Rate-Ctl-Status PIC XX.
      88 Rate-Ctl-Not-Found VALUE "35".

    01 WS-Rload-Confirm PIC A VALUE SPACES.
      88 Rload-Confirmed VALUE "Y" "y".
    01 WS-Rload-Result-Label PIC X(76) VALUE SPACES.
    01 WS-Rload-Result-Detail PIC X(76) VALUE SPACES.

    *> The run's clock - the cut-off compares against the time now.
    01 WS-Today PIC X(8) VALUE SPACES.
    01 WS-Now-HHMM PIC 9(4) VALUE 0.

    *> The feed's own controls, checked before any rate is believed.
    01 WS-Feed-Eff-Date PIC X(8) VALUE SPACES.
    01 WS-Feed-Provider PIC X(10) VALUE SPACES.
    01 WS-Feed-Rows PIC 9(5) VALUE 0.
    01 WS-Feed-Trl-Count PIC 9(5) VALUE 0.
    01 WS-Feed-Header-Flag PIC A VALUE "N".
      88 Feed-Header-Seen VALUE "Y".
    01 WS-Feed-Trailer-Flag PIC A VALUE "N".
      88 Feed-Trailer-Seen VALUE "Y".
    01 WS-Feed-Problem PIC X(60) VALUE SPACES.

    *> Currencies the feed carried, so the omitted ones can be rolled
    *> forward.
    01 WS-Seen-Table.
      05 WS-Seen-Ccy OCCURS 200 TIMES PIC X(3).
    01 WS-Seen-Used PIC 9(3) VALUE 0.
    01 WS-Seen-Idx PIC 9(3) VALUE 0.
    01 WS-Seen-Flag PIC A VALUE "N".
      88 Currency-Was-Seen VALUE "Y".

    *> One rate's check against the previous day.
    01 WS-New-Rate PIC 9(3)V9(6) VALUE 0.
    01 WS-Prev-Rate PIC 9(3)V9(6) VALUE 0.
    01 WS-Move-Pct PIC 9(5)V99 VALUE 0.
    01 WS-New-Ccy-Flag PIC A VALUE "N".
      88 Currency-Is-New VALUE "Y".

    *> The load's outcome.
    01 WS-Applied-Count PIC 9(5) VALUE 0.
    01 WS-Held-Count PIC 9(5) VALUE 0.
    01 WS-Rolled-Count PIC 9(5) VALUE 0.
    01 WS-Rejected-Count PIC 9(5) VALUE 0.
    01 WS-Edit-Rate PIC ZZ9.9(6).
    01 WS-Edit-Prev PIC ZZ9.9(6).
    01 WS-Edit-Pct PIC ZZZZ9.99.
    01 WS-Edit-Tol PIC ZZ9.99.
    01 WS-Edit-Cutoff PIC 9(4).

    *> One load at a time across every session.
    01 WS-Lock-Action PIC X(1) VALUE SPACE.
    01 WS-Lock-Name PIC X(8) VALUE "RATELOAD".
    01 WS-Lock-Result PIC X(1) VALUE SPACE.
    01 WS-Lock-Holder-Info PIC X(60) VALUE SPACES.

    *> The operator's paging queue - a feed that hasn't arrived by
    *> the cut-off, a feed that can't be believed, or rates held.
    01 WS-Alert-Message PIC X(80) VALUE SPACES.
    01 WS-Alert-Code PIC X(4) VALUE "FX  ".

    01 WS-Audit-Message PIC X(80).

    *> Elapsed/run-history row, same arrangement as the other batch
    *> functions.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "RATELOAD".
    01 WS-RH-Matched PIC 9(7) VALUE 0.
    01 WS-RH-Unmatched PIC 9(7) VALUE 0.
    01 WS-RH-End-Status PIC X(4) VALUE SPACES.
    01 WS-RH-Read PIC 9(7) VALUE 0.
    01 WS-RH-Written PIC 9(7) VALUE 0.

    01 WS-Log-Level PIC A(4).
    01 WS-Log-Message PIC X(80).
    01 WS-Log-Write-Status PIC XX.

  *> Subroutine Parameters
  LINKAGE SECTION.
    01 LK-Run-ID PIC X(14).
    01 LK-Terminal-ID PIC X(8).
    01 LK-Operator-ID PIC X(8).

  SCREEN SECTION.
    COPY "RateLoadScr.cpy". *> Rate Feed Load screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  RateLoadMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Rate Feed Load selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> The session loop re-CALLs this program in one run unit, so
    *> the VALUE clauses only ever ran once - reset what carries.
    MOVE SPACES TO WS-Rload-Result-Label.
    MOVE SPACES TO WS-Rload-Result-Detail.
    MOVE SPACES TO WS-RH-End-Status.

    IF Training-Mode-Active THEN
      MOVE "The rate feed load is not available in training mode."
        TO WS-Rload-Result-Label
      IF NOT Batch-Mode-Active THEN
        DISPLAY SC-Rload-Result
        ACCEPT OMITTED
      END-IF
      GOBACK
    END-IF.

    PERFORM LoadConfig.
    PERFORM Read-Load-Control.

    IF Batch-Mode-Active THEN
      PERFORM Run-Rate-Load
      GOBACK
    END-IF.

    MOVE SPACES TO WS-Rload-Confirm.
    DISPLAY SC-Rload-Menu.
    ACCEPT SC-Rload-Menu.
    IF Rload-Confirmed THEN
      PERFORM Run-Rate-Load
    ELSE
      MOVE "Rate feed load abandoned - nothing loaded."
        TO WS-Rload-Result-Label
    END-IF.
    DISPLAY SC-Rload-Result.
    ACCEPT OMITTED.

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

  *> The last effective date loaded, and when (spaces before the
  *> first load).
  Read-Load-Control.
    MOVE SPACES TO RC-Line.
    OPEN INPUT Rate-Ctl-File.
    IF NOT Rate-Ctl-Not-Found THEN
      READ Rate-Ctl-File
        AT END
          MOVE SPACES TO RC-Line
      END-READ
      CLOSE Rate-Ctl-File
    END-IF.

  *> The load: a feed that has not arrived is waited for until the
  *> cut-off and alerted after it; a feed whose controls disagree,
  *> or that is not newer than the last one loaded, is refused
  *> whole. Otherwise each rate within its currency's tolerance of
  *> the previous day's is applied under the feed's effective date,
  *> each one beyond it is held for a supervisor (the previous rate
  *> rolling forward meanwhile), and every currency the feed left
  *> out rolls yesterday's rate forward with a warning.
  Run-Rate-Load.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
    MOVE FUNCTION CURRENT-DATE(9:4) TO WS-Now-HHMM.
    MOVE 0 TO WS-Feed-Rows.
    MOVE 0 TO WS-Applied-Count.
    MOVE 0 TO WS-Held-Count.
    MOVE 0 TO WS-Rolled-Count.
    MOVE 0 TO WS-Rejected-Count.
    MOVE 0 TO WS-Seen-Used.

    MOVE "A" TO WS-Lock-Action.
    CALL "RunLock" USING WS-Lock-Action WS-Lock-Name LK-Run-ID
      LK-Operator-ID WS-Lock-Result WS-Lock-Holder-Info.
    IF WS-Lock-Result NOT = "Y" THEN
      STRING
        "Rate feed load busy - " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Lock-Holder-Info) DELIMITED BY SIZE
        INTO WS-Rload-Result-Label
      END-STRING
      MOVE "ERR" TO WS-RH-End-Status
      PERFORM Write-Load-History
      EXIT PARAGRAPH
    END-IF.

    OPEN INPUT Rate-Feed-File.
    IF Feed-Not-Found THEN
      PERFORM Feed-Not-Arrived
      PERFORM Release-Load-Lock
      EXIT PARAGRAPH
    END-IF.

    PERFORM Check-Feed-Controls.
    CLOSE Rate-Feed-File.
    IF WS-Feed-Problem NOT = SPACES THEN
      MOVE SPACES TO WS-Alert-Message
      STRING
        "Rate feed refused - " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Feed-Problem) DELIMITED BY SIZE
        INTO WS-Alert-Message
      END-STRING
      CALL "WriteAlertQueue" USING WS-Alert-Message WS-Alert-Code
        LK-Run-ID LK-Terminal-ID LK-Operator-ID
      MOVE "WARN" TO WS-Log-Level
      MOVE WS-Alert-Message TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      MOVE WS-Alert-Message TO WS-Rload-Result-Label
      MOVE "Nothing loaded - the file has been left in place."
        TO WS-Rload-Result-Detail
      MOVE "ERR" TO WS-RH-End-Status
      PERFORM Write-Load-History
      PERFORM Release-Load-Lock
      EXIT PARAGRAPH
    END-IF.

    PERFORM Open-Rate-Files.

    OPEN INPUT Rate-Feed-File.
    MOVE "N" TO WS-Feed-At-End-Flag.
    PERFORM Load-One-Rate UNTIL Feed-At-End.
    CLOSE Rate-Feed-File.

    PERFORM Roll-Omitted-Currencies.

    CLOSE Exch-Rate-File.
    CLOSE Rate-Hist-File.
    CLOSE Rate-Pend-File.

    *> Retire the loaded file and record the date it carried.
    CALL "CBL_DELETE_FILE" USING WS-Feed-Done-Path
      RETURNING WS-Delete-Status
    END-CALL.
    CALL "CBL_RENAME_FILE" USING WS-Feed-Path WS-Feed-Done-Path
      RETURNING WS-Rename-Status
    END-CALL.
    OPEN OUTPUT Rate-Ctl-File.
    MOVE WS-Feed-Eff-Date TO RC-Last-Eff-Date.
    MOVE WS-Today TO RC-Loaded-Date.
    WRITE RC-Line.
    CLOSE Rate-Ctl-File.

    IF WS-Held-Count > 0 THEN
      MOVE SPACES TO WS-Alert-Message
      STRING
        "Rate feed " DELIMITED BY SIZE
        WS-Feed-Eff-Date DELIMITED BY SIZE
        ": " DELIMITED BY SIZE
        WS-Held-Count DELIMITED BY SIZE
        " rate(s) held - confirm on Exchange Rate Maintenance"
          DELIMITED BY SIZE
        INTO WS-Alert-Message
      END-STRING
      CALL "WriteAlertQueue" USING WS-Alert-Message WS-Alert-Code
        LK-Run-ID LK-Terminal-ID LK-Operator-ID
    END-IF.

    MOVE SPACES TO WS-Log-Message.
    STRING
      "Rate feed " DELIMITED BY SIZE
      WS-Feed-Eff-Date DELIMITED BY SIZE
      " - " DELIMITED BY SIZE
      WS-Applied-Count DELIMITED BY SIZE
      " applied, " DELIMITED BY SIZE
      WS-Held-Count DELIMITED BY SIZE
      " held, " DELIMITED BY SIZE
      WS-Rolled-Count DELIMITED BY SIZE
      " rolled fwd, " DELIMITED BY SIZE
      WS-Rejected-Count DELIMITED BY SIZE
      " bad" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    MOVE "INF" TO WS-Log-Level.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.
    MOVE WS-Log-Message TO WS-Audit-Message.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE WS-Log-Message TO WS-Rload-Result-Label.
    IF WS-Held-Count > 0 THEN
      MOVE "Held rates wait on Exchange Rate Maintenance (options 5/6)."
        TO WS-Rload-Result-Detail
    END-IF.

    IF WS-Held-Count > 0 OR WS-Rolled-Count > 0
      OR WS-Rejected-Count > 0 THEN
      MOVE "WARN" TO WS-RH-End-Status
    ELSE
      MOVE "OK" TO WS-RH-End-Status
    END-IF.
    PERFORM Write-Load-History.
    PERFORM Release-Load-Lock.

  *> No file on disk: already loaded today, not due yet, or late.
  Feed-Not-Arrived.
    IF RC-Loaded-Date = WS-Today THEN
      MOVE SPACES TO WS-Rload-Result-Label
      STRING
        "Today's rate feed is already loaded (effective " DELIMITED BY SIZE
        RC-Last-Eff-Date DELIMITED BY SIZE
        ")." DELIMITED BY SIZE
        INTO WS-Rload-Result-Label
      END-STRING
      MOVE "INF" TO WS-Log-Level
      MOVE "Rate feed load: today's feed already loaded - nothing to do"
        TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      MOVE "OK" TO WS-RH-End-Status
      PERFORM Write-Load-History
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Cfg-Rate-Cutoff TO WS-Edit-Cutoff.
    IF WS-Cfg-Rate-Cutoff > 0 AND WS-Now-HHMM < WS-Cfg-Rate-Cutoff THEN
      MOVE SPACES TO WS-Rload-Result-Label
      STRING
        "Rate feed not arrived yet - it is due by " DELIMITED BY SIZE
        WS-Edit-Cutoff DELIMITED BY SIZE
        "." DELIMITED BY SIZE
        INTO WS-Rload-Result-Label
      END-STRING
      MOVE "INF" TO WS-Log-Level
      MOVE "Rate feed load: file not arrived, before the cut-off - waiting"
        TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      MOVE "OK" TO WS-RH-End-Status
      PERFORM Write-Load-History
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Alert-Message.
    STRING
      "Rate feed " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Feed-Path) DELIMITED BY SIZE
      " not arrived by the cut-off " DELIMITED BY SIZE
      WS-Edit-Cutoff DELIMITED BY SIZE
      " - rates not loaded" DELIMITED BY SIZE
      INTO WS-Alert-Message
    END-STRING.
    CALL "WriteAlertQueue" USING WS-Alert-Message WS-Alert-Code
      LK-Run-ID LK-Terminal-ID LK-Operator-ID.
    MOVE "WARN" TO WS-Log-Level.
    MOVE WS-Alert-Message TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.
    MOVE WS-Alert-Message TO WS-Rload-Result-Label.
    MOVE "ERR" TO WS-RH-End-Status.
    PERFORM Write-Load-History.

  *> First pass: a header with a real effective date newer than the
  *> last one loaded, and a trailer agreeing with the rates between.
  *> Leaves the reason in WS-Feed-Problem.
  Check-Feed-Controls.
    MOVE SPACES TO WS-Feed-Problem.
    MOVE SPACES TO WS-Feed-Eff-Date.
    MOVE SPACES TO WS-Feed-Provider.
    MOVE "N" TO WS-Feed-Header-Flag.
    MOVE "N" TO WS-Feed-Trailer-Flag.
    MOVE 0 TO WS-Feed-Trl-Count.
    MOVE "N" TO WS-Feed-At-End-Flag.
    PERFORM UNTIL Feed-At-End
      READ Rate-Feed-File
        AT END
          MOVE "Y" TO WS-Feed-At-End-Flag
        NOT AT END
          EVALUATE RF-Type
            WHEN "HDR"
              MOVE "Y" TO WS-Feed-Header-Flag
              MOVE RF-Eff-Date TO WS-Feed-Eff-Date
              MOVE RF-Provider TO WS-Feed-Provider
            WHEN "RAT"
              ADD 1 TO WS-Feed-Rows
            WHEN "TRL"
              MOVE "Y" TO WS-Feed-Trailer-Flag
              IF RF-Count IS NUMERIC THEN
                MOVE RF-Count TO WS-Feed-Trl-Count
              ELSE
                MOVE 99999 TO WS-Feed-Trl-Count
              END-IF
          END-EVALUATE
      END-READ
    END-PERFORM.

    EVALUATE TRUE
      WHEN NOT Feed-Header-Seen
        MOVE "no header record" TO WS-Feed-Problem
      WHEN WS-Feed-Eff-Date IS NOT NUMERIC
        MOVE "header effective date is not a date" TO WS-Feed-Problem
      WHEN FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-Feed-Eff-Date))
          NOT = 0
        MOVE "header effective date is not a date" TO WS-Feed-Problem
      WHEN NOT Feed-Trailer-Seen
        MOVE "no trailer record - file incomplete" TO WS-Feed-Problem
      WHEN WS-Feed-Trl-Count NOT = WS-Feed-Rows
        MOVE "trailer count disagrees with the rates" TO WS-Feed-Problem
      WHEN RC-Last-Eff-Date NOT = SPACES
          AND WS-Feed-Eff-Date NOT > RC-Last-Eff-Date
        STRING
          "effective " DELIMITED BY SIZE
          WS-Feed-Eff-Date DELIMITED BY SIZE
          " not after last loaded " DELIMITED BY SIZE
          RC-Last-Eff-Date DELIMITED BY SIZE
          INTO WS-Feed-Problem
        END-STRING
    END-EVALUATE.

  *> The rate file (created with the GBP base rate the way Exchange
  *> Rate Maintenance does), the history and the held rates.
  Open-Rate-Files.
    OPEN I-O Exch-Rate-File.
    IF Exch-Rate-Not-Found THEN
      OPEN OUTPUT Exch-Rate-File
      MOVE "GBP" TO XR-Currency
      MOVE 1 TO XR-Rate
      MOVE 0 TO XR-Tol-Pct
      WRITE XR-Record
      CLOSE Exch-Rate-File
      OPEN I-O Exch-Rate-File
    END-IF.
    OPEN I-O Rate-Hist-File.
    IF Rate-Hist-Not-Found THEN
      OPEN OUTPUT Rate-Hist-File
      CLOSE Rate-Hist-File
      OPEN I-O Rate-Hist-File
    END-IF.
    OPEN I-O Rate-Pend-File.
    IF Rate-Pend-Not-Found THEN
      OPEN OUTPUT Rate-Pend-File
      CLOSE Rate-Pend-File
      OPEN I-O Rate-Pend-File
    END-IF.

  *> One record off the feed - only the RAT records carry rates.
  Load-One-Rate.
    READ Rate-Feed-File
      AT END
        MOVE "Y" TO WS-Feed-At-End-Flag
    END-READ.
    IF Feed-At-End OR RF-Type NOT = "RAT" THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE FUNCTION UPPER-CASE(RF-Currency) TO RF-Currency.
    IF RF-Currency = SPACES OR RF-Rate IS NOT NUMERIC
      OR RF-Rate = 0 THEN
      ADD 1 TO WS-Rejected-Count
      MOVE SPACES TO WS-Log-Message
      STRING
        "Rate feed: unreadable rate for '" DELIMITED BY SIZE
        RF-Currency DELIMITED BY SIZE
        "' skipped" DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      MOVE "WARN" TO WS-Log-Level
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      EXIT PARAGRAPH
    END-IF.

    *> The base currency is 1 by definition.
    IF RF-Currency = "GBP" THEN
      EXIT PARAGRAPH
    END-IF.

    IF WS-Seen-Used < 200 THEN
      ADD 1 TO WS-Seen-Used
      MOVE RF-Currency TO WS-Seen-Ccy(WS-Seen-Used)
    END-IF.
    MOVE RF-Rate TO WS-New-Rate.

    MOVE "N" TO WS-New-Ccy-Flag.
    MOVE RF-Currency TO XR-Currency.
    READ Exch-Rate-File
      INVALID KEY
        MOVE "Y" TO WS-New-Ccy-Flag
    END-READ.

    IF Currency-Is-New THEN
      MOVE 0 TO WS-Prev-Rate
      MOVE 0 TO WS-Move-Pct
      PERFORM Hold-Rate
      EXIT PARAGRAPH
    END-IF.

    PERFORM Find-Previous-Rate.
    COMPUTE WS-Move-Pct ROUNDED =
      FUNCTION ABS(WS-New-Rate - WS-Prev-Rate) * 100 / WS-Prev-Rate
      ON SIZE ERROR
        MOVE 99999.99 TO WS-Move-Pct
    END-COMPUTE.

    IF XR-Tol-Pct > 0 AND WS-Move-Pct > XR-Tol-Pct THEN
      PERFORM Hold-Rate
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-New-Rate TO XR-Rate.
    REWRITE XR-Record
      INVALID KEY
        CONTINUE
    END-REWRITE.
    MOVE RF-Currency TO XH-Currency.
    MOVE WS-Feed-Eff-Date TO XH-Eff-Date.
    MOVE WS-New-Rate TO XH-Rate.
    WRITE XH-Record
      INVALID KEY
        REWRITE XH-Record
          INVALID KEY
            CONTINUE
        END-REWRITE
    END-WRITE.
    ADD 1 TO WS-Applied-Count.

  *> The previous day's rate - the newest history row dated before
  *> the feed's effective date, else the rate in force.
  Find-Previous-Rate.
    MOVE XR-Rate TO WS-Prev-Rate.
    MOVE RF-Currency TO XH-Currency.
    MOVE "00000000" TO XH-Eff-Date.
    START Rate-Hist-File KEY IS NOT < XH-Hist-Key
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE "N" TO WS-Hist-At-End-Flag
        PERFORM UNTIL Hist-At-End
          READ Rate-Hist-File NEXT
            AT END
              MOVE "Y" TO WS-Hist-At-End-Flag
            NOT AT END
              IF XH-Currency NOT = RF-Currency
                OR XH-Eff-Date NOT < WS-Feed-Eff-Date THEN
                MOVE "Y" TO WS-Hist-At-End-Flag
              ELSE
                MOVE XH-Rate TO WS-Prev-Rate
              END-IF
          END-READ
        END-PERFORM
    END-START.
    IF WS-Prev-Rate = 0 THEN
      MOVE XR-Rate TO WS-Prev-Rate
    END-IF.

  *> Parks the feed's rate for a supervisor, and keeps the previous
  *> rate in force for the day meanwhile.
  Hold-Rate.
    MOVE RF-Currency TO RP-Currency.
    MOVE WS-Feed-Eff-Date TO RP-Eff-Date.
    MOVE WS-New-Rate TO RP-Rate.
    MOVE WS-Prev-Rate TO RP-Prev-Rate.
    MOVE WS-Move-Pct TO RP-Move-Pct.
    IF Currency-Is-New THEN
      MOVE 0 TO RP-Tol-Pct
    ELSE
      MOVE XR-Tol-Pct TO RP-Tol-Pct
    END-IF.
    MOVE FUNCTION CURRENT-DATE(1:14) TO RP-Loaded-Stamp.
    MOVE LK-Run-ID TO RP-Loaded-Run.
    WRITE RP-Record
      INVALID KEY
        REWRITE RP-Record
          INVALID KEY
            CONTINUE
        END-REWRITE
    END-WRITE.
    ADD 1 TO WS-Held-Count.

    IF NOT Currency-Is-New THEN
      MOVE RF-Currency TO XH-Currency
      MOVE WS-Feed-Eff-Date TO XH-Eff-Date
      MOVE WS-Prev-Rate TO XH-Rate
      WRITE XH-Record
        INVALID KEY
          CONTINUE
      END-WRITE
    END-IF.

    MOVE WS-New-Rate TO WS-Edit-Rate.
    MOVE WS-Prev-Rate TO WS-Edit-Prev.
    MOVE WS-Move-Pct TO WS-Edit-Pct.
    MOVE SPACES TO WS-Log-Message.
    IF Currency-Is-New THEN
      STRING
        "Rate feed: " DELIMITED BY SIZE
        RF-Currency DELIMITED BY SIZE
        " not on the rate file - " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Edit-Rate) DELIMITED BY SIZE
        " held for confirmation" DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
    ELSE
      MOVE RP-Tol-Pct TO WS-Edit-Tol
      STRING
        "Rate feed: " DELIMITED BY SIZE
        RF-Currency DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Edit-Prev) DELIMITED BY SIZE
        " -> " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Edit-Rate) DELIMITED BY SIZE
        " moved " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Edit-Pct) DELIMITED BY SIZE
        "% (tol " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Edit-Tol) DELIMITED BY SIZE
        "%) - held" DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
    END-IF.
    MOVE "WARN" TO WS-Log-Level.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.
    MOVE WS-Log-Message TO WS-Audit-Message.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> Every currency on the rate file the feed left out keeps
  *> yesterday's rate for the effective date, with a warning.
  Roll-Omitted-Currencies.
    MOVE LOW-VALUES TO XR-Currency.
    MOVE "N" TO WS-Exch-At-End-Flag.
    START Exch-Rate-File KEY IS NOT < XR-Currency
      INVALID KEY
        MOVE "Y" TO WS-Exch-At-End-Flag
    END-START.
    PERFORM UNTIL Exch-At-End
      READ Exch-Rate-File NEXT
        AT END
          MOVE "Y" TO WS-Exch-At-End-Flag
        NOT AT END
          IF XR-Currency NOT = "GBP" THEN
            PERFORM Check-Currency-Seen
            IF NOT Currency-Was-Seen THEN
              PERFORM Roll-One-Currency
            END-IF
          END-IF
      END-READ
    END-PERFORM.

  Check-Currency-Seen.
    MOVE "N" TO WS-Seen-Flag.
    PERFORM VARYING WS-Seen-Idx FROM 1 BY 1
      UNTIL WS-Seen-Idx > WS-Seen-Used OR Currency-Was-Seen
      IF WS-Seen-Ccy(WS-Seen-Idx) = XR-Currency THEN
        MOVE "Y" TO WS-Seen-Flag
      END-IF
    END-PERFORM.

  Roll-One-Currency.
    MOVE XR-Currency TO XH-Currency.
    MOVE WS-Feed-Eff-Date TO XH-Eff-Date.
    MOVE XR-Rate TO XH-Rate.
    WRITE XH-Record
      INVALID KEY
        CONTINUE
    END-WRITE.
    ADD 1 TO WS-Rolled-Count.

    MOVE XR-Rate TO WS-Edit-Rate.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Rate feed " DELIMITED BY SIZE
      WS-Feed-Eff-Date DELIMITED BY SIZE
      " omitted " DELIMITED BY SIZE
      XR-Currency DELIMITED BY SIZE
      " - yesterday's rate " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Rate) DELIMITED BY SIZE
      " rolled forward" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    MOVE "WARN" TO WS-Log-Level.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

  Release-Load-Lock.
    MOVE "R" TO WS-Lock-Action.
    CALL "RunLock" USING WS-Lock-Action WS-Lock-Name LK-Run-ID
      LK-Operator-ID WS-Lock-Result WS-Lock-Holder-Info.

  Write-Load-History.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.
    MOVE WS-Feed-Rows TO WS-RH-Read.
    MOVE WS-Applied-Count TO WS-RH-Written.
    MOVE WS-Applied-Count TO WS-RH-Matched.
    MOVE WS-Held-Count TO WS-RH-Unmatched.
    CALL "WriteRunHistory" USING WS-RH-Function WS-RH-Read
      WS-RH-Written WS-RH-Matched WS-RH-Unmatched WS-Elapsed-Seconds
      WS-RH-End-Status LK-Run-ID LK-Terminal-ID LK-Operator-ID.

END PROGRAM RateLoad.
