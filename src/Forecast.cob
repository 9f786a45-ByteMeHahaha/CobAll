IDENTIFICATION DIVISION.
  PROGRAM-ID. Forecast.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Keyed transaction master - each currency's position today,
      *> and the balances tomorrow's accruals will run on.
      SELECT Trans-Master-File ASSIGN TO WS-Trans-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE SEQUENTIAL
      RECORD KEY IS TM-Key
      ALTERNATE RECORD KEY IS TM-Date WITH DUPLICATES
      FILE STATUS WS-Trans-Master-Status.

      *> Standing instructions maintained by SIMaint - every active
      *> one projected forward from its next-due date.
      SELECT SI-File ASSIGN TO WS-SI-Path
      ORGANISATION INDEXED
      ACCESS MODE SEQUENTIAL
      RECORD KEY IS SI-Id
      FILE STATUS WS-SI-Status.

      *> Interest Accrual's rate cards, read the way Accrue reads
      *> them (S<c>= status rate, B<bbbb>= branch rate).
      SELECT Accr-Rates-File ASSIGN TO "AccrRates.dat"
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Accr-Rates-Status.

      *> Account reference and product catalogue, read the way Accrue
      *> reads them - an account on a product with an accrual rate
      *> accrues at that rate, whatever its branch or status.
      SELECT Acct-Ref-File ASSIGN TO WS-Acct-Ref-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS AC-Key
      FILE STATUS WS-Acct-Ref-Status.

      SELECT Prod-File ASSIGN TO WS-Prod-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS PRD-Code
      FILE STATUS WS-Prod-Status.

      *> An extract waiting to be folded - the default TransExtract.dat
      *> and every feed on the registry, one after another. Its items
      *> move the position on their value dates.
      SELECT Fc-Extract-File ASSIGN TO WS-Fc-Extract-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Fc-Extract-Status.

      *> A feed's generation control, kept by Sort 'n' Report - an
      *> extract whose header generation is already on it has been
      *> posted, and is not waiting any more.
      SELECT Fc-Control-File ASSIGN TO WS-Fc-Control-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Fc-Control-Status.

      *> Forward-dated items Sort 'n' Report has warehoused until
      *> their value date - already accepted, still to move.
      SELECT Fwd-Warehouse-File ASSIGN TO WS-Fwd-Warehouse-Path
      ORGANISATION INDEXED
      ACCESS MODE SEQUENTIAL
      RECORD KEY IS FW-Id
      ALTERNATE RECORD KEY IS FW-Value-Date WITH DUPLICATES
      FILE STATUS WS-Fwd-Warehouse-Status.

      *> Named feed registry maintained by FeedMaint.
      SELECT Feed-Reg-File ASSIGN TO "FeedReg.dat"
      ORGANISATION INDEXED
      ACCESS MODE SEQUENTIAL
      RECORD KEY IS FR-Name
      FILE STATUS WS-Feed-Reg-Status.

      *> Business-day calendar maintained by CalMaint - nothing moves
      *> on a holiday; what falls due then moves on the next open day.
      SELECT Calendar-File ASSIGN TO "Calendar.dat"
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS CAL-Date
      FILE STATUS WS-Calendar-Status.

      *> The forecast for treasury.
      SELECT Forecast-Report-File ASSIGN TO WS-Forecast-Report-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Forecast-Report-Status.

      *> Control-card file for batch runs.
      SELECT Control-Card-File ASSIGN TO "CobAllCards.dat"
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Control-Card-Status.

DATA DIVISION.
  FILE SECTION.
    FD Trans-Master-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==TM==.

    FD SI-File.
      COPY "SIRecord.cpy" REPLACING ==:PREFIX:== BY ==SI==.

    FD Accr-Rates-File.
      01 AR-Line PIC X(80).

    FD Acct-Ref-File.
      COPY "AcctRecord.cpy" REPLACING ==:PREFIX:== BY ==AC==.

    FD Prod-File.
      COPY "ProdRecord.cpy" REPLACING ==:PREFIX:== BY ==PRD==.

    FD Fc-Extract-File.
      01 FE-Line PIC X(41).

    FD Fc-Control-File.
      01 FCC-Line.
        05 FCC-Last-Generation PIC X(4).
        05 FILLER PIC X(1).
        05 FCC-Last-Feed-Date PIC X(8).

    FD Fwd-Warehouse-File.
      COPY "FwdRecord.cpy" REPLACING ==:PREFIX:== BY ==FW==.

    FD Feed-Reg-File.
      COPY "FeedRecord.cpy" REPLACING ==:PREFIX:== BY ==FR==.

    FD Calendar-File.
      COPY "CalRecord.cpy" REPLACING ==:PREFIX:== BY ==CAL==.

    FD Forecast-Report-File.
      01 FRP-Line PIC X(132).

    FD Control-Card-File.
      *> One KEYWORD=VALUE control card.
      01 CC-Card-Line PIC X(80).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    *> The session's company, shared by CobAll's login - stamped on
    *> the report.
    01 WS-Company-ID PIC X(4) EXTERNAL.

    *> The shared settings block, loaded through the one ReadSettings
    *> parser - this report reads the output format.
    COPY "SettingsRec.cpy" REPLACING ==:PREFIX:== BY ==WS-Cfg==.
    01 WS-Settings-Error PIC X(70) VALUE SPACES.

    01 WS-Trans-Master-Path PIC X(80) VALUE "TransMaster.dat".
    01 WS-Trans-Master-Status PIC XX.
      88 Trans-Master-Opened-Successfully VALUE "00".
    01 WS-Master-At-End-Flag PIC A VALUE "N".
      88 Master-At-End VALUE "Y".

    01 WS-SI-Path PIC X(80) VALUE "StandingInstr.dat".
    01 WS-SI-Status PIC XX.
      88 SI-Opened-OK VALUE "00".
    01 WS-SI-At-End-Flag PIC A VALUE "N".
      88 SI-At-End VALUE "Y".

    01 WS-Accr-Rates-Status PIC XX.
      88 Accr-Rates-Not-Found VALUE "35".
    01 WS-Rates-Loaded-Flag PIC A VALUE "N".
      88 Rates-Loaded VALUE "Y".

    01 WS-Acct-Ref-Path PIC X(80) VALUE "AcctRef.dat".
    01 WS-Acct-Ref-Status PIC XX.
      88 Acct-Ref-Opened-OK VALUE "00".
    01 WS-Prod-Path PIC X(80) VALUE "ProdMaster.dat".
    01 WS-Prod-Status PIC XX.
      88 Prod-Opened-OK VALUE "00".
    *> Both have to be on disk for product rates to apply - left set
    *> after the master walk so the footing can say what was used.
    01 WS-Products-Flag PIC A VALUE "N".
      88 Products-Available VALUE "Y".
    *> The last product looked up - accounts on one product tend to
    *> come in runs, so most lookups never touch the file.
    01 WS-Cached-Product PIC X(4) VALUE SPACES.
    01 WS-Cached-Product-Rate PIC 9(2)V9(6) VALUE 0.

    01 WS-Fc-Extract-Path PIC X(80) VALUE SPACES.
    01 WS-Fc-Extract-Status PIC XX.
      88 Fc-Extract-Opened-OK VALUE "00".
    01 WS-Fc-Extract-At-End-Flag PIC A VALUE "N".
      88 Fc-Extract-At-End VALUE "Y".

    01 WS-Fc-Control-Path PIC X(80) VALUE SPACES.
    01 WS-Fc-Control-Status PIC XX.
      88 Fc-Control-Opened-OK VALUE "00".
    01 WS-Fc-Hdr-Generation PIC X(4) VALUE SPACES.
    01 WS-Fc-Posted-Flag PIC A VALUE "N".
      88 Extract-Already-Posted VALUE "Y".

    01 WS-Fwd-Warehouse-Path PIC X(80) VALUE "FwdWarehouse.dat".
    01 WS-Fwd-Warehouse-Status PIC XX.
      88 Fwd-Warehouse-Opened-OK VALUE "00".
    01 WS-Fwd-At-End-Flag PIC A VALUE "N".
      88 Fwd-At-End VALUE "Y".

    01 WS-Feed-Reg-Status PIC XX.
      88 Feed-Reg-Opened-OK VALUE "00".
    01 WS-Feed-Reg-At-End-Flag PIC A VALUE "N".
      88 Feed-Reg-At-End VALUE "Y".

    01 WS-Calendar-Status PIC XX.
      88 Calendar-Not-Found VALUE "35".
    01 WS-Calendar-Missing-Flag PIC A VALUE "N".
      88 Calendar-Missing VALUE "Y".

    01 WS-Forecast-Report-Path PIC X(80) VALUE "ForecastReport.txt".
    01 WS-Forecast-Report-Status PIC XX.

    *> How far ahead to look, in calendar days from tomorrow.
    01 WS-Fc-Days PIC 99 VALUE 30.
    01 WS-Fc-Days-Text PIC X(2) VALUE SPACES.
    01 WS-Fc-Days-Card PIC 9(3) VALUE 0.
    01 WS-Today PIC X(8) VALUE SPACES.
    01 WS-Today-Num REDEFINES WS-Today PIC 9(8).
    01 WS-Today-Int PIC 9(7) VALUE 0.
    01 WS-Horizon-End PIC X(8) VALUE SPACES.

    *> The horizon, a day to an entry - holidays are marked off the
    *> calendar once, so placing a movement never re-reads it. The
    *> entry after the last day is always open, to stop the roll.
    01 WS-Day-Table.
      05 WS-Day-Entry OCCURS 91 TIMES.
        10 WS-Day-Date PIC X(8).
        10 WS-Day-Holiday PIC A.
    01 WS-Day-Idx PIC 99 VALUE 0.
    01 WS-Day-Work-Num PIC 9(8) VALUE 0.
    01 WS-Day-Work-Int PIC 9(7) VALUE 0.

    *> Each currency's opening position, its daily accrual, and the
    *> movement projected onto every day of the horizon by source.
    01 WS-Cur-Table.
      05 WS-Cur-Entry OCCURS 20 TIMES.
        10 WS-Cur-Code PIC X(3).
        10 WS-Cur-Opening PIC S9(13)V99.
        10 WS-Cur-Daily-Accrual PIC S9(13)V99.
        10 WS-Cur-Tot-SI PIC S9(13)V99.
        10 WS-Cur-Tot-Accr PIC S9(13)V99.
        10 WS-Cur-Tot-Value PIC S9(13)V99.
        10 WS-Cur-Lowest PIC S9(13)V99.
        10 WS-Cur-Lowest-Date PIC X(8).
        10 WS-Cur-Neg-Days PIC 9(3).
        10 WS-Cur-Day OCCURS 90 TIMES.
          15 WS-CD-SI PIC S9(13)V99.
          15 WS-CD-Accr PIC S9(13)V99.
          15 WS-CD-Value PIC S9(13)V99.
    01 WS-Cur-Used PIC 99 VALUE 0.
    01 WS-Cur-Idx PIC 99 VALUE 0.
    01 WS-Cur-Find PIC X(3) VALUE SPACES.
    01 WS-Cur-Overflow PIC 9(7) VALUE 0.

    *> One movement being placed on the horizon.
    01 WS-Mv-Date PIC X(8) VALUE SPACES.
    01 WS-Mv-Date-Num REDEFINES WS-Mv-Date PIC 9(8).
    01 WS-Mv-Currency PIC X(3) VALUE SPACES.
    01 WS-Mv-Amount PIC S9(13)V99 VALUE 0.
    01 WS-Mv-Source PIC X(1) VALUE SPACE.
      88 Mv-From-SI VALUE "S".
      88 Mv-From-Value-Date VALUE "V".
    01 WS-Mv-Day-Idx PIC S9(7) VALUE 0.
    01 WS-Beyond-Count PIC 9(7) VALUE 0.
    01 WS-Overdue-Count PIC 9(7) VALUE 0.

    *> Standing-instruction next-due arithmetic - SIMaint's, so the
    *> projection lands where the generator will.
    01 WS-Due-Date-X PIC X(8) VALUE SPACES.
    01 WS-Due-Date-Num REDEFINES WS-Due-Date-X.
      05 WS-Due-Year PIC 9(4).
      05 WS-Due-Month PIC 9(2).
      05 WS-Due-Day PIC 9(2).
    01 WS-Due-Days-In-Month PIC 99 VALUE 0.
    01 WS-Due-Leap-Rem PIC 9(4) VALUE 0.
    01 WS-Due-Int PIC 9(7) VALUE 0.
    01 WS-Due-Work-Num PIC 9(8) VALUE 0.
    01 WS-Due-Tries PIC 9(3) VALUE 0.

    *> Accrual rate tables, loaded as Accrue loads them - branch
    *> rates win over status rates.
    01 WS-Status-Rate-Table.
      05 WS-SRate-Entry OCCURS 20 TIMES.
        10 WS-SRate-Status PIC X(1).
        10 WS-SRate-Rate PIC 9(2)V9(6).
    01 WS-SRate-Used PIC 99 VALUE 0.
    01 WS-Branch-Rate-Table.
      05 WS-BRate-Entry OCCURS 50 TIMES.
        10 WS-BRate-Branch PIC X(4).
        10 WS-BRate-Rate PIC 9(2)V9(6).
    01 WS-BRate-Used PIC 99 VALUE 0.
    01 WS-Rate-Idx PIC 99 VALUE 0.
    01 WS-Rate-Found-Flag PIC A VALUE "N".
      88 Rate-Found VALUE "Y".
    01 WS-Work-Rate PIC 9(2)V9(6) VALUE 0.
    01 WS-Numval-Check PIC 9(2) VALUE 0.
    01 WS-Accrual-Amount PIC S9(9)V99 VALUE 0.
    01 WS-Card-Keyword PIC X(20).
    01 WS-Card-Value PIC X(60).

    *> The extracts to read: TransExtract.dat, then each registered
    *> feed's, each once.
    01 WS-Extract-List.
      05 WS-Extract-Entry OCCURS 30 TIMES.
        10 WS-Extract-Name PIC X(80).
        10 WS-Extract-Ctl-Name PIC X(80).
    01 WS-Extract-Used PIC 99 VALUE 0.
    01 WS-Extract-Idx PIC 99 VALUE 0.
    01 WS-Extract-Find PIC X(80) VALUE SPACES.
    01 WS-Extract-Ctl-Find PIC X(80) VALUE SPACES.
    01 WS-Extract-Found-Flag PIC A VALUE "N".
      88 Extract-Found VALUE "Y".

    *> An extract line, and its record view.
    COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==FX==.
    01 WS-Fx-Raw REDEFINES FX-Record PIC X(41).

    *> Day-by-day running figures for the currency being printed.
    01 WS-Run-Position PIC S9(13)V99 VALUE 0.
    01 WS-Day-Net PIC S9(13)V99 VALUE 0.

    *> Fixed-width report lines.
    01 WS-Fc-Opening-Line.
      05 FILLER PIC X(9) VALUE "Currency ".
      05 FOL-Currency PIC X(3).
      05 FILLER PIC X(22) VALUE "   opening position   ".
      05 FOL-Amount PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
    01 WS-Fc-Heading.
      05 FILLER PIC X(10) VALUE "Date".
      05 FILLER PIC X(20) VALUE "      Standing inst.".
      05 FILLER PIC X(20) VALUE "            Accruals".
      05 FILLER PIC X(20) VALUE "         Value-dated".
      05 FILLER PIC X(20) VALUE "        Net movement".
      05 FILLER PIC X(20) VALUE "            Position".
    01 WS-Fc-Detail.
      05 FDL-Date PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 FILLER PIC X(1) VALUE SPACES.
      05 FDL-SI PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(1) VALUE SPACES.
      05 FDL-Accr PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(1) VALUE SPACES.
      05 FDL-Value PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(1) VALUE SPACES.
      05 FDL-Net PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(1) VALUE SPACES.
      05 FDL-Position PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(2) VALUE SPACES.
      05 FDL-Flag PIC X(12).
    01 WS-Fc-Lowest-Edit PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

    *> CSV line-building area, used instead of the fixed-width lines
    *> when Cfg-Report-Format-Csv is set.
    01 WS-Csv-Line PIC X(132).
    01 WS-Csv-SI PIC -(13)9.99.
    01 WS-Csv-Accr PIC -(13)9.99.
    01 WS-Csv-Value PIC -(13)9.99.
    01 WS-Csv-Net PIC -(13)9.99.
    01 WS-Csv-Position PIC -(13)9.99.
    01 WS-Csv-Holiday PIC X(1).
    01 WS-Csv-Negative PIC X(1).

    *> Tallies.
    01 WS-Master-Records-Read PIC 9(7) VALUE 0.
    01 WS-SI-Projected PIC 9(7) VALUE 0.
    01 WS-Extract-Items-Read PIC 9(7) VALUE 0.
    01 WS-Extracts-Posted PIC 9(3) VALUE 0.
    01 WS-Warehouse-Items-Read PIC 9(7) VALUE 0.
    01 WS-Items-Read PIC 9(7) VALUE 0.
    01 WS-Report-Lines PIC 9(7) VALUE 0.
    01 WS-Currencies-Reported PIC 9(7) VALUE 0.
    01 WS-Negative-Days PIC 9(7) VALUE 0.

    01 WS-None-Label PIC X(60) VALUE SPACES.

    *> Control-card parsing - KEYWORD=VALUE, one card per line.
    01 WS-Control-Card-Status PIC XX.
      88 Control-Card-Not-Found VALUE "35".

    01 WS-Error-Code PIC 999 VALUE 0.
    01 WS-Error-Msg PIC X(70) VALUE SPACES.

    *> Elapsed/run-history row.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "FORECAST".
    01 WS-RH-End-Status PIC X(4) VALUE SPACES.

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
    COPY "ForecastScr.cpy". *> Liquidity Forecast screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  ForecastMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Liquidity Forecast selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> The session loop re-CALLs this program in one run unit, so
    *> the VALUE clauses only ever ran once - reset the tallies.
    MOVE 0 TO WS-Cur-Used.
    MOVE 0 TO WS-Cur-Overflow.
    MOVE 0 TO WS-SRate-Used.
    MOVE 0 TO WS-BRate-Used.
    MOVE SPACES TO WS-Cached-Product.
    MOVE 0 TO WS-Cached-Product-Rate.
    MOVE 0 TO WS-Extract-Used.
    MOVE 0 TO WS-Master-Records-Read.
    MOVE 0 TO WS-SI-Projected.
    MOVE 0 TO WS-Extract-Items-Read.
    MOVE 0 TO WS-Extracts-Posted.
    MOVE 0 TO WS-Warehouse-Items-Read.
    MOVE 0 TO WS-Report-Lines.
    MOVE 0 TO WS-Currencies-Reported.
    MOVE 0 TO WS-Negative-Days.
    MOVE 0 TO WS-Beyond-Count.
    MOVE 0 TO WS-Overdue-Count.
    MOVE 30 TO WS-Fc-Days.

    *> Re-defaulted every invocation, then company-qualified - the
    *> position, the instructions and the extracts are the company's
    *> own, and so is the forward-dated warehouse. The rate cards,
    *> the feed registry and the calendar are shared.
    MOVE "TransMaster.dat" TO WS-Trans-Master-Path.
    MOVE "StandingInstr.dat" TO WS-SI-Path.
    MOVE "FwdWarehouse.dat" TO WS-Fwd-Warehouse-Path.
    CALL "ResolveDataPath" USING WS-Trans-Master-Path.
    CALL "ResolveDataPath" USING WS-SI-Path.
    CALL "ResolveDataPath" USING WS-Fwd-Warehouse-Path.

    PERFORM LoadConfig.

    IF Batch-Mode-Active THEN
      PERFORM ReadControlCards
    ELSE
      DISPLAY SC-Forecast-Ask
      ACCEPT SC-Forecast-Ask
    END-IF.
    IF WS-Fc-Days < 1 OR WS-Fc-Days > 90 THEN
      MOVE 30 TO WS-Fc-Days
    END-IF.

    OPEN INPUT Trans-Master-File.
    IF NOT Trans-Master-Opened-Successfully THEN
      MOVE "(transaction master not found - run Sort 'n' Report)"
        TO WS-None-Label
      PERFORM Report-Nothing-To-Do
      GOBACK
    END-IF.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.

    PERFORM Build-Horizon.
    PERFORM Load-Accrual-Rates.
    PERFORM Open-Product-Files.

    *> Today's position and tomorrow's accrual, currency by currency.
    MOVE "N" TO WS-Master-At-End-Flag.
    PERFORM UNTIL Master-At-End
      READ Trans-Master-File
        AT END
          MOVE "Y" TO WS-Master-At-End-Flag
        NOT AT END
          PERFORM Take-Master-Record
      END-READ
    END-PERFORM.
    CLOSE Trans-Master-File.
    PERFORM Close-Product-Files.

    PERFORM Spread-Accruals.
    PERFORM Project-Standing-Instructions.
    PERFORM Collect-Extract-List.
    PERFORM VARYING WS-Extract-Idx FROM 1 BY 1
      UNTIL WS-Extract-Idx > WS-Extract-Used
      PERFORM Take-Extract-Items
    END-PERFORM.
    PERFORM Take-Warehouse-Items.

    IF WS-Cur-Used = 0 THEN
      MOVE "(nothing on the master or due - no position to project)"
        TO WS-None-Label
      PERFORM Report-Nothing-To-Do
      GOBACK
    END-IF.

    IF Cfg-Report-Format-Csv THEN
      MOVE "ForecastReport.csv" TO WS-Forecast-Report-Path
    ELSE
      MOVE "ForecastReport.txt" TO WS-Forecast-Report-Path
    END-IF.
    CALL "ResolveDataPath" USING WS-Forecast-Report-Path.
    OPEN OUTPUT Forecast-Report-File.
    PERFORM Write-Report-Heading.
    PERFORM VARYING WS-Cur-Idx FROM 1 BY 1
      UNTIL WS-Cur-Idx > WS-Cur-Used
      PERFORM Write-Currency-Block
    END-PERFORM.
    PERFORM Write-Negative-Days.
    PERFORM Write-Report-Footing.
    CLOSE Forecast-Report-File.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

    *> A currency going short inside the horizon is what treasury
    *> runs this for - flag the run so it shows on the history.
    IF WS-Negative-Days > 0 THEN
      MOVE "WARN" TO WS-Log-Level
      MOVE "WARN" TO WS-RH-End-Status
    ELSE
      MOVE "INF" TO WS-Log-Level
      MOVE "OK" TO WS-RH-End-Status
    END-IF.
    MOVE WS-Fc-Days TO WS-Fc-Days-Text.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Liquidity Forecast " DELIMITED BY SIZE
      WS-Fc-Days-Text DELIMITED BY SIZE
      " days - " DELIMITED BY SIZE
      WS-Currencies-Reported DELIMITED BY SIZE
      " currency(ies), " DELIMITED BY SIZE
      WS-Negative-Days DELIMITED BY SIZE
      " negative day(s)" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.
    MOVE WS-Log-Message TO WS-Audit-Message.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    COMPUTE WS-Items-Read = WS-Master-Records-Read + WS-SI-Projected
      + WS-Extract-Items-Read + WS-Warehouse-Items-Read.
    CALL "WriteRunHistory" USING WS-RH-Function WS-Items-Read
      WS-Report-Lines WS-Currencies-Reported WS-Negative-Days
      WS-Elapsed-Seconds WS-RH-End-Status LK-Run-ID LK-Terminal-ID
      LK-Operator-ID.

    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Forecast-Done
      ACCEPT OMITTED
    END-IF.

    GOBACK.

  *> Lays out the horizon from tomorrow, marking the calendar's
  *> holidays. A date with no calendar row (or no calendar at all)
  *> counts as open, the same tolerance as the batch gate.
  Build-Horizon.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
    COMPUTE WS-Today-Int = FUNCTION INTEGER-OF-DATE(WS-Today-Num).

    MOVE "N" TO WS-Calendar-Missing-Flag.
    OPEN INPUT Calendar-File.
    IF Calendar-Not-Found THEN
      MOVE "Y" TO WS-Calendar-Missing-Flag
    END-IF.
    PERFORM VARYING WS-Day-Idx FROM 1 BY 1
      UNTIL WS-Day-Idx > WS-Fc-Days
      COMPUTE WS-Day-Work-Int = WS-Today-Int + WS-Day-Idx
      COMPUTE WS-Day-Work-Num =
        FUNCTION DATE-OF-INTEGER(WS-Day-Work-Int)
      MOVE WS-Day-Work-Num TO WS-Day-Date(WS-Day-Idx)
      MOVE "N" TO WS-Day-Holiday(WS-Day-Idx)
      IF NOT Calendar-Missing THEN
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
    IF NOT Calendar-Missing THEN
      CLOSE Calendar-File
    END-IF.
    MOVE WS-Day-Date(WS-Fc-Days) TO WS-Horizon-End.
    MOVE SPACES TO WS-Day-Date(WS-Fc-Days + 1).
    MOVE "N" TO WS-Day-Holiday(WS-Fc-Days + 1).

  *> One master balance: onto its currency's opening position, and
  *> its day's accrual (Accrue's rate and rounding) onto the
  *> currency's daily accrual.
  Take-Master-Record.
    ADD 1 TO WS-Master-Records-Read.
    MOVE TM-Currency TO WS-Cur-Find.
    PERFORM Find-Currency-Entry.
    IF WS-Cur-Idx = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    ADD TM-Amount TO WS-Cur-Opening(WS-Cur-Idx).

    IF NOT Rates-Loaded AND NOT Products-Available THEN
      EXIT PARAGRAPH
    END-IF.
    PERFORM Find-Accrual-Rate.
    IF WS-Work-Rate = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-Accrual-Amount ROUNDED =
      TM-Amount * WS-Work-Rate / 100.
    ADD WS-Accrual-Amount TO WS-Cur-Daily-Accrual(WS-Cur-Idx).

  *> Accrue runs on each open day, so each currency's daily accrual
  *> lands on every open day of the horizon. The balances are
  *> today's - the projection doesn't compound.
  Spread-Accruals.
    PERFORM VARYING WS-Cur-Idx FROM 1 BY 1
      UNTIL WS-Cur-Idx > WS-Cur-Used
      PERFORM VARYING WS-Day-Idx FROM 1 BY 1
        UNTIL WS-Day-Idx > WS-Fc-Days
        IF WS-Day-Holiday(WS-Day-Idx) = "N" THEN
          ADD WS-Cur-Daily-Accrual(WS-Cur-Idx)
            TO WS-CD-Accr(WS-Cur-Idx, WS-Day-Idx)
            WS-Cur-Tot-Accr(WS-Cur-Idx)
        END-IF
      END-PERFORM
    END-PERFORM.

  *> Every active instruction, each due date from its next-due to
  *> the horizon's end. A due date already past hasn't been
  *> generated yet, so it moves the position on the first open day.
  Project-Standing-Instructions.
    OPEN INPUT SI-File.
    IF NOT SI-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-SI-At-End-Flag.
    PERFORM UNTIL SI-At-End
      READ SI-File NEXT
        AT END
          MOVE "Y" TO WS-SI-At-End-Flag
        NOT AT END
          IF SI-Active-Flag = "A" AND SI-Next-Due NUMERIC THEN
            PERFORM Project-One-Instruction
          END-IF
      END-READ
    END-PERFORM.
    CLOSE SI-File.

  Project-One-Instruction.
    MOVE SI-Next-Due TO WS-Due-Date-X.
    MOVE 0 TO WS-Due-Tries.
    PERFORM UNTIL WS-Due-Date-X > WS-Horizon-End
      OR WS-Due-Tries > 400
      ADD 1 TO WS-Due-Tries
      MOVE WS-Due-Date-X TO WS-Mv-Date
      MOVE SI-Currency TO WS-Mv-Currency
      MOVE SI-Amount TO WS-Mv-Amount
      MOVE "S" TO WS-Mv-Source
      PERFORM Place-Movement
      ADD 1 TO WS-SI-Projected
      PERFORM Advance-Next-Due
    END-PERFORM.

  *> Advances WS-Due-Date-X by the instruction's frequency: daily and
  *> weekly through the day-number arithmetic, monthly by bumping
  *> the month with the day clamped to the new month's length.
  Advance-Next-Due.
    EVALUATE SI-Frequency
      WHEN "D"
        COMPUTE WS-Due-Int =
          FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Due-Date-X)) + 1
        COMPUTE WS-Due-Work-Num = FUNCTION DATE-OF-INTEGER(WS-Due-Int)
        MOVE WS-Due-Work-Num TO WS-Due-Date-X
      WHEN "W"
        COMPUTE WS-Due-Int =
          FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Due-Date-X)) + 7
        COMPUTE WS-Due-Work-Num = FUNCTION DATE-OF-INTEGER(WS-Due-Int)
        MOVE WS-Due-Work-Num TO WS-Due-Date-X
      WHEN OTHER
        ADD 1 TO WS-Due-Month
        IF WS-Due-Month > 12 THEN
          MOVE 1 TO WS-Due-Month
          ADD 1 TO WS-Due-Year
        END-IF
        PERFORM Clamp-Due-Day
    END-EVALUATE.

  *> Clamps the due day to the target month's length (the 31st rolls
  *> to a 30-day month's 30th, February honours leap years).
  Clamp-Due-Day.
    EVALUATE WS-Due-Month
      WHEN 4
      WHEN 6
      WHEN 9
      WHEN 11
        MOVE 30 TO WS-Due-Days-In-Month
      WHEN 2
        MOVE 28 TO WS-Due-Days-In-Month
        COMPUTE WS-Due-Leap-Rem = FUNCTION MOD(WS-Due-Year, 4)
        IF WS-Due-Leap-Rem = 0 THEN
          COMPUTE WS-Due-Leap-Rem = FUNCTION MOD(WS-Due-Year, 100)
          IF WS-Due-Leap-Rem NOT = 0 THEN
            MOVE 29 TO WS-Due-Days-In-Month
          ELSE
            COMPUTE WS-Due-Leap-Rem = FUNCTION MOD(WS-Due-Year, 400)
            IF WS-Due-Leap-Rem = 0 THEN
              MOVE 29 TO WS-Due-Days-In-Month
            END-IF
          END-IF
        END-IF
      WHEN OTHER
        MOVE 31 TO WS-Due-Days-In-Month
    END-EVALUATE.
    IF WS-Due-Day > WS-Due-Days-In-Month THEN
      MOVE WS-Due-Days-In-Month TO WS-Due-Day
    END-IF.

  *> The extracts still waiting to be folded: the default one, then
  *> every registered feed's. A feed registered on the default path
  *> is only read once.
  Collect-Extract-List.
    MOVE "TransExtract.dat" TO WS-Extract-Find.
    CALL "ResolveDataPath" USING WS-Extract-Find.
    MOVE "FeedControl.dat" TO WS-Extract-Ctl-Find.
    CALL "ResolveDataPath" USING WS-Extract-Ctl-Find.
    PERFORM Add-Extract-Name.

    OPEN INPUT Feed-Reg-File.
    IF NOT Feed-Reg-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Feed-Reg-At-End-Flag.
    PERFORM UNTIL Feed-Reg-At-End
      READ Feed-Reg-File NEXT
        AT END
          MOVE "Y" TO WS-Feed-Reg-At-End-Flag
        NOT AT END
          IF FR-Extract-Path NOT = SPACES THEN
            MOVE FR-Extract-Path TO WS-Extract-Find
            CALL "ResolveDataPath" USING WS-Extract-Find
            MOVE SPACES TO WS-Extract-Ctl-Find
            STRING
              "FeedControl." DELIMITED BY SIZE
              FUNCTION TRIM(FR-Name) DELIMITED BY SIZE
              ".dat" DELIMITED BY SIZE
              INTO WS-Extract-Ctl-Find
            END-STRING
            CALL "ResolveDataPath" USING WS-Extract-Ctl-Find
            PERFORM Add-Extract-Name
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Feed-Reg-File.

  Add-Extract-Name.
    MOVE "N" TO WS-Extract-Found-Flag.
    PERFORM VARYING WS-Extract-Idx FROM 1 BY 1
      UNTIL WS-Extract-Idx > WS-Extract-Used OR Extract-Found
      IF WS-Extract-Name(WS-Extract-Idx) = WS-Extract-Find THEN
        MOVE "Y" TO WS-Extract-Found-Flag
      END-IF
    END-PERFORM.
    IF NOT Extract-Found AND WS-Extract-Used < 30 THEN
      ADD 1 TO WS-Extract-Used
      MOVE WS-Extract-Find TO WS-Extract-Name(WS-Extract-Used)
      MOVE WS-Extract-Ctl-Find TO WS-Extract-Ctl-Name(WS-Extract-Used)
    END-IF.

  *> One extract's items onto the horizon by value date (blank means
  *> the entry date, as everywhere else). An extract not on disk has
  *> simply been folded already; one still on disk whose header
  *> generation its feed's control file already records has been
  *> posted too - its items are on the master or in the warehouse.
  Take-Extract-Items.
    MOVE WS-Extract-Name(WS-Extract-Idx) TO WS-Fc-Extract-Path.
    OPEN INPUT Fc-Extract-File.
    IF NOT Fc-Extract-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Fc-Extract-At-End-Flag.
    PERFORM UNTIL Fc-Extract-At-End
      READ Fc-Extract-File
        AT END
          MOVE "Y" TO WS-Fc-Extract-At-End-Flag
        NOT AT END
          IF FE-Line(1:3) = "HDR" THEN
            MOVE FE-Line(20:4) TO WS-Fc-Hdr-Generation
            PERFORM Check-Extract-Posted
            IF Extract-Already-Posted THEN
              ADD 1 TO WS-Extracts-Posted
              MOVE "Y" TO WS-Fc-Extract-At-End-Flag
            END-IF
          END-IF
          IF FE-Line(1:3) NOT = "HDR" AND FE-Line(1:3) NOT = "TRL"
            AND FE-Line NOT = SPACES THEN
            MOVE FE-Line TO WS-Fx-Raw
            IF FX-Amount NUMERIC THEN
              ADD 1 TO WS-Extract-Items-Read
              IF FX-Value-Date = SPACES THEN
                MOVE FX-Date TO WS-Mv-Date
              ELSE
                MOVE FX-Value-Date TO WS-Mv-Date
              END-IF
              MOVE FX-Currency TO WS-Mv-Currency
              MOVE FX-Amount TO WS-Mv-Amount
              MOVE "V" TO WS-Mv-Source
              PERFORM Place-Movement
            END-IF
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Fc-Extract-File.

  *> Has the feed's control file already recorded this header's
  *> generation (or a later one)? No control file, or a header
  *> without a readable generation, means still waiting.
  Check-Extract-Posted.
    MOVE "N" TO WS-Fc-Posted-Flag.
    IF WS-Fc-Hdr-Generation NOT NUMERIC THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Extract-Ctl-Name(WS-Extract-Idx) TO WS-Fc-Control-Path.
    OPEN INPUT Fc-Control-File.
    IF NOT Fc-Control-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    READ Fc-Control-File
      AT END
        CONTINUE
      NOT AT END
        IF FCC-Last-Generation NUMERIC
          AND FCC-Last-Generation >= WS-Fc-Hdr-Generation THEN
          MOVE "Y" TO WS-Fc-Posted-Flag
        END-IF
    END-READ.
    CLOSE Fc-Control-File.

  *> The warehouse's waiting items onto the horizon by their settled
  *> value dates. No warehouse means nothing forward-dated yet.
  Take-Warehouse-Items.
    OPEN INPUT Fwd-Warehouse-File.
    IF NOT Fwd-Warehouse-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Fwd-At-End-Flag.
    PERFORM UNTIL Fwd-At-End
      READ Fwd-Warehouse-File
        AT END
          MOVE "Y" TO WS-Fwd-At-End-Flag
        NOT AT END
          IF FW-State = "W" THEN
            ADD 1 TO WS-Warehouse-Items-Read
            MOVE FW-Value-Date TO WS-Mv-Date
            MOVE FW-Currency TO WS-Mv-Currency
            MOVE FW-Amount TO WS-Mv-Amount
            MOVE "V" TO WS-Mv-Source
            PERFORM Place-Movement
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Fwd-Warehouse-File.

  *> Puts one movement on the horizon: a date already past moves on
  *> the first day, a holiday rolls forward to the next open day,
  *> and anything landing beyond the horizon is only counted.
  Place-Movement.
    IF WS-Mv-Date NOT NUMERIC THEN
      ADD 1 TO WS-Beyond-Count
      EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-Mv-Day-Idx =
      FUNCTION INTEGER-OF-DATE(WS-Mv-Date-Num) - WS-Today-Int.
    IF WS-Mv-Day-Idx < 1 THEN
      MOVE 1 TO WS-Mv-Day-Idx
      ADD 1 TO WS-Overdue-Count
    END-IF.
    IF WS-Mv-Day-Idx > WS-Fc-Days THEN
      ADD 1 TO WS-Beyond-Count
      EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-Mv-Day-Idx > WS-Fc-Days
      OR WS-Day-Holiday(WS-Mv-Day-Idx) = "N"
      ADD 1 TO WS-Mv-Day-Idx
    END-PERFORM.
    IF WS-Mv-Day-Idx > WS-Fc-Days THEN
      ADD 1 TO WS-Beyond-Count
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Mv-Currency TO WS-Cur-Find.
    PERFORM Find-Currency-Entry.
    IF WS-Cur-Idx = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Mv-Day-Idx TO WS-Day-Idx.
    IF Mv-From-SI THEN
      ADD WS-Mv-Amount TO WS-CD-SI(WS-Cur-Idx, WS-Day-Idx)
        WS-Cur-Tot-SI(WS-Cur-Idx)
    ELSE
      ADD WS-Mv-Amount TO WS-CD-Value(WS-Cur-Idx, WS-Day-Idx)
        WS-Cur-Tot-Value(WS-Cur-Idx)
    END-IF.

  *> WS-Cur-Idx to WS-Cur-Find's entry (blank means the base
  *> currency, GBP), adding it the first time it is seen; zero when
  *> the table is full.
  Find-Currency-Entry.
    IF WS-Cur-Find = SPACES THEN
      MOVE "GBP" TO WS-Cur-Find
    END-IF.
    PERFORM VARYING WS-Cur-Idx FROM 1 BY 1
      UNTIL WS-Cur-Idx > WS-Cur-Used
        OR WS-Cur-Code(WS-Cur-Idx) = WS-Cur-Find
      CONTINUE
    END-PERFORM.
    IF WS-Cur-Idx <= WS-Cur-Used THEN
      EXIT PARAGRAPH
    END-IF.
    IF WS-Cur-Used >= 20 THEN
      ADD 1 TO WS-Cur-Overflow
      MOVE 0 TO WS-Cur-Idx
      EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-Cur-Used.
    MOVE WS-Cur-Used TO WS-Cur-Idx.
    INITIALIZE WS-Cur-Entry(WS-Cur-Idx).
    MOVE WS-Cur-Find TO WS-Cur-Code(WS-Cur-Idx).

  *> Loads the accrual rate cards - per status and per branch. No
  *> file means no accruals in the projection.
  Load-Accrual-Rates.
    MOVE "N" TO WS-Rates-Loaded-Flag.
    OPEN INPUT Accr-Rates-File.
    IF Accr-Rates-Not-Found THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-Rates-Loaded-Flag.
    PERFORM UNTIL Accr-Rates-Not-Found
      READ Accr-Rates-File
        AT END
          MOVE "35" TO WS-Accr-Rates-Status
        NOT AT END
          MOVE SPACES TO WS-Card-Keyword
          MOVE SPACES TO WS-Card-Value
          UNSTRING AR-Line DELIMITED BY "="
            INTO WS-Card-Keyword WS-Card-Value
          END-UNSTRING
          PERFORM Parse-One-Rate-Card
      END-READ
    END-PERFORM.
    CLOSE Accr-Rates-File.

  *> One card: S<c> is a status rate, B<bbbb> a branch rate. The
  *> generated-status card and anything unreadable don't bear on
  *> the amounts and are passed over - Accrue reports those.
  Parse-One-Rate-Card.
    IF FUNCTION TRIM(WS-Card-Keyword) = SPACES
      OR FUNCTION TRIM(WS-Card-Keyword) = "ACCRSTATUS" THEN
      EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-Numval-Check =
      FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-Card-Value)).
    IF WS-Numval-Check NOT = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Card-Value))
      TO WS-Work-Rate.

    EVALUATE WS-Card-Keyword(1:1)
      WHEN "S"
        IF WS-SRate-Used < 20 THEN
          ADD 1 TO WS-SRate-Used
          MOVE WS-Card-Keyword(2:1) TO WS-SRate-Status(WS-SRate-Used)
          MOVE WS-Work-Rate TO WS-SRate-Rate(WS-SRate-Used)
        END-IF
      WHEN "B"
        IF WS-BRate-Used < 50 THEN
          ADD 1 TO WS-BRate-Used
          MOVE WS-Card-Keyword(2:4) TO WS-BRate-Branch(WS-BRate-Used)
          MOVE WS-Work-Rate TO WS-BRate-Rate(WS-BRate-Used)
        END-IF
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

  *> The rate for the master record just read - its product's rate
  *> when the account is on a product that sets one, else its
  *> branch's rate when one is configured, else its status's, else
  *> zero - Accrue's order.
  Find-Accrual-Rate.
    MOVE 0 TO WS-Work-Rate.
    MOVE "N" TO WS-Rate-Found-Flag.
    PERFORM Find-Product-Rate.
    IF WS-Work-Rate > 0 THEN
      EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-Rate-Idx FROM 1 BY 1
      UNTIL WS-Rate-Idx > WS-BRate-Used OR Rate-Found
      IF WS-BRate-Branch(WS-Rate-Idx) = TM-Key(1:4) THEN
        MOVE WS-BRate-Rate(WS-Rate-Idx) TO WS-Work-Rate
        MOVE "Y" TO WS-Rate-Found-Flag
      END-IF
    END-PERFORM.
    IF Rate-Found THEN
      EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-Rate-Idx FROM 1 BY 1
      UNTIL WS-Rate-Idx > WS-SRate-Used OR Rate-Found
      IF WS-SRate-Status(WS-Rate-Idx) = TM-Status THEN
        MOVE WS-SRate-Rate(WS-Rate-Idx) TO WS-Work-Rate
        MOVE "Y" TO WS-Rate-Found-Flag
      END-IF
    END-PERFORM.

  *> The accrual rate of the product the record's account is on, or
  *> zero - no reference row, no product, a product the catalogue
  *> doesn't know, or one that sets no rate.
  Find-Product-Rate.
    MOVE 0 TO WS-Work-Rate.
    IF NOT Products-Available THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE TM-Key TO AC-Key.
    READ Acct-Ref-File
      INVALID KEY
        EXIT PARAGRAPH
    END-READ.
    IF AC-Product = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    IF AC-Product NOT = WS-Cached-Product THEN
      MOVE AC-Product TO WS-Cached-Product
      MOVE 0 TO WS-Cached-Product-Rate
      MOVE AC-Product TO PRD-Code
      READ Prod-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE PRD-Accrual-Rate TO WS-Cached-Product-Rate
      END-READ
    END-IF.
    MOVE WS-Cached-Product-Rate TO WS-Work-Rate.

  *> Product rates need both the account reference (which product)
  *> and the catalogue (what rate) - shared files, like the rate
  *> cards.
  Open-Product-Files.
    MOVE "N" TO WS-Products-Flag.
    OPEN INPUT Prod-File.
    IF NOT Prod-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    OPEN INPUT Acct-Ref-File.
    IF NOT Acct-Ref-Opened-OK THEN
      CLOSE Prod-File
      EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-Products-Flag.

  Close-Product-Files.
    IF Products-Available THEN
      CLOSE Acct-Ref-File
      CLOSE Prod-File
    END-IF.

  Write-Report-Heading.
    IF Cfg-Report-Format-Csv THEN
      MOVE SPACES TO FRP-Line
      STRING
        "Currency,Date,Holiday,Standing Instructions,Accruals,"
          DELIMITED BY SIZE
        "Value Dated,Net Movement,Position,Negative" DELIMITED BY SIZE
        INTO FRP-Line
      END-STRING
      PERFORM Write-Report-Line
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Fc-Days TO WS-Fc-Days-Text.
    MOVE SPACES TO FRP-Line.
    STRING
      "Cash-flow and liquidity forecast - " DELIMITED BY SIZE
      WS-Fc-Days-Text DELIMITED BY SIZE
      " days from " DELIMITED BY SIZE
      WS-Day-Date(1) DELIMITED BY SIZE
      " to " DELIMITED BY SIZE
      WS-Horizon-End DELIMITED BY SIZE
      "   run " DELIMITED BY SIZE
      WS-Today DELIMITED BY SIZE
      INTO FRP-Line
    END-STRING.
    PERFORM Write-Report-Line.
    IF WS-Company-ID NOT = SPACES THEN
      MOVE SPACES TO FRP-Line
      STRING
        "Company: " DELIMITED BY SIZE
        WS-Company-ID DELIMITED BY SIZE
        INTO FRP-Line
      END-STRING
      PERFORM Write-Report-Line
    END-IF.
    MOVE "(each currency in its own units; ** = position below zero)"
      TO FRP-Line.
    PERFORM Write-Report-Line.

  *> One currency: the opening position, a line per day of the
  *> horizon with the movement by source and the running position,
  *> then the totals and the lowest point.
  Write-Currency-Block.
    ADD 1 TO WS-Currencies-Reported.
    MOVE WS-Cur-Opening(WS-Cur-Idx) TO WS-Run-Position.
    MOVE WS-Run-Position TO WS-Cur-Lowest(WS-Cur-Idx).
    MOVE WS-Today TO WS-Cur-Lowest-Date(WS-Cur-Idx).
    MOVE 0 TO WS-Cur-Neg-Days(WS-Cur-Idx).

    IF NOT Cfg-Report-Format-Csv THEN
      MOVE SPACES TO FRP-Line
      PERFORM Write-Report-Line
      MOVE WS-Cur-Code(WS-Cur-Idx) TO FOL-Currency
      MOVE WS-Run-Position TO FOL-Amount
      MOVE WS-Fc-Opening-Line TO FRP-Line
      PERFORM Write-Report-Line
      MOVE WS-Fc-Heading TO FRP-Line
      PERFORM Write-Report-Line
    END-IF.

    PERFORM VARYING WS-Day-Idx FROM 1 BY 1
      UNTIL WS-Day-Idx > WS-Fc-Days
      PERFORM Write-Day-Line
    END-PERFORM.

    IF Cfg-Report-Format-Csv THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-Fc-Detail.
    MOVE "Totals" TO FDL-Date.
    MOVE WS-Cur-Tot-SI(WS-Cur-Idx) TO FDL-SI.
    MOVE WS-Cur-Tot-Accr(WS-Cur-Idx) TO FDL-Accr.
    MOVE WS-Cur-Tot-Value(WS-Cur-Idx) TO FDL-Value.
    COMPUTE WS-Day-Net = WS-Cur-Tot-SI(WS-Cur-Idx)
      + WS-Cur-Tot-Accr(WS-Cur-Idx) + WS-Cur-Tot-Value(WS-Cur-Idx).
    MOVE WS-Day-Net TO FDL-Net.
    MOVE WS-Run-Position TO FDL-Position.
    MOVE WS-Fc-Detail TO FRP-Line.
    PERFORM Write-Report-Line.
    MOVE WS-Cur-Lowest(WS-Cur-Idx) TO WS-Fc-Lowest-Edit.
    MOVE SPACES TO FRP-Line.
    STRING
      "Lowest position " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Fc-Lowest-Edit) DELIMITED BY SIZE
      " on " DELIMITED BY SIZE
      WS-Cur-Lowest-Date(WS-Cur-Idx) DELIMITED BY SIZE
      "; " DELIMITED BY SIZE
      WS-Cur-Neg-Days(WS-Cur-Idx) DELIMITED BY SIZE
      " day(s) below zero" DELIMITED BY SIZE
      INTO FRP-Line
    END-STRING.
    PERFORM Write-Report-Line.

  *> One day of one currency. A holiday carries the position over
  *> unchanged - whatever fell due on it moved to the next open day.
  Write-Day-Line.
    COMPUTE WS-Day-Net = WS-CD-SI(WS-Cur-Idx, WS-Day-Idx)
      + WS-CD-Accr(WS-Cur-Idx, WS-Day-Idx)
      + WS-CD-Value(WS-Cur-Idx, WS-Day-Idx).
    ADD WS-Day-Net TO WS-Run-Position.
    IF WS-Run-Position < WS-Cur-Lowest(WS-Cur-Idx) THEN
      MOVE WS-Run-Position TO WS-Cur-Lowest(WS-Cur-Idx)
      MOVE WS-Day-Date(WS-Day-Idx) TO WS-Cur-Lowest-Date(WS-Cur-Idx)
    END-IF.
    IF WS-Run-Position < 0 THEN
      ADD 1 TO WS-Cur-Neg-Days(WS-Cur-Idx)
      ADD 1 TO WS-Negative-Days
    END-IF.

    IF Cfg-Report-Format-Csv THEN
      MOVE WS-CD-SI(WS-Cur-Idx, WS-Day-Idx) TO WS-Csv-SI
      MOVE WS-CD-Accr(WS-Cur-Idx, WS-Day-Idx) TO WS-Csv-Accr
      MOVE WS-CD-Value(WS-Cur-Idx, WS-Day-Idx) TO WS-Csv-Value
      MOVE WS-Day-Net TO WS-Csv-Net
      MOVE WS-Run-Position TO WS-Csv-Position
      MOVE WS-Day-Holiday(WS-Day-Idx) TO WS-Csv-Holiday
      IF WS-Run-Position < 0 THEN
        MOVE "Y" TO WS-Csv-Negative
      ELSE
        MOVE "N" TO WS-Csv-Negative
      END-IF
      MOVE SPACES TO WS-Csv-Line
      STRING
        WS-Cur-Code(WS-Cur-Idx) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        WS-Day-Date(WS-Day-Idx) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        WS-Csv-Holiday DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-Csv-SI) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-Csv-Accr) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-Csv-Value) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-Csv-Net) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-Csv-Position) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        WS-Csv-Negative DELIMITED BY SIZE
        INTO WS-Csv-Line
      END-STRING
      MOVE WS-Csv-Line TO FRP-Line
      PERFORM Write-Report-Line
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Fc-Detail.
    MOVE WS-Day-Date(WS-Day-Idx) TO FDL-Date.
    MOVE WS-CD-SI(WS-Cur-Idx, WS-Day-Idx) TO FDL-SI.
    MOVE WS-CD-Accr(WS-Cur-Idx, WS-Day-Idx) TO FDL-Accr.
    MOVE WS-CD-Value(WS-Cur-Idx, WS-Day-Idx) TO FDL-Value.
    MOVE WS-Day-Net TO FDL-Net.
    MOVE WS-Run-Position TO FDL-Position.
    IF WS-Run-Position < 0 THEN
      MOVE "** NEGATIVE" TO FDL-Flag
    ELSE
      IF WS-Day-Holiday(WS-Day-Idx) = "Y" THEN
        MOVE "(holiday)" TO FDL-Flag
      END-IF
    END-IF.
    MOVE WS-Fc-Detail TO FRP-Line.
    PERFORM Write-Report-Line.

  *> Treasury's list: every currency that goes short, the first day
  *> it does and how many days of the horizon it stays there.
  Write-Negative-Days.
    IF Cfg-Report-Format-Csv THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO FRP-Line.
    PERFORM Write-Report-Line.
    MOVE "Currencies going below zero inside the horizon:" TO FRP-Line.
    PERFORM Write-Report-Line.
    IF WS-Negative-Days = 0 THEN
      MOVE "  (none)" TO FRP-Line
      PERFORM Write-Report-Line
      EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-Cur-Idx FROM 1 BY 1
      UNTIL WS-Cur-Idx > WS-Cur-Used
      IF WS-Cur-Neg-Days(WS-Cur-Idx) > 0 THEN
        MOVE WS-Cur-Lowest(WS-Cur-Idx) TO WS-Fc-Lowest-Edit
        MOVE SPACES TO FRP-Line
        STRING
          "  " DELIMITED BY SIZE
          WS-Cur-Code(WS-Cur-Idx) DELIMITED BY SIZE
          "  " DELIMITED BY SIZE
          WS-Cur-Neg-Days(WS-Cur-Idx) DELIMITED BY SIZE
          " day(s) below zero, lowest " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Fc-Lowest-Edit) DELIMITED BY SIZE
          " on " DELIMITED BY SIZE
          WS-Cur-Lowest-Date(WS-Cur-Idx) DELIMITED BY SIZE
          INTO FRP-Line
        END-STRING
        PERFORM Write-Report-Line
      END-IF
    END-PERFORM.

  *> What the projection could not see, said on the report itself.
  Write-Report-Footing.
    IF Cfg-Report-Format-Csv THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO FRP-Line.
    PERFORM Write-Report-Line.
    IF Calendar-Missing THEN
      MOVE "** No Calendar.dat - every day treated as open" TO FRP-Line
      PERFORM Write-Report-Line
    END-IF.
    IF NOT Rates-Loaded AND NOT Products-Available THEN
      MOVE "** No AccrRates.dat - no accruals projected" TO FRP-Line
      PERFORM Write-Report-Line
    END-IF.
    IF NOT Rates-Loaded AND Products-Available THEN
      MOVE "** No AccrRates.dat - accruals projected at product rates only"
        TO FRP-Line
      PERFORM Write-Report-Line
    END-IF.
    IF WS-Overdue-Count > 0 THEN
      MOVE SPACES TO FRP-Line
      STRING
        "** " DELIMITED BY SIZE
        WS-Overdue-Count DELIMITED BY SIZE
        " movement(s) already due or value-dated put on the first day"
          DELIMITED BY SIZE
        INTO FRP-Line
      END-STRING
      PERFORM Write-Report-Line
    END-IF.
    IF WS-Warehouse-Items-Read > 0 THEN
      MOVE SPACES TO FRP-Line
      STRING
        "** " DELIMITED BY SIZE
        WS-Warehouse-Items-Read DELIMITED BY SIZE
        " forward-dated item(s) from the warehouse included"
          DELIMITED BY SIZE
        INTO FRP-Line
      END-STRING
      PERFORM Write-Report-Line
    END-IF.
    IF WS-Extracts-Posted > 0 THEN
      MOVE SPACES TO FRP-Line
      STRING
        "** " DELIMITED BY SIZE
        WS-Extracts-Posted DELIMITED BY SIZE
        " extract(s) on disk already posted - left out"
          DELIMITED BY SIZE
        INTO FRP-Line
      END-STRING
      PERFORM Write-Report-Line
    END-IF.
    IF WS-Beyond-Count > 0 THEN
      MOVE SPACES TO FRP-Line
      STRING
        "** " DELIMITED BY SIZE
        WS-Beyond-Count DELIMITED BY SIZE
        " movement(s) falling beyond the horizon left out"
          DELIMITED BY SIZE
        INTO FRP-Line
      END-STRING
      PERFORM Write-Report-Line
    END-IF.
    IF WS-Cur-Overflow > 0 THEN
      MOVE "** More than 20 currencies - the rest are left off this report"
        TO FRP-Line
      PERFORM Write-Report-Line
    END-IF.

  Write-Report-Line.
    WRITE FRP-Line.
    ADD 1 TO WS-Report-Lines.

  *> Nothing to project - say why on the screen, or in the log when
  *> nobody is watching.
  Report-Nothing-To-Do.
    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Forecast-None
      ACCEPT OMITTED
    ELSE
      MOVE "WARN" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Liquidity Forecast: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-None-Label) DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

  *> Reads the batch answers for this function off the control-card
  *> file - a missing file leaves the 30-day horizon standing.
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
            WHEN "FCDAYS"
              COMPUTE WS-Numval-Check =
                FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-Card-Value))
              IF WS-Numval-Check = 0 THEN
                MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Card-Value))
                  TO WS-Fc-Days-Card
                IF WS-Fc-Days-Card >= 1 AND WS-Fc-Days-Card <= 90 THEN
                  MOVE WS-Fc-Days-Card TO WS-Fc-Days
                END-IF
              END-IF
            WHEN OTHER
              *> Other functions' cards share this file - ignore them.
              CONTINUE
          END-EVALUATE
      END-READ
    END-PERFORM.
    CLOSE Control-Card-File.

  *> Loads the persisted settings through the shared parser - a
  *> rejected keyword keeps its default and is reported by name.
  LoadConfig.
    CALL "ReadSettings" USING WS-Cfg-Settings WS-Settings-Error.
    IF WS-Settings-Error NOT = SPACES THEN
      MOVE "WARN" TO WS-Log-Level
      MOVE WS-Settings-Error TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

END PROGRAM Forecast.
