IDENTIFICATION DIVISION.
  PROGRAM-ID. CapMon.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Capacity limits - KEYWORD=VALUE, one per line, same card
      *> convention as CobAllCards.dat:
      *>   CEILINGMB=nnnn     space ceiling for any one file, MB
      *>                      (default 2048)
      *>   CEILING.<file>=n   ceiling for the named file, MB - wins
      *>                      over CEILINGMB (0 = no ceiling)
      *>   TOTALMB=nnnnn      ceiling for all the files together, MB
      *>                      (0 or missing = none)
      *>   WARNPCT=nn         warning level, percent of the ceiling
      *>                      (default 80)
      *>   WARNDAYS=nnn       also warn when the ceiling is projected
      *>                      within this many days (default 30,
      *>                      0 = off)
      *>   GROWDAYS=nnn       days of history growth is averaged over
      *>                      (default 30)
      SELECT Cap-Limits-File ASSIGN TO "CapLimits.dat"
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Cap-Limits-Status.

      *> Size and record-count history, a row per file per day.
      SELECT Cap-Hist-File ASSIGN TO WS-Cap-Hist-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS CH-Key
      FILE STATUS WS-Cap-Hist-Status.

      *> Generic reader for counting a sequential file's records -
      *> repointed per file, the same dynamic-filename idiom as the
      *> housekeeping cutover.
      SELECT Count-File ASSIGN TO WS-Count-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Count-Status.

      *> The capacity report.
      SELECT Cap-Report-File ASSIGN TO WS-Cap-Report-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Cap-Report-Status.

DATA DIVISION.
  FILE SECTION.
    FD Cap-Limits-File.
      01 CL-Card-Line PIC X(80).

    FD Cap-Hist-File.
      COPY "CapHistRecord.cpy" REPLACING ==:PREFIX:== BY ==CH==.

    FD Count-File.
      *> Only counted, never looked at - a longer line is read as one
      *> record all the same.
      01 CF-Line PIC X(512).

    FD Cap-Report-File.
      01 CR-Line PIC X(80).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.
    01 WS-Cap-Limits-Status PIC XX.
      88 Cap-Limits-Not-Found VALUE "35".
    01 WS-Cap-Hist-Path PIC X(80) VALUE "CapHist.dat".
    01 WS-Cap-Hist-Status PIC XX.
      88 Cap-Hist-Opened-OK VALUE "00".
      88 Cap-Hist-Not-Found VALUE "35".
    01 WS-Cap-Hist-At-End-Flag PIC X VALUE "N".
      88 Cap-Hist-At-End VALUE "Y".
    01 WS-Count-Path PIC X(80) VALUE SPACES.
    01 WS-Count-Status PIC XX.
      88 Count-Opened-OK VALUE "00".
    01 WS-Count-At-End-Flag PIC X VALUE "N".
      88 Count-At-End VALUE "Y".
    01 WS-Cap-Report-Path PIC X(80) VALUE "CapMon.txt".
    01 WS-Cap-Report-Status PIC XX.

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode - a
    *> batch run measures the files and reports, no screens.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    *> Limits card parsing.
    01 WS-Card-Keyword PIC X(40).
    01 WS-Card-Value PIC X(40).
    01 WS-Numval-Check PIC 9(4) VALUE 0.
    01 WS-Card-Number PIC 9(7) VALUE 0.

    *> The limits in force - the defaults unless CapLimits.dat says
    *> otherwise.
    01 WS-Ceiling-MB PIC 9(7) VALUE 2048.
    01 WS-Total-MB PIC 9(7) VALUE 0.
    01 WS-Warn-Pct PIC 9(3) VALUE 80.
    01 WS-Warn-Days PIC 9(3) VALUE 30.
    01 WS-Grow-Days PIC 9(3) VALUE 30.

    *> The data files watched - the ones that grow with the business
    *> and the logs and registers that grow with every run, not the
    *> reference and control files that stay a steady size. Scope C
    *> files are the session company's, S files shared. Organisation
    *> L (line sequential) files have their records counted; I
    *> (indexed) files have them estimated from the size over the
    *> record length, since the index blocks are in the size too.
    01 WS-Mon-File-List.
      05 FILLER PIC X(30) VALUE "TransMaster.dat         CI0041".
      05 FILLER PIC X(30) VALUE "MtdMaster.dat           CI0041".
      05 FILLER PIC X(30) VALUE "PostedReg.dat           CI0057".
      05 FILLER PIC X(30) VALUE "TxnHist.dat             CI0082".
      05 FILLER PIC X(30) VALUE "FwdWarehouse.dat        CI0097".
      05 FILLER PIC X(30) VALUE "Payments.dat            CI0225".
      05 FILLER PIC X(30) VALUE "DisputeNotes.dat        CI0087".
      05 FILLER PIC X(30) VALUE "RecItem.dat             CI0147".
      05 FILLER PIC X(30) VALUE "SampleItem.dat          CI0150".
      05 FILLER PIC X(30) VALUE "FeedQuar.dat            CI0429".
      05 FILLER PIC X(30) VALUE "CapHist.dat             CI0110".
      05 FILLER PIC X(30) VALUE "Suspense.dat            CL0000".
      05 FILLER PIC X(30) VALUE "Snapshot.dat            CL0000".
      05 FILLER PIC X(30) VALUE "StmtArchive.dat         CL0000".
      05 FILLER PIC X(30) VALUE "RepairJnl.dat           CL0000".
      05 FILLER PIC X(30) VALUE "Adjustment.dat          CL0000".
      05 FILLER PIC X(30) VALUE "TransferReg.dat         CL0000".
      05 FILLER PIC X(30) VALUE "BackupReg.dat           CL0000".
      05 FILLER PIC X(30) VALUE "RunHist.dat             SI0122".
      05 FILLER PIC X(30) VALUE "XmitReg.dat             SI0117".
      05 FILLER PIC X(30) VALUE "ScreenHit.dat           SI0202".
      05 FILLER PIC X(30) VALUE "RateHist.dat            SI0020".
      05 FILLER PIC X(30) VALUE "TMJournal.dat           SL0000".
      05 FILLER PIC X(30) VALUE "CfgHistory.dat          SL0000".
      05 FILLER PIC X(30) VALUE "Audit.log               SL0000".
      05 FILLER PIC X(30) VALUE "AlertQueue.txt          SL0000".
      05 FILLER PIC X(30) VALUE "AlertAcked.txt          SL0000".
      05 FILLER PIC X(30) VALUE "TicketFeed.csv          SL0000".
      05 FILLER PIC X(30) VALUE "PrintQueue.txt          SL0000".
    01 WS-Mon-File-Table REDEFINES WS-Mon-File-List.
      05 WS-Mon-Entry OCCURS 29 TIMES.
        10 WS-Mon-Name PIC X(24).
        10 WS-Mon-Scope PIC X(1).
        10 WS-Mon-Org PIC X(1).
        10 WS-Mon-Rec-Len PIC 9(4).
    01 WS-Mon-Max PIC 9(2) VALUE 29.
    01 WS-Mon-Idx PIC 9(2) VALUE 0.

    *> This run's figures, an entry per watched file plus the
    *> all-files total in the last.
    01 WS-Res-Table.
      05 WS-Res-Entry OCCURS 30 TIMES.
        10 WS-Res-Name PIC X(24).
        10 WS-Res-Ceiling-Card PIC 9(7).
        10 WS-Res-Card-Set PIC A.
        10 WS-Res-Present PIC A.
        10 WS-Res-Bytes PIC 9(15).
        10 WS-Res-Records PIC 9(11).
        10 WS-Res-Basis PIC X(1).
        10 WS-Res-Growth PIC S9(13).
        10 WS-Res-Days-Left PIC 9(5).
        10 WS-Res-Pct PIC 9(3).
        10 WS-Res-Level PIC X(1).
    01 WS-Res-Total-Idx PIC 9(2) VALUE 30.
    01 WS-Res-Idx PIC 9(2) VALUE 0.

    *> CBL_CHECK_FILE_EXIST's answer - the size leads the block.
    01 WS-Cap-File-Info.
      05 WS-Cap-File-Size PIC X(8) COMP-X.
      05 FILLER PIC X(16).
    01 WS-Cap-Exist-Status PIC S9(9) COMP-5.
    01 WS-Cap-Path PIC X(80) VALUE SPACES.

    *> The file (or the total) being judged.
    01 WS-Cur-Name PIC X(24) VALUE SPACES.
    01 WS-Cur-Bytes PIC 9(15) VALUE 0.
    01 WS-Cur-Records PIC 9(11) VALUE 0.
    01 WS-Cur-Basis PIC X(1) VALUE SPACES.
    01 WS-Cur-Ceiling-Bytes PIC 9(15) VALUE 0.
    01 WS-Cur-Growth PIC S9(13) VALUE 0.
    01 WS-Cur-Days-Left PIC 9(5) VALUE 0.
    01 WS-Cur-Pct PIC 9(3) VALUE 0.
    01 WS-Cur-Level PIC X(1) VALUE SPACES.
    01 WS-Work-Days PIC S9(13) VALUE 0.
    01 WS-Work-Pct PIC 9(7) VALUE 0.

    *> What the history already says about the file - the oldest
    *> sample inside the growth window, the level it was last at
    *> before today, and today's row if this is a re-run.
    01 WS-Old-Found-Flag PIC A VALUE "N".
      88 Old-Sample-Found VALUE "Y".
    01 WS-Old-Date PIC X(8) VALUE SPACES.
    01 WS-Old-Bytes PIC 9(15) VALUE 0.
    01 WS-Prior-Level PIC X(1) VALUE SPACES.
    01 WS-Today-Row-Flag PIC A VALUE "N".
      88 Today-Row-Exists VALUE "Y".
    01 WS-Today-Row-Level PIC X(1) VALUE SPACES.
    01 WS-Rank-Level PIC X(1) VALUE SPACES.
    01 WS-Rank PIC 9 VALUE 0.
    01 WS-Cur-Rank PIC 9 VALUE 0.
    01 WS-Seen-Rank PIC 9 VALUE 0.

    *> Dates.
    01 WS-Today PIC X(8) VALUE SPACES.
    01 WS-Today-Int PIC 9(7) VALUE 0.
    01 WS-Old-Int PIC 9(7) VALUE 0.
    01 WS-Window-Num PIC 9(8) VALUE 0.
    01 WS-Window-Start PIC X(8) VALUE SPACES.

    *> Run totals.
    01 WS-Files-Measured PIC 9(7) VALUE 0.
    01 WS-Files-Absent PIC 9(7) VALUE 0.
    01 WS-Files-Warned PIC 9(7) VALUE 0.
    01 WS-Files-At-Ceiling PIC 9(7) VALUE 0.
    01 WS-Alerts-Raised PIC 9(7) VALUE 0.
    01 WS-Rows-Written PIC 9(7) VALUE 0.
    01 WS-Any-Estimate-Flag PIC A VALUE "N".
      88 Any-Estimate VALUE "Y".

    *> Alerting - operators see a file crossing its warning level or
    *> reaching its ceiling on the alert queue.
    01 WS-Alert-Message PIC X(80).
    01 WS-Alert-Code PIC X(4) VALUE "CAP ".
    01 WS-Audit-Message PIC X(80).
    01 WS-Edit-MB PIC Z,ZZZ,ZZ9.
    01 WS-Edit-Pct PIC ZZ9.
    01 WS-Edit-Days PIC ZZZZ9.
    01 WS-Edit-Count PIC Z,ZZZ,ZZ9.

    *> Report and screen line - a file's figures, or one sample of a
    *> file's trend with the date in the first column.
    01 WS-Cap-Detail.
      05 CD-File PIC X(17).
      05 FILLER PIC X(1) VALUE SPACES.
      05 CD-Size-MB PIC ZZZ,ZZ9.99.
      05 FILLER PIC X(1) VALUE SPACES.
      05 CD-Records PIC ZZZ,ZZZ,ZZ9.
      05 CD-Basis PIC X(1).
      05 FILLER PIC X(1) VALUE SPACES.
      05 CD-Growth-KB PIC -Z,ZZZ,ZZ9.
      05 FILLER PIC X(2) VALUE SPACES.
      05 CD-Days-Left PIC X(6).
      05 FILLER PIC X(2) VALUE SPACES.
      05 CD-Pct PIC ZZ9.
      05 CD-Pct-Sign PIC X(1).
      05 FILLER PIC X(2) VALUE SPACES.
      05 CD-Level PIC X(7).
    01 WS-Cap-File-Header PIC X(76) VALUE
      "File                 Size MB     Records      KB/day    Days  Used  Level".
    01 WS-Cap-Date-Header PIC X(76) VALUE
      "Date                 Size MB     Records      KB/day    Days  Used  Level".

    *> Screen state.
    01 WS-Cap-Action PIC 9 VALUE 0.
      88 Cap-Measure VALUE 1.
      88 Cap-Trend VALUE 2.
      88 Cap-Back VALUE 3.
    01 WS-Cap-File PIC X(24) VALUE SPACES.
    01 WS-Cap-From-Date PIC X(8) VALUE SPACES.
    01 WS-Cap-From-Num REDEFINES WS-Cap-From-Date PIC 9(8).
    01 WS-Cap-Result-Label PIC X(76) VALUE SPACES.
    01 WS-Cap-List-Title PIC X(60) VALUE SPACES.
    01 WS-Cap-List-Header PIC X(76) VALUE SPACES.
    01 WS-Cap-List-Footer PIC X(76) VALUE SPACES.
    01 WS-Cap-Limits-Label PIC X(76) VALUE SPACES.
    01 WS-Cap-Page-Table.
      05 WS-Cap-Line PIC X(76) OCCURS 15 TIMES.
    01 WS-Cap-Line-Count PIC 9(2) VALUE 0.
    01 WS-Cap-More PIC A VALUE "Y".
      88 Cap-More-Wanted VALUE "Y" "y".
    01 WS-Cap-Stop-Flag PIC A VALUE "N".
      88 Cap-Stop VALUE "Y".
    01 WS-Trend-Rows PIC 9(7) VALUE 0.

    *> Spool hand-off for the report.
    01 WS-Spool-Source PIC X(8) VALUE "CAPMON".
    01 WS-Spool-Paginate PIC X(1) VALUE "Y".

    *> Elapsed/run-history row, same arrangement as the other batch
    *> functions.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "CAPMON".
    01 WS-RH-End-Status PIC X(4) VALUE SPACES.

    01 WS-Log-Level PIC A(4).
    01 WS-Log-Message PIC X(80).
    01 WS-Log-Write-Status PIC XX.

  *> Subroutine Parameters
  LINKAGE SECTION.
    01 LK-Run-ID PIC X(14).
    01 LK-Terminal-ID PIC X(8).
    01 LK-Operator-ID PIC X(8).

  SCREEN SECTION.
    COPY "CapMonScr.cpy". *> Data File Capacity screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  CapMonMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Data File Capacity selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> Re-defaulted every invocation - the history and the report are
    *> the session company's, the limits shared.
    MOVE "CapHist.dat" TO WS-Cap-Hist-Path.
    MOVE "CapMon.txt" TO WS-Cap-Report-Path.
    CALL "ResolveDataPath" USING WS-Cap-Hist-Path.
    CALL "ResolveDataPath" USING WS-Cap-Report-Path.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
    COMPUTE WS-Today-Int =
      FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Today)).

    PERFORM Load-Cap-Limits.

    *> OPEN I-O fails with "35" the first time - create the history
    *> empty then, same first-use arrangement as the other registers.
    OPEN I-O Cap-Hist-File.
    IF Cap-Hist-Not-Found THEN
      OPEN OUTPUT Cap-Hist-File
      CLOSE Cap-Hist-File
      OPEN I-O Cap-Hist-File
    END-IF.
    IF NOT Cap-Hist-Opened-OK THEN
      MOVE "ERR" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Data File Capacity: history file not opened, status "
          DELIMITED BY SIZE
        WS-Cap-Hist-Status DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      IF Batch-Mode-Active THEN
        MOVE "FAIL" TO WS-RH-End-Status
        MOVE 0 TO WS-Elapsed-Seconds
        CALL "WriteRunHistory" USING WS-RH-Function WS-Files-Measured
          WS-Rows-Written WS-Files-Warned WS-Files-At-Ceiling
          WS-Elapsed-Seconds WS-RH-End-Status LK-Run-ID LK-Terminal-ID
          LK-Operator-ID
      ELSE
        MOVE "The capacity history could not be opened." TO
          WS-Cap-Result-Label
        DISPLAY SC-Cap-Result
        ACCEPT OMITTED
      END-IF
      GOBACK
    END-IF.

    *> A batch run is the measurement and its report - the trend
    *> screens are interactive-only.
    IF Batch-Mode-Active THEN
      PERFORM Measure-Data-Files
      CLOSE Cap-Hist-File
      GOBACK
    END-IF.

    MOVE 0 TO WS-Cap-Action.
    PERFORM Cap-Menu-Loop UNTIL Cap-Back.

    CLOSE Cap-Hist-File.

    GOBACK.

  *> Reads CapLimits.dat over the defaults. A file without its own
  *> CEILING card takes CEILINGMB.
  Load-Cap-Limits.
    MOVE 2048 TO WS-Ceiling-MB.
    MOVE 0 TO WS-Total-MB.
    MOVE 80 TO WS-Warn-Pct.
    MOVE 30 TO WS-Warn-Days.
    MOVE 30 TO WS-Grow-Days.
    INITIALIZE WS-Res-Table.
    PERFORM VARYING WS-Mon-Idx FROM 1 BY 1
      UNTIL WS-Mon-Idx > WS-Mon-Max
      MOVE WS-Mon-Name(WS-Mon-Idx) TO WS-Res-Name(WS-Mon-Idx)
      MOVE "N" TO WS-Res-Card-Set(WS-Mon-Idx)
    END-PERFORM.
    MOVE "(all files)" TO WS-Res-Name(WS-Res-Total-Idx).

    OPEN INPUT Cap-Limits-File.
    IF Cap-Limits-Not-Found THEN
      EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL Cap-Limits-Not-Found
      READ Cap-Limits-File
        AT END
          MOVE "35" TO WS-Cap-Limits-Status
        NOT AT END
          MOVE SPACES TO WS-Card-Keyword
          MOVE SPACES TO WS-Card-Value
          UNSTRING CL-Card-Line DELIMITED BY "="
            INTO WS-Card-Keyword WS-Card-Value
          END-UNSTRING
          PERFORM Apply-Cap-Card
      END-READ
    END-PERFORM.
    CLOSE Cap-Limits-File.

    IF WS-Grow-Days = 0 THEN
      MOVE 1 TO WS-Grow-Days
    END-IF.
    IF WS-Grow-Days > 366 THEN
      MOVE 366 TO WS-Grow-Days
    END-IF.

  *> One limits card. An unreadable number is logged and skipped,
  *> leaving the default in force.
  Apply-Cap-Card.
    IF FUNCTION TRIM(WS-Card-Keyword) = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    COMPUTE WS-Numval-Check =
      FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-Card-Value)).
    IF WS-Numval-Check NOT = 0 THEN
      MOVE "WARN" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Data File Capacity: limits card " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Card-Keyword) DELIMITED BY SIZE
        " unreadable - skipped" DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      EXIT PARAGRAPH
    END-IF.
    MOVE FUNCTION NUMVAL(WS-Card-Value) TO WS-Card-Number.

    IF WS-Card-Keyword(1:8) = "CEILING." THEN
      PERFORM VARYING WS-Mon-Idx FROM 1 BY 1
        UNTIL WS-Mon-Idx > WS-Mon-Max
        IF WS-Mon-Name(WS-Mon-Idx) = WS-Card-Keyword(9:24) THEN
          MOVE WS-Card-Number TO WS-Res-Ceiling-Card(WS-Mon-Idx)
          MOVE "Y" TO WS-Res-Card-Set(WS-Mon-Idx)
        END-IF
      END-PERFORM
      EXIT PARAGRAPH
    END-IF.

    EVALUATE FUNCTION TRIM(WS-Card-Keyword)
      WHEN "CEILINGMB"
        MOVE WS-Card-Number TO WS-Ceiling-MB
      WHEN "TOTALMB"
        MOVE WS-Card-Number TO WS-Total-MB
      WHEN "WARNPCT"
        MOVE WS-Card-Number TO WS-Warn-Pct
      WHEN "WARNDAYS"
        MOVE WS-Card-Number TO WS-Warn-Days
      WHEN "GROWDAYS"
        MOVE WS-Card-Number TO WS-Grow-Days
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

  *> One operator action off SC-Cap-Menu.
  Cap-Menu-Loop.
    MOVE 0 TO WS-Cap-Action.
    MOVE SPACES TO WS-Cap-File.
    MOVE SPACES TO WS-Cap-From-Date.
    MOVE SPACES TO WS-Cap-Limits-Label.
    MOVE WS-Ceiling-MB TO WS-Edit-MB.
    MOVE WS-Warn-Pct TO WS-Edit-Pct.
    MOVE WS-Warn-Days TO WS-Edit-Days.
    STRING
      "Ceiling " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-MB) DELIMITED BY SIZE
      " MB a file, warning at " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Pct) DELIMITED BY SIZE
      "% or " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Days) DELIMITED BY SIZE
      " days left (CapLimits.dat)" DELIMITED BY SIZE
      INTO WS-Cap-Limits-Label
    END-STRING.
    DISPLAY SC-Cap-Menu.
    ACCEPT SC-Cap-Menu.

    MOVE SPACES TO WS-Cap-Result-Label.
    EVALUATE TRUE
      WHEN Cap-Measure
        PERFORM Measure-Data-Files
        PERFORM Show-Capacity-Overview
        MOVE WS-Files-Measured TO WS-Edit-Count
        STRING
          FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
          " file(s) measured, report in " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Cap-Report-Path) DELIMITED BY SIZE
          INTO WS-Cap-Result-Label
        END-STRING
      WHEN Cap-Trend
        IF WS-Cap-File = SPACES THEN
          MOVE "Key the file name first." TO WS-Cap-Result-Label
        ELSE
          PERFORM Show-File-Trend
        END-IF
      WHEN Cap-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-3." TO WS-Cap-Result-Label
    END-EVALUATE.

    IF NOT Cap-Back AND WS-Cap-Result-Label NOT = SPACES THEN
      DISPLAY SC-Cap-Result
      ACCEPT OMITTED
    END-IF.

  *> Measures every watched file, judges it against its ceiling and
  *> its history, records the day's sample and alerts on a file
  *> newly past its warning level or ceiling - then the same for all
  *> the files together, and the report.
  Measure-Data-Files.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.
    MOVE 0 TO WS-Files-Measured.
    MOVE 0 TO WS-Files-Absent.
    MOVE 0 TO WS-Files-Warned.
    MOVE 0 TO WS-Files-At-Ceiling.
    MOVE 0 TO WS-Alerts-Raised.
    MOVE 0 TO WS-Rows-Written.
    MOVE "N" TO WS-Any-Estimate-Flag.
    MOVE 0 TO WS-Res-Bytes(WS-Res-Total-Idx).
    MOVE 0 TO WS-Res-Records(WS-Res-Total-Idx).

    COMPUTE WS-Window-Num =
      FUNCTION DATE-OF-INTEGER(WS-Today-Int - WS-Grow-Days).
    MOVE WS-Window-Num TO WS-Window-Start.

    PERFORM Measure-One-File
      VARYING WS-Mon-Idx FROM 1 BY 1
      UNTIL WS-Mon-Idx > WS-Mon-Max.

    *> All the files together, against the total ceiling if one is
    *> set.
    MOVE WS-Res-Total-Idx TO WS-Res-Idx.
    MOVE WS-Res-Name(WS-Res-Idx) TO WS-Cur-Name.
    MOVE WS-Res-Bytes(WS-Res-Idx) TO WS-Cur-Bytes.
    MOVE WS-Res-Records(WS-Res-Idx) TO WS-Cur-Records.
    IF Any-Estimate THEN
      MOVE "E" TO WS-Cur-Basis
    ELSE
      MOVE "C" TO WS-Cur-Basis
    END-IF.
    COMPUTE WS-Cur-Ceiling-Bytes = WS-Total-MB * 1048576.
    MOVE "Y" TO WS-Res-Present(WS-Res-Idx).
    PERFORM Judge-Capacity.

    PERFORM Write-Capacity-Report.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Data File Capacity - " DELIMITED BY SIZE
      WS-Files-Measured DELIMITED BY SIZE
      " measured, " DELIMITED BY SIZE
      WS-Files-Warned DELIMITED BY SIZE
      " at warning, " DELIMITED BY SIZE
      WS-Files-At-Ceiling DELIMITED BY SIZE
      " at ceiling" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    IF WS-Files-Warned > 0 OR WS-Files-At-Ceiling > 0 THEN
      MOVE "WARN" TO WS-RH-End-Status
    ELSE
      MOVE "OK" TO WS-RH-End-Status
    END-IF.
    CALL "WriteRunHistory" USING WS-RH-Function WS-Files-Measured
      WS-Rows-Written WS-Files-Warned WS-Files-At-Ceiling
      WS-Elapsed-Seconds WS-RH-End-Status LK-Run-ID LK-Terminal-ID
      LK-Operator-ID.

  *> One watched file - its size off the file system, its records
  *> counted or estimated, then judged. A file not there yet (a
  *> function never run in this company) is only noted.
  Measure-One-File.
    MOVE WS-Mon-Idx TO WS-Res-Idx.
    MOVE WS-Mon-Name(WS-Mon-Idx) TO WS-Cap-Path.
    IF WS-Mon-Scope(WS-Mon-Idx) = "C" THEN
      CALL "ResolveDataPath" USING WS-Cap-Path
    END-IF.

    CALL "CBL_CHECK_FILE_EXIST" USING WS-Cap-Path
      WS-Cap-File-Info RETURNING WS-Cap-Exist-Status
    END-CALL.
    IF WS-Cap-Exist-Status NOT = 0 THEN
      MOVE "N" TO WS-Res-Present(WS-Res-Idx)
      ADD 1 TO WS-Files-Absent
      EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-Res-Present(WS-Res-Idx).
    ADD 1 TO WS-Files-Measured.

    MOVE WS-Mon-Name(WS-Mon-Idx) TO WS-Cur-Name.
    MOVE WS-Cap-File-Size TO WS-Cur-Bytes.
    IF WS-Mon-Org(WS-Mon-Idx) = "L" THEN
      PERFORM Count-Line-Records
      MOVE "C" TO WS-Cur-Basis
    ELSE
      COMPUTE WS-Cur-Records =
        WS-Cur-Bytes / WS-Mon-Rec-Len(WS-Mon-Idx)
      MOVE "E" TO WS-Cur-Basis
      MOVE "Y" TO WS-Any-Estimate-Flag
    END-IF.

    IF WS-Res-Card-Set(WS-Res-Idx) = "Y" THEN
      COMPUTE WS-Cur-Ceiling-Bytes =
        WS-Res-Ceiling-Card(WS-Res-Idx) * 1048576
    ELSE
      COMPUTE WS-Cur-Ceiling-Bytes = WS-Ceiling-MB * 1048576
    END-IF.

    ADD WS-Cur-Bytes TO WS-Res-Bytes(WS-Res-Total-Idx).
    ADD WS-Cur-Records TO WS-Res-Records(WS-Res-Total-Idx).

    PERFORM Judge-Capacity.

  *> Counts the lines of the sequential file at WS-Cap-Path.
  Count-Line-Records.
    MOVE 0 TO WS-Cur-Records.
    MOVE WS-Cap-Path TO WS-Count-Path.
    OPEN INPUT Count-File.
    IF NOT Count-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Count-At-End-Flag.
    PERFORM UNTIL Count-At-End
      READ Count-File
        AT END
          MOVE "Y" TO WS-Count-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Cur-Records
      END-READ
    END-PERFORM.
    CLOSE Count-File.

  *> Works out the file's growth a day over the window, the days
  *> left to its ceiling and how full it is, records the day's
  *> sample, and alerts when it has moved up a level since it was
  *> last measured. A re-run the same day replaces the day's row and
  *> only alerts for a level the day's earlier run did not reach.
  Judge-Capacity.
    PERFORM Scan-Cap-History.

    MOVE 0 TO WS-Cur-Growth.
    IF Old-Sample-Found THEN
      COMPUTE WS-Old-Int =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Old-Date))
      COMPUTE WS-Cur-Growth ROUNDED =
        (WS-Cur-Bytes - WS-Old-Bytes) / (WS-Today-Int - WS-Old-Int)
    END-IF.

    MOVE 99999 TO WS-Cur-Days-Left.
    MOVE 0 TO WS-Cur-Pct.
    MOVE SPACES TO WS-Cur-Level.
    IF WS-Cur-Ceiling-Bytes > 0 THEN
      COMPUTE WS-Work-Pct = WS-Cur-Bytes * 100 / WS-Cur-Ceiling-Bytes
      IF WS-Work-Pct > 999 THEN
        MOVE 999 TO WS-Cur-Pct
      ELSE
        MOVE WS-Work-Pct TO WS-Cur-Pct
      END-IF
      IF WS-Cur-Bytes >= WS-Cur-Ceiling-Bytes THEN
        MOVE 0 TO WS-Cur-Days-Left
        MOVE "C" TO WS-Cur-Level
      ELSE
        IF WS-Cur-Growth > 0 THEN
          COMPUTE WS-Work-Days =
            (WS-Cur-Ceiling-Bytes - WS-Cur-Bytes) / WS-Cur-Growth
          IF WS-Work-Days < 99999 THEN
            MOVE WS-Work-Days TO WS-Cur-Days-Left
          END-IF
        END-IF
        IF WS-Cur-Pct >= WS-Warn-Pct THEN
          MOVE "W" TO WS-Cur-Level
        END-IF
        IF WS-Warn-Days > 0 AND WS-Cur-Days-Left <= WS-Warn-Days THEN
          MOVE "W" TO WS-Cur-Level
        END-IF
      END-IF
    END-IF.

    EVALUATE WS-Cur-Level
      WHEN "W"
        ADD 1 TO WS-Files-Warned
      WHEN "C"
        ADD 1 TO WS-Files-At-Ceiling
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

    MOVE WS-Cur-Level TO WS-Rank-Level.
    PERFORM Rank-Capacity-Level.
    MOVE WS-Rank TO WS-Cur-Rank.
    MOVE WS-Prior-Level TO WS-Rank-Level.
    PERFORM Rank-Capacity-Level.
    MOVE WS-Rank TO WS-Seen-Rank.
    IF Today-Row-Exists THEN
      MOVE WS-Today-Row-Level TO WS-Rank-Level
      PERFORM Rank-Capacity-Level
      IF WS-Rank > WS-Seen-Rank THEN
        MOVE WS-Rank TO WS-Seen-Rank
      END-IF
    END-IF.
    IF WS-Cur-Rank > WS-Seen-Rank THEN
      PERFORM Raise-Capacity-Alert
    END-IF.

    INITIALIZE CH-Record.
    MOVE WS-Cur-Name TO CH-File.
    MOVE WS-Today TO CH-Date.
    MOVE WS-Cur-Bytes TO CH-Bytes.
    MOVE WS-Cur-Records TO CH-Records.
    MOVE WS-Cur-Basis TO CH-Count-Basis.
    MOVE WS-Cur-Growth TO CH-Growth-Per-Day.
    MOVE WS-Cur-Days-Left TO CH-Days-Left.
    MOVE WS-Cur-Ceiling-Bytes TO CH-Ceiling-Bytes.
    MOVE WS-Cur-Pct TO CH-Pct-Used.
    MOVE WS-Cur-Level TO CH-Level.
    MOVE LK-Run-ID TO CH-Run-ID.
    IF Today-Row-Exists THEN
      REWRITE CH-Record
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          ADD 1 TO WS-Rows-Written
      END-REWRITE
    ELSE
      WRITE CH-Record
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          ADD 1 TO WS-Rows-Written
      END-WRITE
    END-IF.

    MOVE WS-Cur-Bytes TO WS-Res-Bytes(WS-Res-Idx).
    MOVE WS-Cur-Records TO WS-Res-Records(WS-Res-Idx).
    MOVE WS-Cur-Basis TO WS-Res-Basis(WS-Res-Idx).
    MOVE WS-Cur-Growth TO WS-Res-Growth(WS-Res-Idx).
    MOVE WS-Cur-Days-Left TO WS-Res-Days-Left(WS-Res-Idx).
    MOVE WS-Cur-Pct TO WS-Res-Pct(WS-Res-Idx).
    MOVE WS-Cur-Level TO WS-Res-Level(WS-Res-Idx).

  *> Walks the file's samples from the start of the growth window -
  *> the first is what growth is measured from, the last before
  *> today the level the file was at.
  Scan-Cap-History.
    MOVE "N" TO WS-Old-Found-Flag.
    MOVE SPACES TO WS-Old-Date.
    MOVE 0 TO WS-Old-Bytes.
    MOVE SPACES TO WS-Prior-Level.
    MOVE "N" TO WS-Today-Row-Flag.
    MOVE SPACES TO WS-Today-Row-Level.

    MOVE WS-Cur-Name TO CH-File.
    MOVE WS-Window-Start TO CH-Date.
    MOVE "N" TO WS-Cap-Hist-At-End-Flag.
    START Cap-Hist-File KEY IS NOT < CH-Key
      INVALID KEY
        MOVE "Y" TO WS-Cap-Hist-At-End-Flag
    END-START.
    PERFORM UNTIL Cap-Hist-At-End
      READ Cap-Hist-File NEXT
        AT END
          MOVE "Y" TO WS-Cap-Hist-At-End-Flag
        NOT AT END
          IF CH-File NOT = WS-Cur-Name OR CH-Date > WS-Today THEN
            MOVE "Y" TO WS-Cap-Hist-At-End-Flag
          ELSE
            IF CH-Date = WS-Today THEN
              MOVE "Y" TO WS-Today-Row-Flag
              MOVE CH-Level TO WS-Today-Row-Level
            ELSE
              IF NOT Old-Sample-Found THEN
                MOVE "Y" TO WS-Old-Found-Flag
                MOVE CH-Date TO WS-Old-Date
                MOVE CH-Bytes TO WS-Old-Bytes
              END-IF
              MOVE CH-Level TO WS-Prior-Level
            END-IF
          END-IF
      END-READ
    END-PERFORM.

  *> Orders the levels for the crossing test - within limits,
  *> warning, ceiling.
  Rank-Capacity-Level.
    EVALUATE WS-Rank-Level
      WHEN "C"
        MOVE 2 TO WS-Rank
      WHEN "W"
        MOVE 1 TO WS-Rank
      WHEN OTHER
        MOVE 0 TO WS-Rank
    END-EVALUATE.

  *> Puts the file's new level on the alert queue and the audit
  *> trail.
  Raise-Capacity-Alert.
    COMPUTE WS-Edit-MB = WS-Cur-Ceiling-Bytes / 1048576.
    MOVE WS-Cur-Pct TO WS-Edit-Pct.
    MOVE WS-Cur-Days-Left TO WS-Edit-Days.
    MOVE SPACES TO WS-Alert-Message.
    IF WS-Cur-Level = "C" THEN
      STRING
        "Capacity: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Cur-Name) DELIMITED BY SIZE
        " has reached its " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Edit-MB) DELIMITED BY SIZE
        " MB ceiling" DELIMITED BY SIZE
        INTO WS-Alert-Message
      END-STRING
    ELSE
      IF WS-Cur-Days-Left < 99999 THEN
        STRING
          "Capacity: " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Cur-Name) DELIMITED BY SIZE
          " at " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Edit-Pct) DELIMITED BY SIZE
          "% of " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Edit-MB) DELIMITED BY SIZE
          " MB, ceiling in " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Edit-Days) DELIMITED BY SIZE
          " days" DELIMITED BY SIZE
          INTO WS-Alert-Message
        END-STRING
      ELSE
        STRING
          "Capacity: " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Cur-Name) DELIMITED BY SIZE
          " at " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Edit-Pct) DELIMITED BY SIZE
          "% of its " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Edit-MB) DELIMITED BY SIZE
          " MB ceiling" DELIMITED BY SIZE
          INTO WS-Alert-Message
        END-STRING
      END-IF
    END-IF.
    CALL "WriteAlertQueue" USING WS-Alert-Message WS-Alert-Code
      LK-Run-ID LK-Terminal-ID LK-Operator-ID.
    MOVE WS-Alert-Message TO WS-Audit-Message.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.
    ADD 1 TO WS-Alerts-Raised.

    MOVE "WARN" TO WS-Log-Level.
    MOVE WS-Alert-Message TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

  *> Puts the run's table into a detail line.
  Build-Capacity-Line.
    MOVE SPACES TO WS-Cap-Detail.
    MOVE WS-Res-Name(WS-Res-Idx) TO CD-File.
    IF WS-Res-Present(WS-Res-Idx) NOT = "Y" THEN
      MOVE "absent" TO CD-Level
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Res-Bytes(WS-Res-Idx) TO WS-Cur-Bytes.
    MOVE WS-Res-Records(WS-Res-Idx) TO WS-Cur-Records.
    MOVE WS-Res-Basis(WS-Res-Idx) TO WS-Cur-Basis.
    MOVE WS-Res-Growth(WS-Res-Idx) TO WS-Cur-Growth.
    MOVE WS-Res-Days-Left(WS-Res-Idx) TO WS-Cur-Days-Left.
    MOVE WS-Res-Pct(WS-Res-Idx) TO WS-Cur-Pct.
    MOVE WS-Res-Level(WS-Res-Idx) TO WS-Cur-Level.
    PERFORM Edit-Capacity-Figures.

  *> The figures in WS-Cur-* into the detail line's columns - sizes
  *> in MB, growth in KB a day.
  Edit-Capacity-Figures.
    COMPUTE CD-Size-MB ROUNDED = WS-Cur-Bytes / 1048576.
    MOVE WS-Cur-Records TO CD-Records.
    IF WS-Cur-Basis = "E" THEN
      MOVE "~" TO CD-Basis
    ELSE
      MOVE SPACE TO CD-Basis
    END-IF.
    COMPUTE CD-Growth-KB ROUNDED = WS-Cur-Growth / 1024.
    IF WS-Cur-Days-Left = 99999 THEN
      MOVE " never" TO CD-Days-Left
    ELSE
      MOVE WS-Cur-Days-Left TO WS-Edit-Days
      MOVE WS-Edit-Days TO CD-Days-Left(2:5)
    END-IF.
    MOVE WS-Cur-Pct TO CD-Pct.
    MOVE "%" TO CD-Pct-Sign.
    EVALUATE WS-Cur-Level
      WHEN "W"
        MOVE "WARNING" TO CD-Level
      WHEN "C"
        MOVE "CEILING" TO CD-Level
      WHEN OTHER
        MOVE "ok" TO CD-Level
    END-EVALUATE.

  *> The capacity report - a line per watched file and the total,
  *> then the limits it was judged against.
  Write-Capacity-Report.
    OPEN OUTPUT Cap-Report-File.
    MOVE SPACES TO CR-Line.
    STRING
      "Data file capacity - as at " DELIMITED BY SIZE
      WS-Today DELIMITED BY SIZE
      "  run " DELIMITED BY SIZE
      LK-Run-ID DELIMITED BY SIZE
      INTO CR-Line
    END-STRING.
    WRITE CR-Line.
    MOVE SPACES TO CR-Line.
    WRITE CR-Line.
    MOVE WS-Cap-File-Header TO CR-Line.
    WRITE CR-Line.
    MOVE ALL "-" TO CR-Line.
    WRITE CR-Line.

    PERFORM VARYING WS-Res-Idx FROM 1 BY 1
      UNTIL WS-Res-Idx > WS-Mon-Max
      PERFORM Build-Capacity-Line
      MOVE WS-Cap-Detail TO CR-Line
      WRITE CR-Line
    END-PERFORM.
    MOVE ALL "-" TO CR-Line.
    WRITE CR-Line.
    MOVE WS-Res-Total-Idx TO WS-Res-Idx.
    PERFORM Build-Capacity-Line.
    MOVE WS-Cap-Detail TO CR-Line.
    WRITE CR-Line.

    MOVE SPACES TO CR-Line.
    WRITE CR-Line.
    MOVE WS-Ceiling-MB TO WS-Edit-MB.
    MOVE WS-Warn-Pct TO WS-Edit-Pct.
    MOVE SPACES TO CR-Line.
    STRING
      "Ceiling " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-MB) DELIMITED BY SIZE
      " MB a file unless set for it; warning at " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Pct) DELIMITED BY SIZE
      "% of the ceiling" DELIMITED BY SIZE
      INTO CR-Line
    END-STRING.
    WRITE CR-Line.
    IF WS-Warn-Days > 0 THEN
      MOVE WS-Warn-Days TO WS-Edit-Days
      MOVE SPACES TO CR-Line
      STRING
        "  or when it is projected within " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Edit-Days) DELIMITED BY SIZE
        " days." DELIMITED BY SIZE
        INTO CR-Line
      END-STRING
      WRITE CR-Line
    END-IF.
    MOVE WS-Grow-Days TO WS-Edit-Days.
    MOVE SPACES TO CR-Line.
    STRING
      "Growth a day averaged over the last " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Days) DELIMITED BY SIZE
      " days of samples." DELIMITED BY SIZE
      INTO CR-Line
    END-STRING.
    WRITE CR-Line.
    IF WS-Total-MB > 0 THEN
      MOVE WS-Total-MB TO WS-Edit-MB
      MOVE SPACES TO CR-Line
      STRING
        "All files together judged against " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Edit-MB) DELIMITED BY SIZE
        " MB." DELIMITED BY SIZE
        INTO CR-Line
      END-STRING
      WRITE CR-Line
    END-IF.
    MOVE "~ = record count estimated from the size of a keyed file."
      TO CR-Line.
    WRITE CR-Line.

    MOVE SPACES TO CR-Line.
    WRITE CR-Line.
    MOVE WS-Files-Measured TO WS-Edit-Count.
    MOVE SPACES TO CR-Line.
    STRING
      "Files measured: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
      INTO CR-Line
    END-STRING.
    WRITE CR-Line.
    MOVE WS-Files-Absent TO WS-Edit-Count.
    MOVE SPACES TO CR-Line.
    STRING
      "Files not present: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
      INTO CR-Line
    END-STRING.
    WRITE CR-Line.
    MOVE WS-Alerts-Raised TO WS-Edit-Count.
    MOVE SPACES TO CR-Line.
    STRING
      "Alerts raised: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
      INTO CR-Line
    END-STRING.
    WRITE CR-Line.
    CLOSE Cap-Report-File.

    CALL "WriteSpoolJob" USING WS-Spool-Source WS-Cap-Report-Path
      WS-Spool-Paginate LK-Run-ID.

  *> The run's figures on screen, a page of files at a time.
  Show-Capacity-Overview.
    MOVE "Data File Capacity - today's measurement" TO
      WS-Cap-List-Title.
    MOVE WS-Cap-File-Header TO WS-Cap-List-Header.
    MOVE "~ = estimated from the size.  Growth is KB a day." TO
      WS-Cap-List-Footer.
    MOVE SPACES TO WS-Cap-Page-Table.
    MOVE 0 TO WS-Cap-Line-Count.
    MOVE "N" TO WS-Cap-Stop-Flag.
    PERFORM VARYING WS-Res-Idx FROM 1 BY 1
      UNTIL WS-Res-Idx > WS-Res-Total-Idx OR Cap-Stop
      PERFORM Build-Capacity-Line
      ADD 1 TO WS-Cap-Line-Count
      MOVE WS-Cap-Detail TO WS-Cap-Line(WS-Cap-Line-Count)
      IF WS-Cap-Line-Count = 15 THEN
        PERFORM Show-Cap-Page
      END-IF
    END-PERFORM.
    IF WS-Cap-Line-Count > 0 AND NOT Cap-Stop THEN
      PERFORM Show-Cap-Page
    END-IF.

  *> One file's samples from the date asked for (the growth window
  *> by default), oldest first, a page at a time.
  Show-File-Trend.
    IF WS-Cap-From-Date = SPACES THEN
      COMPUTE WS-Window-Num =
        FUNCTION DATE-OF-INTEGER(WS-Today-Int - WS-Grow-Days)
      MOVE WS-Window-Num TO WS-Cap-From-Date
    END-IF.
    IF WS-Cap-From-Date NOT NUMERIC THEN
      MOVE "From date must be YYYYMMDD." TO WS-Cap-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-Cap-From-Num) NOT = 0 THEN
      MOVE "From date is not a valid date." TO WS-Cap-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Cap-List-Title.
    STRING
      "Capacity trend - " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Cap-File) DELIMITED BY SIZE
      " from " DELIMITED BY SIZE
      WS-Cap-From-Date DELIMITED BY SIZE
      INTO WS-Cap-List-Title
    END-STRING.
    MOVE WS-Cap-Date-Header TO WS-Cap-List-Header.
    MOVE "Days = projected days to the ceiling at that day's growth."
      TO WS-Cap-List-Footer.
    MOVE SPACES TO WS-Cap-Page-Table.
    MOVE 0 TO WS-Cap-Line-Count.
    MOVE 0 TO WS-Trend-Rows.
    MOVE "N" TO WS-Cap-Stop-Flag.

    MOVE WS-Cap-File TO CH-File.
    MOVE WS-Cap-From-Date TO CH-Date.
    MOVE "N" TO WS-Cap-Hist-At-End-Flag.
    START Cap-Hist-File KEY IS NOT < CH-Key
      INVALID KEY
        MOVE "Y" TO WS-Cap-Hist-At-End-Flag
    END-START.
    PERFORM UNTIL Cap-Hist-At-End OR Cap-Stop
      READ Cap-Hist-File NEXT
        AT END
          MOVE "Y" TO WS-Cap-Hist-At-End-Flag
        NOT AT END
          IF CH-File NOT = WS-Cap-File THEN
            MOVE "Y" TO WS-Cap-Hist-At-End-Flag
          ELSE
            PERFORM Add-Trend-Line
          END-IF
      END-READ
    END-PERFORM.
    IF WS-Cap-Line-Count > 0 AND NOT Cap-Stop THEN
      PERFORM Show-Cap-Page
    END-IF.

    IF WS-Trend-Rows = 0 THEN
      MOVE "No samples for that file from that date - key the name as on the overview."
        TO WS-Cap-Result-Label
    END-IF.

  *> One sample onto the trend page.
  Add-Trend-Line.
    ADD 1 TO WS-Trend-Rows.
    MOVE SPACES TO WS-Cap-Detail.
    STRING
      CH-Date(1:4) DELIMITED BY SIZE
      "-" DELIMITED BY SIZE
      CH-Date(5:2) DELIMITED BY SIZE
      "-" DELIMITED BY SIZE
      CH-Date(7:2) DELIMITED BY SIZE
      INTO CD-File
    END-STRING.
    MOVE CH-Bytes TO WS-Cur-Bytes.
    MOVE CH-Records TO WS-Cur-Records.
    MOVE CH-Count-Basis TO WS-Cur-Basis.
    MOVE CH-Growth-Per-Day TO WS-Cur-Growth.
    MOVE CH-Days-Left TO WS-Cur-Days-Left.
    MOVE CH-Pct-Used TO WS-Cur-Pct.
    MOVE CH-Level TO WS-Cur-Level.
    PERFORM Edit-Capacity-Figures.
    ADD 1 TO WS-Cap-Line-Count.
    MOVE WS-Cap-Detail TO WS-Cap-Line(WS-Cap-Line-Count).
    IF WS-Cap-Line-Count = 15 THEN
      PERFORM Show-Cap-Page
    END-IF.

  *> Shows the page built so far and asks whether to go on.
  Show-Cap-Page.
    MOVE "Y" TO WS-Cap-More.
    DISPLAY SC-Cap-List.
    ACCEPT SC-Cap-List.
    IF NOT Cap-More-Wanted THEN
      MOVE "Y" TO WS-Cap-Stop-Flag
    END-IF.
    MOVE SPACES TO WS-Cap-Page-Table.
    MOVE 0 TO WS-Cap-Line-Count.

END PROGRAM CapMon.
