IDENTIFICATION DIVISION.
  PROGRAM-ID. RptWriter.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Saved report definitions, keyed by report name - laid out
      *> by a supervisor on the definition screen, run by name from
      *> here, from batch and from Schedule.dat. A new report is a
      *> new row here, not a new program.
      SELECT Rpt-Def-File ASSIGN TO "RptDef.dat"
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS RD-Name
      FILE STATUS WS-Rpt-Def-Status.

      *> Keyed transaction master built by Sort 'n' Report - the one
      *> source every defined report reads.
      SELECT Trans-Master-File ASSIGN TO WS-Trans-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS TM-Key
      ALTERNATE RECORD KEY IS TM-Date WITH DUPLICATES
      FILE STATUS WS-Trans-Master-Status.

      *> Reference files for the name and description columns - a
      *> missing one just prints placeholders, like the rollup.
      SELECT Branch-Ref-File ASSIGN TO WS-Branch-Ref-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS BR-Branch
      FILE STATUS WS-Branch-Ref-Status.

      SELECT Acct-Ref-File ASSIGN TO WS-Acct-Ref-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS AC-Key
      FILE STATUS WS-Acct-Ref-Status.

      SELECT Status-Ref-File ASSIGN TO WS-Status-Ref-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS SR-Status
      FILE STATUS WS-Status-Ref-Status.

      *> Live rates maintained by RateMaint - the converted-amount
      *> column is the amount in the base currency (GBP) at them.
      SELECT Exch-Rate-File ASSIGN TO WS-Exch-Rate-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS XR-Currency
      FILE STATUS WS-Exch-Rate-Status.

      *> Sort work file putting the selected records into break and
      *> sort order.
      SELECT Rpt-Sort-File ASSIGN TO "RptWriter.srt".

      *> The produced report - TXT or CSV per REPORTFORMAT.
      SELECT Rpt-Out-File ASSIGN TO WS-Rpt-Out-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Rpt-Out-Status.

      *> Control-card file for batch runs.
      SELECT Control-Card-File ASSIGN TO "CobAllCards.dat"
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Control-Card-Status.

DATA DIVISION.
  FILE SECTION.
    FD Rpt-Def-File.
      COPY "RptDefRecord.cpy" REPLACING ==:PREFIX:== BY ==RD==.

    FD Trans-Master-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==TM==.

    FD Branch-Ref-File.
      COPY "BranchRecord.cpy" REPLACING ==:PREFIX:== BY ==BR==.

    FD Acct-Ref-File.
      COPY "AcctRecord.cpy" REPLACING ==:PREFIX:== BY ==AC==.

    FD Status-Ref-File.
      COPY "StatusRecord.cpy" REPLACING ==:PREFIX:== BY ==SR==.

    FD Exch-Rate-File.
      COPY "RateRecord.cpy" REPLACING ==:PREFIX:== BY ==XR==.

    SD Rpt-Sort-File.
      01 RS-Record.
        *> The break field's value, then the chosen sort field - as
        *> text, or as the amount when sorting by amount - and the
        *> key last so equal rows always come out in key order.
        05 RS-Break PIC X(10).
        05 RS-Sort-Alpha PIC X(10).
        05 RS-Sort-Amount PIC S9(9)V99.
        05 RS-Tie PIC X(10).
        05 RS-Trans PIC X(41).

    FD Rpt-Out-File.
      01 RO-Line PIC X(160).

    FD Control-Card-File.
      *> One KEYWORD=VALUE control card.
      01 CC-Card-Line PIC X(80).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode - when
    *> on, no screen is displayed or accepted here.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    *> The report a batch step names - set by CobAll off the
    *> REPORT= PARM token or the Schedule.dat step line; blank falls
    *> back to the RPTNAME control card.
    01 WS-Rpt-Run-Name PIC X(8) EXTERNAL.

    *> The logged-in operator's authority, shared by CobAll's login
    *> - laying out or deleting a definition is supervisor work;
    *> running one is anybody's.
    01 WS-Operator-Auth-Level PIC 9 EXTERNAL.

    *> The session's company, shared by CobAll's login - stamped on
    *> the report.
    01 WS-Company-ID PIC X(4) EXTERNAL.

    *> The shared settings block, loaded through the one ReadSettings
    *> parser - this report reads the output format.
    COPY "SettingsRec.cpy" REPLACING ==:PREFIX:== BY ==WS-Cfg==.
    01 WS-Settings-Error PIC X(70) VALUE SPACES.

    01 WS-Rpt-Def-Status PIC XX.
      88 Rpt-Def-Opened-OK VALUE "00".
      88 Rpt-Def-Not-Found VALUE "35".
    01 WS-Def-At-End-Flag PIC X VALUE "N".
      88 Defs-At-End VALUE "Y".

    01 WS-Trans-Master-Path PIC X(80) VALUE "TransMaster.dat".
    01 WS-Trans-Master-Status PIC XX.
      88 Trans-Master-Opened-OK VALUE "00".
      88 Trans-Master-Not-Found VALUE "35".
    01 WS-Master-Missing-Flag PIC A VALUE "N".
      88 Master-Missing VALUE "Y".
    01 WS-Walk-At-End-Flag PIC X VALUE "N".
      88 Walk-At-End VALUE "Y".
    01 WS-Sort-At-End-Flag PIC X VALUE "N".
      88 Sort-At-End VALUE "Y".

    01 WS-Branch-Ref-Path PIC X(80) VALUE "BranchRef.dat".
    01 WS-Branch-Ref-Status PIC XX.
      88 Branch-Ref-Opened-OK VALUE "00".
    01 WS-Branch-Ref-Missing-Flag PIC A VALUE "N".
      88 Branch-Ref-Missing VALUE "Y".
    01 WS-Acct-Ref-Path PIC X(80) VALUE "AcctRef.dat".
    01 WS-Acct-Ref-Status PIC XX.
      88 Acct-Ref-Opened-OK VALUE "00".
    01 WS-Acct-Ref-Missing-Flag PIC A VALUE "N".
      88 Acct-Ref-Missing VALUE "Y".
    01 WS-Status-Ref-Path PIC X(80) VALUE "StatusRef.dat".
    01 WS-Status-Ref-Status PIC XX.
      88 Status-Ref-Opened-OK VALUE "00".
    01 WS-Status-Ref-Missing-Flag PIC A VALUE "N".
      88 Status-Ref-Missing VALUE "Y".
    01 WS-Exch-Rate-Path PIC X(80) VALUE "ExchRate.dat".
    01 WS-Exch-Rate-Status PIC XX.
      88 Exch-Rate-Opened-OK VALUE "00".
    01 WS-Exch-Rate-Missing-Flag PIC A VALUE "N".
      88 Exch-Rate-Missing VALUE "Y".

    01 WS-Rpt-Out-Path PIC X(80) VALUE SPACES.
    01 WS-Rpt-Out-Status PIC XX.

    *> The definition being edited or run - the screen works on this
    *> copy, and a run reads its layout from it.
    COPY "RptDefRecord.cpy" REPLACING ==:PREFIX:== BY ==RE==.

    *> The master record coming back off the sort.
    COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==RT==.

    *> Menu request.
    01 WS-Rptw-Choice PIC 9 VALUE 0.
      88 Rptw-Define VALUE 1.
      88 Rptw-Delete VALUE 2.
      88 Rptw-Run VALUE 3.
      88 Rptw-Back VALUE 4.
    01 WS-Rptw-Name PIC X(8) VALUE SPACES.
    01 WS-Rptw-Confirm PIC A VALUE SPACES.
      88 Rptw-Confirmed VALUE "Y" "y".
    01 WS-Rptw-Result-Label PIC X(70) VALUE SPACES.
    01 WS-Def-Exists-Flag PIC A VALUE "N".
      88 Def-Exists VALUE "Y".

    *> The definitions listing - ten names a page.
    01 WS-Rptw-Lines.
      05 WS-Rptw-Line OCCURS 10 TIMES PIC X(60).
    01 WS-Rptw-List-Detail.
      05 RLD-Name PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RLD-Title PIC X(40).
    01 WS-Rptw-List-Label PIC X(60) VALUE SPACES.
    01 WS-Rptw-Idx PIC 99 VALUE 0.
    01 WS-Rptw-Shown PIC 9(5) VALUE 0.
    01 WS-Rptw-Row PIC 9(5) VALUE 0.
    01 WS-Rptw-Total PIC 9(5) VALUE 0.
    01 WS-Rptw-Shown-Disp PIC ZZZZ9.
    01 WS-Rptw-Total-Disp PIC ZZZZ9.

    *> Selection rule work.
    01 WS-Select-Flag PIC A VALUE "N".
      88 Record-Selected VALUE "Y".
    01 WS-Status-Scan-Idx PIC 99 VALUE 0.
    01 WS-Eff-Value-Date PIC X(8) VALUE SPACES.
    01 WS-Eff-Currency PIC X(3) VALUE SPACES.

    *> The operator's data scope - records on branches outside it are
    *> never selected on an interactive run, and the count of them is
    *> noted on the report and audited once for the run (a head-office
    *> profile, or a scheduled run, sees all).
    01 WS-Access-Silent PIC X(20) VALUE SPACES.
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".
    01 WS-Rows-Withheld PIC 9(7) VALUE 0.

    *> Control break and totals.
    01 WS-First-Row-Flag PIC A VALUE "Y".
      88 First-Row VALUE "Y".
    01 WS-Prev-Break PIC X(10) VALUE SPACES.
    01 WS-Break-Label PIC X(50) VALUE SPACES.
    01 WS-Saved-Trans PIC X(41) VALUE SPACES.
    01 WS-Group-Count PIC 9(7) VALUE 0.
    01 WS-Group-Amount PIC S9(13)V99 VALUE 0.
    01 WS-Group-Converted PIC S9(13)V99 VALUE 0.
    01 WS-Grand-Count PIC 9(7) VALUE 0.
    01 WS-Grand-Amount PIC S9(13)V99 VALUE 0.
    01 WS-Grand-Converted PIC S9(13)V99 VALUE 0.
    01 WS-No-Rate-Count PIC 9(7) VALUE 0.
    01 WS-Selected-Count PIC 9(7) VALUE 0.
    01 WS-Lines-Written PIC 9(7) VALUE 0.

    *> Looked-up values for the current row.
    01 WS-Branch-Name PIC X(30) VALUE SPACES.
    01 WS-Acct-Name PIC X(30) VALUE SPACES.
    01 WS-Status-Desc PIC X(20) VALUE SPACES.
    01 WS-Row-Rate PIC 9(3)V9(6) VALUE 0.
    01 WS-Row-Converted PIC S9(11)V99 VALUE 0.

    *> Line building - each shown column is placed at its width in
    *> the TXT form, or comma-joined in the CSV form.
    01 WS-Rpt-Line PIC X(160) VALUE SPACES.
    01 WS-Line-Ptr PIC 9(3) VALUE 1.
    01 WS-Col-Text PIC X(30) VALUE SPACES.
    01 WS-Col-Width PIC 99 VALUE 0.
    01 WS-Amount-Edit PIC -(10)9.99.
    01 WS-Converted-Edit PIC -(12)9.99.
    01 WS-Total-Amount-Edit PIC -(13)9.99.
    01 WS-Total-Count-Edit PIC Z(6)9.
    01 WS-Csv-Amount PIC -(13)9.99.

    *> Output handling for the produced report.
    01 WS-Spool-Source PIC X(8) VALUE SPACES.
    01 WS-Spool-Paginate PIC X(1) VALUE "Y".

    *> Run history for the batch/schedule path.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "RPTWRITE".
    01 WS-RH-Matched PIC 9(7) VALUE 0.
    01 WS-RH-Unmatched PIC 9(7) VALUE 0.
    01 WS-RH-End-Status PIC X(4) VALUE SPACES.
    01 WS-RH-Read PIC 9(7) VALUE 0.
    01 WS-RH-Written PIC 9(7) VALUE 0.

    *> Control-card parsing - KEYWORD=VALUE, one card per line.
    01 WS-Control-Card-Status PIC XX.
      88 Control-Card-Opened-OK VALUE "00".
      88 Control-Card-Not-Found VALUE "35".
    01 WS-Card-Keyword PIC X(20).
    01 WS-Card-Value PIC X(60).

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
    COPY "RptWriterScr.cpy". *> Report Writer screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  RptWriterMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Report Writer selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    PERFORM LoadConfig.

    *> Re-defaulted every invocation, then company-qualified.
    MOVE "TransMaster.dat" TO WS-Trans-Master-Path.
    CALL "ResolveDataPath" USING WS-Trans-Master-Path.

    *> OPEN I-O fails with "35" before the first definition is
    *> saved - create the file empty then, the same first-use
    *> arrangement as the other reference maintenance programs.
    OPEN I-O Rpt-Def-File.
    IF Rpt-Def-Not-Found THEN
      OPEN OUTPUT Rpt-Def-File
      CLOSE Rpt-Def-File
      OPEN I-O Rpt-Def-File
    END-IF.

    IF Batch-Mode-Active THEN
      MOVE WS-Rpt-Run-Name TO WS-Rptw-Name
      IF WS-Rptw-Name = SPACES THEN
        PERFORM ReadControlCards
      END-IF
      PERFORM Run-Named-Report
      CLOSE Rpt-Def-File
      GOBACK
    END-IF.

    MOVE 0 TO WS-Rptw-Shown.
    MOVE 0 TO WS-Rptw-Choice.
    PERFORM Rptw-Loop UNTIL Rptw-Back.

    CLOSE Rpt-Def-File.

    GOBACK.

  *> One page of definitions and one request. A blank name pages
  *> the listing on; a request restarts it so it stays true to the
  *> file.
  Rptw-Loop.
    PERFORM Load-Definition-Page.
    MOVE SPACES TO WS-Rptw-Name.
    MOVE 0 TO WS-Rptw-Choice.
    DISPLAY SC-Rptw-Menu.
    ACCEPT SC-Rptw-Menu.

    IF Rptw-Back THEN
      EXIT PARAGRAPH
    END-IF.
    IF WS-Rptw-Name = SPACES THEN
      IF WS-Rptw-Shown >= WS-Rptw-Total THEN
        MOVE 0 TO WS-Rptw-Shown
      END-IF
      EXIT PARAGRAPH
    END-IF.
    MOVE FUNCTION UPPER-CASE(WS-Rptw-Name) TO WS-Rptw-Name.

    MOVE SPACES TO WS-Rptw-Result-Label.
    EVALUATE TRUE
      WHEN Rptw-Define
        PERFORM Define-Definition
      WHEN Rptw-Delete
        PERFORM Delete-Definition
      WHEN Rptw-Run
        PERFORM Run-Named-Report
      WHEN OTHER
        MOVE "Invalid choice - pick 1-4." TO WS-Rptw-Result-Label
    END-EVALUATE.

    DISPLAY SC-Rptw-Result.
    ACCEPT OMITTED.
    MOVE 0 TO WS-Rptw-Shown.

  *> Loads the next ten definitions in name order, counting the
  *> total in the same pass.
  Load-Definition-Page.
    MOVE SPACES TO WS-Rptw-Lines.
    MOVE 0 TO WS-Rptw-Idx.
    MOVE 0 TO WS-Rptw-Row.
    MOVE 0 TO WS-Rptw-Total.

    MOVE LOW-VALUES TO RD-Name.
    MOVE "N" TO WS-Def-At-End-Flag.
    START Rpt-Def-File KEY IS NOT < RD-Name
      INVALID KEY
        MOVE "Y" TO WS-Def-At-End-Flag
    END-START.
    PERFORM UNTIL Defs-At-End
      READ Rpt-Def-File NEXT
        AT END
          MOVE "Y" TO WS-Def-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Rptw-Total
          ADD 1 TO WS-Rptw-Row
          IF WS-Rptw-Row > WS-Rptw-Shown AND WS-Rptw-Idx < 10 THEN
            ADD 1 TO WS-Rptw-Idx
            MOVE RD-Name TO RLD-Name
            MOVE RD-Title TO RLD-Title
            MOVE WS-Rptw-List-Detail TO WS-Rptw-Line(WS-Rptw-Idx)
          END-IF
      END-READ
    END-PERFORM.
    ADD WS-Rptw-Idx TO WS-Rptw-Shown.

    IF WS-Rptw-Total = 0 THEN
      MOVE "(no reports defined yet)" TO WS-Rptw-List-Label
    ELSE
      MOVE WS-Rptw-Shown TO WS-Rptw-Shown-Disp
      MOVE WS-Rptw-Total TO WS-Rptw-Total-Disp
      MOVE SPACES TO WS-Rptw-List-Label
      STRING
        "(" DELIMITED BY SIZE
        FUNCTION TRIM(WS-Rptw-Shown-Disp) DELIMITED BY SIZE
        " of " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Rptw-Total-Disp) DELIMITED BY SIZE
        " definitions listed)" DELIMITED BY SIZE
        INTO WS-Rptw-List-Label
      END-STRING
    END-IF.

  *> Lays out a new definition, or amends a saved one in place.
  Define-Definition.
    IF WS-Operator-Auth-Level < 3 THEN
      MOVE "Defining reports needs supervisor authority."
        TO WS-Rptw-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-Def-Exists-Flag.
    MOVE WS-Rptw-Name TO RD-Name.
    READ Rpt-Def-File
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE "Y" TO WS-Def-Exists-Flag
    END-READ.

    IF Def-Exists THEN
      MOVE RD-Record TO RE-Record
    ELSE
      INITIALIZE RE-Record
      MOVE WS-Rptw-Name TO RE-Name
      MOVE "NNNNNNNN" TO RE-Fields
      MOVE "Y" TO RE-Show-Key
      MOVE "Y" TO RE-Show-Amount
      MOVE 1 TO RE-Sort-By
      MOVE "N" TO RE-Sort-Desc
      MOVE 0 TO RE-Break-On
      MOVE "Y" TO RE-Totals
    END-IF.

    MOVE SPACES TO WS-Rptw-Confirm.
    DISPLAY SC-Rptw-Define.
    ACCEPT SC-Rptw-Define.
    IF NOT Rptw-Confirmed THEN
      MOVE "Definition not saved." TO WS-Rptw-Result-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM Validate-Definition.
    IF WS-Rptw-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE LK-Operator-ID TO RE-Owner.
    MOVE FUNCTION CURRENT-DATE(1:14) TO RE-Stamp.
    MOVE RE-Record TO RD-Record.
    IF Def-Exists THEN
      REWRITE RD-Record
        INVALID KEY
          MOVE "Save failed - rewrite rejected by the file."
            TO WS-Rptw-Result-Label
      END-REWRITE
    ELSE
      WRITE RD-Record
        INVALID KEY
          MOVE "Save failed - write rejected by the file."
            TO WS-Rptw-Result-Label
      END-WRITE
    END-IF.
    IF WS-Rptw-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE "Definition saved." TO WS-Rptw-Result-Label.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Report definition SAVED by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " name=" DELIMITED BY SIZE
      RE-Name DELIMITED BY SIZE
      " cols=" DELIMITED BY SIZE
      RE-Fields DELIMITED BY SIZE
      " sort=" DELIMITED BY SIZE
      RE-Sort-By DELIMITED BY SIZE
      " break=" DELIMITED BY SIZE
      RE-Break-On DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> Y/N answers are folded to upper case (anything else is N), and
  *> the layout must make a report somebody can read.
  Validate-Definition.
    INSPECT RE-Fields CONVERTING "y" TO "Y".
    INSPECT RE-Fields CONVERTING " " TO "N".
    INSPECT RE-Sort-Desc CONVERTING "y" TO "Y".
    INSPECT RE-Totals CONVERTING "y" TO "Y".
    IF RE-Sort-Desc NOT = "Y" THEN
      MOVE "N" TO RE-Sort-Desc
    END-IF.
    IF RE-Totals NOT = "Y" THEN
      MOVE "N" TO RE-Totals
    END-IF.
    MOVE FUNCTION UPPER-CASE(RE-Statuses) TO RE-Statuses.

    IF RE-Fields = "NNNNNNNN" THEN
      MOVE "Rejected: pick at least one column." TO WS-Rptw-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF RE-Sort-By < 1 OR RE-Sort-By > 5 THEN
      MOVE "Rejected: sort by must be 1-5." TO WS-Rptw-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF RE-Break-On > 4 THEN
      MOVE "Rejected: break on must be 0-4." TO WS-Rptw-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF RE-Key-Lo NOT = SPACES AND RE-Key-Hi NOT = SPACES
      AND RE-Key-Lo > RE-Key-Hi THEN
      MOVE "Rejected: key from is after key to." TO WS-Rptw-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF (RE-Date-Lo NOT = SPACES AND RE-Date-Lo NOT NUMERIC)
      OR (RE-Date-Hi NOT = SPACES AND RE-Date-Hi NOT NUMERIC) THEN
      MOVE "Rejected: dates are YYYYMMDD." TO WS-Rptw-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF RE-Date-Lo NOT = SPACES AND RE-Date-Hi NOT = SPACES
      AND RE-Date-Lo > RE-Date-Hi THEN
      MOVE "Rejected: date from is after date to." TO WS-Rptw-Result-Label
    END-IF.

  *> Removes a saved definition after a confirmation.
  Delete-Definition.
    IF WS-Operator-Auth-Level < 3 THEN
      MOVE "Deleting reports needs supervisor authority."
        TO WS-Rptw-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Rptw-Name TO RD-Name.
    READ Rpt-Def-File
      INVALID KEY
        MOVE "No report definition by that name." TO WS-Rptw-Result-Label
    END-READ.
    IF WS-Rptw-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Rptw-Confirm.
    DISPLAY SC-Rptw-Delete.
    ACCEPT SC-Rptw-Delete.
    IF NOT Rptw-Confirmed THEN
      MOVE "Definition kept." TO WS-Rptw-Result-Label
      EXIT PARAGRAPH
    END-IF.

    DELETE Rpt-Def-File
      INVALID KEY
        MOVE "Delete failed - rejected by the file."
          TO WS-Rptw-Result-Label
      NOT INVALID KEY
        MOVE "Definition deleted." TO WS-Rptw-Result-Label
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Report definition DELETED by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " name=" DELIMITED BY SIZE
          WS-Rptw-Name DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-DELETE.

  *> Produces the named report from the master: select and sort
  *> through the sort work file, write it with its breaks and
  *> totals, spool it, and leave a run-history row.
  Run-Named-Report.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.
    MOVE 0 TO WS-Selected-Count.
    MOVE 0 TO WS-Lines-Written.
    MOVE 0 TO WS-Rows-Withheld.

    MOVE WS-Rptw-Name TO RD-Name.
    READ Rpt-Def-File
      INVALID KEY
        MOVE SPACES TO WS-Rptw-Result-Label
        STRING
          "No report definition named " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Rptw-Name) DELIMITED BY SIZE
          "." DELIMITED BY SIZE
          INTO WS-Rptw-Result-Label
        END-STRING
        MOVE "ERR" TO WS-RH-End-Status
        PERFORM Finish-Report-Run
        EXIT PARAGRAPH
    END-READ.
    MOVE RD-Record TO RE-Record.

    MOVE SPACES TO WS-Rpt-Out-Path.
    IF Cfg-Report-Format-Csv THEN
      STRING
        "UserRpt." DELIMITED BY SIZE
        FUNCTION TRIM(RE-Name) DELIMITED BY SIZE
        ".csv" DELIMITED BY SIZE
        INTO WS-Rpt-Out-Path
      END-STRING
      MOVE "N" TO WS-Spool-Paginate
    ELSE
      STRING
        "UserRpt." DELIMITED BY SIZE
        FUNCTION TRIM(RE-Name) DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-Rpt-Out-Path
      END-STRING
      MOVE "Y" TO WS-Spool-Paginate
    END-IF.
    CALL "ResolveDataPath" USING WS-Rpt-Out-Path.

    PERFORM Open-Reference-Files.

    MOVE "N" TO WS-Master-Missing-Flag.
    IF RE-Sort-Desc = "Y" THEN
      SORT Rpt-Sort-File
        ON ASCENDING KEY RS-Break
        ON DESCENDING KEY RS-Sort-Alpha RS-Sort-Amount
        ON ASCENDING KEY RS-Tie
        INPUT PROCEDURE IS Select-Report-Records
        OUTPUT PROCEDURE IS Write-User-Report
    ELSE
      SORT Rpt-Sort-File
        ON ASCENDING KEY RS-Break RS-Sort-Alpha RS-Sort-Amount RS-Tie
        INPUT PROCEDURE IS Select-Report-Records
        OUTPUT PROCEDURE IS Write-User-Report
    END-IF.

    PERFORM Close-Reference-Files.

    IF WS-Rows-Withheld > 0 THEN
      MOVE WS-Rows-Withheld TO WS-Total-Count-Edit
      MOVE SPACES TO WS-Audit-Message
      STRING
        "Branch access REFUSED for " DELIMITED BY SIZE
        FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
        " at Report " DELIMITED BY SIZE
        FUNCTION TRIM(RE-Name) DELIMITED BY SIZE
        " - " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Total-Count-Edit) DELIMITED BY SIZE
        " row(s) withheld" DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
      CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-IF.

    IF Master-Missing THEN
      MOVE "No usable transaction master - report not produced."
        TO WS-Rptw-Result-Label
      MOVE "ERR" TO WS-RH-End-Status
      PERFORM Finish-Report-Run
      EXIT PARAGRAPH
    END-IF.

    MOVE RE-Name TO WS-Spool-Source.
    CALL "WriteSpoolJob" USING WS-Spool-Source WS-Rpt-Out-Path
      WS-Spool-Paginate LK-Run-ID.

    MOVE WS-Selected-Count TO WS-Total-Count-Edit.
    MOVE SPACES TO WS-Rptw-Result-Label.
    STRING
      "Report " DELIMITED BY SIZE
      FUNCTION TRIM(RE-Name) DELIMITED BY SIZE
      ": " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Total-Count-Edit) DELIMITED BY SIZE
      " record(s) to " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Rpt-Out-Path) DELIMITED BY SIZE
      ", spooled." DELIMITED BY SIZE
      INTO WS-Rptw-Result-Label
    END-STRING.
    MOVE "OK" TO WS-RH-End-Status.
    PERFORM Finish-Report-Run.

  *> Logs the outcome and leaves the run-history row the schedule
  *> judges a step by.
  Finish-Report-Run.
    IF WS-RH-End-Status = "OK" THEN
      MOVE "INF" TO WS-Log-Level
    ELSE
      MOVE "WARN" TO WS-Log-Level
    END-IF.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Report Writer: " DELIMITED BY SIZE
      WS-Rptw-Result-Label DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.
    MOVE WS-Selected-Count TO WS-RH-Read.
    MOVE WS-Lines-Written TO WS-RH-Written.
    MOVE WS-No-Rate-Count TO WS-RH-Unmatched.
    CALL "WriteRunHistory" USING WS-RH-Function WS-RH-Read
      WS-RH-Written WS-RH-Matched WS-RH-Unmatched WS-Elapsed-Seconds
      WS-RH-End-Status LK-Run-ID LK-Terminal-ID LK-Operator-ID.

  Open-Reference-Files.
    MOVE "N" TO WS-Branch-Ref-Missing-Flag.
    OPEN INPUT Branch-Ref-File.
    IF NOT Branch-Ref-Opened-OK THEN
      MOVE "Y" TO WS-Branch-Ref-Missing-Flag
    END-IF.
    MOVE "N" TO WS-Acct-Ref-Missing-Flag.
    OPEN INPUT Acct-Ref-File.
    IF NOT Acct-Ref-Opened-OK THEN
      MOVE "Y" TO WS-Acct-Ref-Missing-Flag
    END-IF.
    MOVE "N" TO WS-Status-Ref-Missing-Flag.
    OPEN INPUT Status-Ref-File.
    IF NOT Status-Ref-Opened-OK THEN
      MOVE "Y" TO WS-Status-Ref-Missing-Flag
    END-IF.
    MOVE "N" TO WS-Exch-Rate-Missing-Flag.
    OPEN INPUT Exch-Rate-File.
    IF NOT Exch-Rate-Opened-OK THEN
      MOVE "Y" TO WS-Exch-Rate-Missing-Flag
    END-IF.

  Close-Reference-Files.
    IF NOT Branch-Ref-Missing THEN
      CLOSE Branch-Ref-File
    END-IF.
    IF NOT Acct-Ref-Missing THEN
      CLOSE Acct-Ref-File
    END-IF.
    IF NOT Status-Ref-Missing THEN
      CLOSE Status-Ref-File
    END-IF.
    IF NOT Exch-Rate-Missing THEN
      CLOSE Exch-Rate-File
    END-IF.

  *> Sort input: walks the master over the definition's selection
  *> - STARTed at the key bound, or on the alternate date key when
  *> only a date bound is set, the way the Filter utility reads a
  *> master - and releases each selected record with its break and
  *> sort values.
  Select-Report-Records.
    OPEN INPUT Trans-Master-File.
    IF NOT Trans-Master-Opened-OK THEN
      MOVE "Y" TO WS-Master-Missing-Flag
      EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-Walk-At-End-Flag.
    IF RE-Key-Lo = SPACES AND RE-Date-Lo NOT = SPACES THEN
      MOVE RE-Date-Lo TO TM-Date
      START Trans-Master-File KEY IS NOT < TM-Date
        INVALID KEY
          MOVE "Y" TO WS-Walk-At-End-Flag
      END-START
    ELSE
      IF RE-Key-Lo = SPACES THEN
        MOVE LOW-VALUES TO TM-Key
      ELSE
        MOVE RE-Key-Lo TO TM-Key
      END-IF
      START Trans-Master-File KEY IS NOT < TM-Key
        INVALID KEY
          MOVE "Y" TO WS-Walk-At-End-Flag
      END-START
    END-IF.

    PERFORM UNTIL Walk-At-End
      READ Trans-Master-File NEXT
        AT END
          MOVE "Y" TO WS-Walk-At-End-Flag
        NOT AT END
          PERFORM Release-One-Record
      END-READ
    END-PERFORM.

    CLOSE Trans-Master-File.

  *> One master record: past the bound the walk is ordered by ends
  *> it; a selected record goes to the sort.
  Release-One-Record.
    IF RE-Key-Lo = SPACES AND RE-Date-Lo NOT = SPACES THEN
      IF RE-Date-Hi NOT = SPACES AND TM-Date > RE-Date-Hi THEN
        MOVE "Y" TO WS-Walk-At-End-Flag
        EXIT PARAGRAPH
      END-IF
    ELSE
      IF RE-Key-Hi NOT = SPACES AND TM-Key > RE-Key-Hi THEN
        MOVE "Y" TO WS-Walk-At-End-Flag
        EXIT PARAGRAPH
      END-IF
    END-IF.

    PERFORM Judge-Record.
    IF NOT Record-Selected THEN
      EXIT PARAGRAPH
    END-IF.

    IF TM-Value-Date = SPACES THEN
      MOVE TM-Date TO WS-Eff-Value-Date
    ELSE
      MOVE TM-Value-Date TO WS-Eff-Value-Date
    END-IF.
    IF TM-Currency = SPACES THEN
      MOVE "GBP" TO WS-Eff-Currency
    ELSE
      MOVE TM-Currency TO WS-Eff-Currency
    END-IF.

    MOVE SPACES TO RS-Record.
    EVALUATE RE-Break-On
      WHEN 1
        MOVE TM-Key(1:4) TO RS-Break
      WHEN 2
        MOVE TM-Status TO RS-Break
      WHEN 3
        MOVE WS-Eff-Currency TO RS-Break
      WHEN 4
        MOVE WS-Eff-Value-Date TO RS-Break
    END-EVALUATE.
    MOVE 0 TO RS-Sort-Amount.
    EVALUATE RE-Sort-By
      WHEN 2
        MOVE WS-Eff-Value-Date TO RS-Sort-Alpha
      WHEN 3
        MOVE TM-Amount TO RS-Sort-Amount
      WHEN 4
        MOVE TM-Status TO RS-Sort-Alpha
      WHEN 5
        MOVE WS-Eff-Currency TO RS-Sort-Alpha
      WHEN OTHER
        MOVE TM-Key TO RS-Sort-Alpha
    END-EVALUATE.
    MOVE TM-Key TO RS-Tie.
    MOVE TM-Record TO RS-Trans.
    RELEASE RS-Record.
    ADD 1 TO WS-Selected-Count.

  *> The Filter utility's selection rule: a blank bound is no bound,
  *> a blank status list is every status - and nothing outside the
  *> operator's branches.
  Judge-Record.
    MOVE "Y" TO WS-Select-Flag.

    IF RE-Key-Lo NOT = SPACES AND TM-Key < RE-Key-Lo THEN
      MOVE "N" TO WS-Select-Flag
    END-IF.
    IF RE-Key-Hi NOT = SPACES AND TM-Key > RE-Key-Hi THEN
      MOVE "N" TO WS-Select-Flag
    END-IF.
    IF RE-Date-Lo NOT = SPACES AND TM-Date < RE-Date-Lo THEN
      MOVE "N" TO WS-Select-Flag
    END-IF.
    IF RE-Date-Hi NOT = SPACES AND TM-Date > RE-Date-Hi THEN
      MOVE "N" TO WS-Select-Flag
    END-IF.

    IF RE-Statuses NOT = SPACES AND Record-Selected THEN
      MOVE "N" TO WS-Select-Flag
      PERFORM VARYING WS-Status-Scan-Idx FROM 1 BY 1
        UNTIL WS-Status-Scan-Idx > 10 OR Record-Selected
        IF RE-Statuses(WS-Status-Scan-Idx:1) NOT = SPACE
          AND RE-Statuses(WS-Status-Scan-Idx:1) = TM-Status THEN
          MOVE "Y" TO WS-Select-Flag
        END-IF
      END-PERFORM
    END-IF.

    IF Record-Selected THEN
      CALL "BranchAccess" USING TM-Key WS-Access-Silent
        LK-Run-ID LK-Operator-ID WS-Access-Result
      IF NOT Access-Permitted THEN
        MOVE "N" TO WS-Select-Flag
        ADD 1 TO WS-Rows-Withheld
      END-IF
    END-IF.

  *> Sort output: the report itself - title, column headings, one
  *> line per record with a heading at each break, and the totals
  *> the definition asks for.
  Write-User-Report.
    IF Master-Missing THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE "Y" TO WS-First-Row-Flag.
    MOVE SPACES TO WS-Prev-Break.
    MOVE 0 TO WS-Group-Count WS-Grand-Count WS-No-Rate-Count.
    MOVE 0 TO WS-Group-Amount WS-Group-Converted.
    MOVE 0 TO WS-Grand-Amount WS-Grand-Converted.

    OPEN OUTPUT Rpt-Out-File.
    PERFORM Write-Report-Headings.

    MOVE "N" TO WS-Sort-At-End-Flag.
    PERFORM UNTIL Sort-At-End
      RETURN Rpt-Sort-File
        AT END
          MOVE "Y" TO WS-Sort-At-End-Flag
        NOT AT END
          MOVE RS-Trans TO RT-Record
          PERFORM Write-Report-Row
      END-RETURN
    END-PERFORM.

    IF RE-Totals = "Y" THEN
      IF RE-Break-On > 0 AND NOT First-Row THEN
        PERFORM Write-Group-Total
      END-IF
      PERFORM Write-Grand-Total
    END-IF.
    IF WS-No-Rate-Count > 0 AND RE-Show-Converted = "Y" THEN
      MOVE WS-No-Rate-Count TO WS-Total-Count-Edit
      MOVE SPACES TO WS-Rpt-Line
      STRING
        FUNCTION TRIM(WS-Total-Count-Edit) DELIMITED BY SIZE
        " record(s) had no exchange rate and are left out of the"
          DELIMITED BY SIZE
        " converted totals" DELIMITED BY SIZE
        INTO WS-Rpt-Line
      END-STRING
      PERFORM Put-Report-Line
    END-IF.
    IF WS-Rows-Withheld > 0 THEN
      MOVE WS-Rows-Withheld TO WS-Total-Count-Edit
      MOVE SPACES TO WS-Rpt-Line
      STRING
        "Restricted to the branches permitted to " DELIMITED BY SIZE
        FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
        " - " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Total-Count-Edit) DELIMITED BY SIZE
        " record(s) withheld" DELIMITED BY SIZE
        INTO WS-Rpt-Line
      END-STRING
      PERFORM Put-Report-Line
    END-IF.

    CLOSE Rpt-Out-File.

  *> Title, company and run date, then the column headings in the
  *> definition's column order.
  Write-Report-Headings.
    MOVE SPACES TO WS-Rpt-Line.
    IF Cfg-Report-Format-Csv THEN
      STRING
        FUNCTION TRIM(RE-Title) DELIMITED BY SIZE
        " (" DELIMITED BY SIZE
        FUNCTION TRIM(RE-Name) DELIMITED BY SIZE
        ")," DELIMITED BY SIZE
        FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
        INTO WS-Rpt-Line
      END-STRING
    ELSE
      STRING
        FUNCTION TRIM(RE-Title) DELIMITED BY SIZE
        " (" DELIMITED BY SIZE
        FUNCTION TRIM(RE-Name) DELIMITED BY SIZE
        ") run " DELIMITED BY SIZE
        FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
        INTO WS-Rpt-Line
      END-STRING
    END-IF.
    PERFORM Put-Report-Line.

    IF WS-Company-ID NOT = SPACES THEN
      MOVE SPACES TO WS-Rpt-Line
      STRING
        "Company: " DELIMITED BY SIZE
        WS-Company-ID DELIMITED BY SIZE
        INTO WS-Rpt-Line
      END-STRING
      PERFORM Put-Report-Line
    END-IF.

    MOVE SPACES TO WS-Rpt-Line.
    MOVE 1 TO WS-Line-Ptr.
    IF RE-Show-Key = "Y" THEN
      MOVE "Key" TO WS-Col-Text
      MOVE 10 TO WS-Col-Width
      PERFORM Add-Column
    END-IF.
    IF RE-Show-Branch = "Y" THEN
      MOVE "Branch" TO WS-Col-Text
      MOVE 30 TO WS-Col-Width
      PERFORM Add-Column
    END-IF.
    IF RE-Show-Acct = "Y" THEN
      MOVE "Account" TO WS-Col-Text
      MOVE 30 TO WS-Col-Width
      PERFORM Add-Column
    END-IF.
    IF RE-Show-Status = "Y" THEN
      MOVE "Status" TO WS-Col-Text
      MOVE 20 TO WS-Col-Width
      PERFORM Add-Column
    END-IF.
    IF RE-Show-Currency = "Y" THEN
      MOVE "Cur" TO WS-Col-Text
      MOVE 3 TO WS-Col-Width
      PERFORM Add-Column
    END-IF.
    IF RE-Show-Amount = "Y" THEN
      MOVE "        Amount" TO WS-Col-Text
      MOVE 14 TO WS-Col-Width
      PERFORM Add-Column
    END-IF.
    IF RE-Show-Converted = "Y" THEN
      MOVE "   Amount (GBP)" TO WS-Col-Text
      MOVE 16 TO WS-Col-Width
      PERFORM Add-Column
    END-IF.
    IF RE-Show-Value-Date = "Y" THEN
      MOVE "Value Dt" TO WS-Col-Text
      MOVE 8 TO WS-Col-Width
      PERFORM Add-Column
    END-IF.
    PERFORM Put-Report-Line.

  *> One record: a break first when its break value changes, then
  *> the detail line and the running totals.
  Write-Report-Row.
    IF RE-Break-On > 0 THEN
      IF First-Row OR RS-Break NOT = WS-Prev-Break THEN
        IF NOT First-Row AND RE-Totals = "Y" THEN
          PERFORM Write-Group-Total
        END-IF
        MOVE RS-Break TO WS-Prev-Break
        PERFORM Build-Break-Label
        IF NOT Cfg-Report-Format-Csv THEN
          MOVE SPACES TO WS-Rpt-Line
          MOVE WS-Break-Label TO WS-Rpt-Line
          PERFORM Put-Report-Line
        END-IF
      END-IF
    END-IF.
    MOVE "N" TO WS-First-Row-Flag.

    PERFORM Convert-Row-Amount.

    MOVE SPACES TO WS-Rpt-Line.
    MOVE 1 TO WS-Line-Ptr.
    IF RE-Show-Key = "Y" THEN
      MOVE RT-Key TO WS-Col-Text
      MOVE 10 TO WS-Col-Width
      PERFORM Add-Column
    END-IF.
    IF RE-Show-Branch = "Y" THEN
      PERFORM Lookup-Branch-Name
      MOVE WS-Branch-Name TO WS-Col-Text
      MOVE 30 TO WS-Col-Width
      PERFORM Add-Column
    END-IF.
    IF RE-Show-Acct = "Y" THEN
      PERFORM Lookup-Account-Name
      MOVE WS-Acct-Name TO WS-Col-Text
      MOVE 30 TO WS-Col-Width
      PERFORM Add-Column
    END-IF.
    IF RE-Show-Status = "Y" THEN
      PERFORM Lookup-Status-Desc
      MOVE WS-Status-Desc TO WS-Col-Text
      MOVE 20 TO WS-Col-Width
      PERFORM Add-Column
    END-IF.
    IF RE-Show-Currency = "Y" THEN
      MOVE WS-Eff-Currency TO WS-Col-Text
      MOVE 3 TO WS-Col-Width
      PERFORM Add-Column
    END-IF.
    IF RE-Show-Amount = "Y" THEN
      IF Cfg-Report-Format-Csv THEN
        MOVE RT-Amount TO WS-Csv-Amount
        MOVE FUNCTION TRIM(WS-Csv-Amount) TO WS-Col-Text
      ELSE
        MOVE RT-Amount TO WS-Amount-Edit
        MOVE WS-Amount-Edit TO WS-Col-Text
      END-IF
      MOVE 14 TO WS-Col-Width
      PERFORM Add-Column
    END-IF.
    IF RE-Show-Converted = "Y" THEN
      IF WS-Row-Rate = 0 THEN
        MOVE "     (no rate)" TO WS-Col-Text
      ELSE
        IF Cfg-Report-Format-Csv THEN
          MOVE WS-Row-Converted TO WS-Csv-Amount
          MOVE FUNCTION TRIM(WS-Csv-Amount) TO WS-Col-Text
        ELSE
          MOVE WS-Row-Converted TO WS-Converted-Edit
          MOVE WS-Converted-Edit TO WS-Col-Text
        END-IF
      END-IF
      MOVE 16 TO WS-Col-Width
      PERFORM Add-Column
    END-IF.
    IF RE-Show-Value-Date = "Y" THEN
      MOVE WS-Eff-Value-Date TO WS-Col-Text
      MOVE 8 TO WS-Col-Width
      PERFORM Add-Column
    END-IF.
    PERFORM Put-Report-Line.

    ADD 1 TO WS-Group-Count WS-Grand-Count.
    ADD RT-Amount TO WS-Group-Amount WS-Grand-Amount.
    IF WS-Row-Rate NOT = 0 THEN
      ADD WS-Row-Converted TO WS-Group-Converted WS-Grand-Converted
    ELSE
      ADD 1 TO WS-No-Rate-Count
    END-IF.

  *> Places one column: at its width with a two-space gutter in the
  *> TXT form, comma-joined in the CSV form.
  Add-Column.
    IF Cfg-Report-Format-Csv THEN
      IF WS-Line-Ptr > 1 THEN
        STRING "," DELIMITED BY SIZE
          INTO WS-Rpt-Line WITH POINTER WS-Line-Ptr
        END-STRING
      END-IF
      IF WS-Col-Text NOT = SPACES THEN
        STRING FUNCTION TRIM(WS-Col-Text) DELIMITED BY SIZE
          INTO WS-Rpt-Line WITH POINTER WS-Line-Ptr
        END-STRING
      END-IF
    ELSE
      STRING
        WS-Col-Text(1:WS-Col-Width) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        INTO WS-Rpt-Line WITH POINTER WS-Line-Ptr
      END-STRING
    END-IF.

  Put-Report-Line.
    MOVE WS-Rpt-Line TO RO-Line.
    WRITE RO-Line.
    ADD 1 TO WS-Lines-Written.

  *> The row's currency, value date and base-currency amount at
  *> the live rate - a rate of 0 means none on file.
  Convert-Row-Amount.
    IF RT-Currency = SPACES THEN
      MOVE "GBP" TO WS-Eff-Currency
    ELSE
      MOVE RT-Currency TO WS-Eff-Currency
    END-IF.
    IF RT-Value-Date = SPACES THEN
      MOVE RT-Date TO WS-Eff-Value-Date
    ELSE
      MOVE RT-Value-Date TO WS-Eff-Value-Date
    END-IF.

    MOVE 0 TO WS-Row-Rate.
    MOVE 0 TO WS-Row-Converted.
    IF WS-Eff-Currency = "GBP" THEN
      MOVE 1 TO WS-Row-Rate
    ELSE
      IF NOT Exch-Rate-Missing THEN
        MOVE WS-Eff-Currency TO XR-Currency
        READ Exch-Rate-File
          INVALID KEY
            CONTINUE
          NOT INVALID KEY
            MOVE XR-Rate TO WS-Row-Rate
        END-READ
      END-IF
    END-IF.
    IF WS-Row-Rate NOT = 0 THEN
      COMPUTE WS-Row-Converted ROUNDED = RT-Amount * WS-Row-Rate
      END-COMPUTE
    END-IF.

  Lookup-Branch-Name.
    MOVE "(not on branch file)" TO WS-Branch-Name.
    IF NOT Branch-Ref-Missing THEN
      MOVE RT-Key(1:4) TO BR-Branch
      READ Branch-Ref-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE BR-Name TO WS-Branch-Name
      END-READ
    END-IF.

  Lookup-Account-Name.
    MOVE "(not on account file)" TO WS-Acct-Name.
    IF NOT Acct-Ref-Missing THEN
      MOVE RT-Key TO AC-Key
      READ Acct-Ref-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE AC-Name TO WS-Acct-Name
      END-READ
    END-IF.

  Lookup-Status-Desc.
    MOVE SPACES TO WS-Status-Desc.
    STRING
      "Status " DELIMITED BY SIZE
      RT-Status DELIMITED BY SIZE
      INTO WS-Status-Desc
    END-STRING.
    IF NOT Status-Ref-Missing THEN
      MOVE RT-Status TO SR-Status
      READ Status-Ref-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE SR-Desc TO WS-Status-Desc
      END-READ
    END-IF.

  *> The break heading/total wording for the break value in hand -
  *> the lookups work off the row area, so the row is put back after.
  Build-Break-Label.
    MOVE RT-Record TO WS-Saved-Trans.
    MOVE SPACES TO WS-Break-Label.
    EVALUATE RE-Break-On
      WHEN 1
        MOVE WS-Prev-Break(1:4) TO RT-Key(1:4)
        PERFORM Lookup-Branch-Name
        STRING
          "Branch " DELIMITED BY SIZE
          WS-Prev-Break(1:4) DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Branch-Name) DELIMITED BY SIZE
          INTO WS-Break-Label
        END-STRING
      WHEN 2
        MOVE WS-Prev-Break(1:1) TO RT-Status
        PERFORM Lookup-Status-Desc
        STRING
          "Status " DELIMITED BY SIZE
          WS-Prev-Break(1:1) DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Status-Desc) DELIMITED BY SIZE
          INTO WS-Break-Label
        END-STRING
      WHEN 3
        STRING
          "Currency " DELIMITED BY SIZE
          WS-Prev-Break(1:3) DELIMITED BY SIZE
          INTO WS-Break-Label
        END-STRING
      WHEN 4
        STRING
          "Value date " DELIMITED BY SIZE
          WS-Prev-Break(1:8) DELIMITED BY SIZE
          INTO WS-Break-Label
        END-STRING
    END-EVALUATE.
    MOVE WS-Saved-Trans TO RT-Record.

  *> Totals for the group just finished, then reset for the next.
  Write-Group-Total.
    PERFORM Build-Break-Label.
    MOVE SPACES TO WS-Rpt-Line.
    MOVE 1 TO WS-Line-Ptr.
    STRING
      "Total " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Break-Label) DELIMITED BY SIZE
      INTO WS-Rpt-Line WITH POINTER WS-Line-Ptr
    END-STRING.
    MOVE WS-Group-Count TO WS-Total-Count-Edit.
    MOVE WS-Group-Amount TO WS-Total-Amount-Edit.
    MOVE WS-Group-Converted TO WS-Csv-Amount.
    PERFORM Add-Total-Figures.
    PERFORM Put-Report-Line.

    MOVE 0 TO WS-Group-Count.
    MOVE 0 TO WS-Group-Amount.
    MOVE 0 TO WS-Group-Converted.

  Write-Grand-Total.
    MOVE SPACES TO WS-Rpt-Line.
    MOVE 1 TO WS-Line-Ptr.
    STRING
      "Grand Total" DELIMITED BY SIZE
      INTO WS-Rpt-Line WITH POINTER WS-Line-Ptr
    END-STRING.
    MOVE WS-Grand-Count TO WS-Total-Count-Edit.
    MOVE WS-Grand-Amount TO WS-Total-Amount-Edit.
    MOVE WS-Grand-Converted TO WS-Csv-Amount.
    PERFORM Add-Total-Figures.
    PERFORM Put-Report-Line.

  *> Count, amount and (when the converted column is shown) the
  *> base-currency total after a total line's label.
  Add-Total-Figures.
    IF Cfg-Report-Format-Csv THEN
      STRING
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-Total-Count-Edit) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-Total-Amount-Edit) DELIMITED BY SIZE
        INTO WS-Rpt-Line WITH POINTER WS-Line-Ptr
      END-STRING
      IF RE-Show-Converted = "Y" THEN
        STRING
          "," DELIMITED BY SIZE
          FUNCTION TRIM(WS-Csv-Amount) DELIMITED BY SIZE
          INTO WS-Rpt-Line WITH POINTER WS-Line-Ptr
        END-STRING
      END-IF
    ELSE
      IF WS-Line-Ptr < 50 THEN
        MOVE 50 TO WS-Line-Ptr
      END-IF
      STRING
        WS-Total-Count-Edit DELIMITED BY SIZE
        " record(s)  " DELIMITED BY SIZE
        WS-Total-Amount-Edit DELIMITED BY SIZE
        INTO WS-Rpt-Line WITH POINTER WS-Line-Ptr
      END-STRING
      IF RE-Show-Converted = "Y" THEN
        STRING
          "  GBP " DELIMITED BY SIZE
          WS-Csv-Amount DELIMITED BY SIZE
          INTO WS-Rpt-Line WITH POINTER WS-Line-Ptr
        END-STRING
      END-IF
    END-IF.

  *> Reads the batch answers for this function off the control-card
  *> file - RPTNAME names the report when the PARM and the schedule
  *> step don't.
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
            WHEN "RPTNAME"
              MOVE FUNCTION UPPER-CASE(WS-Card-Value(1:8))
                TO WS-Rptw-Name
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

END PROGRAM RptWriter.
