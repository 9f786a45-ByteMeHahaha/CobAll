IDENTIFICATION DIVISION.
  PROGRAM-ID. CdcExtract.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> The journal written by WriteTMJournal - every WRITE, REWRITE
      *> and DELETE against a master with its before and after
      *> images, in the order the day produced them.
      SELECT Journal-File ASSIGN TO WS-Journal-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Journal-Status.

      *> The extraction point - how far into the journal the last
      *> delta got. Rewritten through a .new copy, so a run that dies
      *> part-way leaves the old point standing.
      SELECT Cdc-Ctl-File ASSIGN TO WS-Cdc-Ctl-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Cdc-Ctl-Status.

      SELECT Cdc-Ctl-New-File ASSIGN TO WS-Cdc-Ctl-New-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Cdc-Ctl-New-Status.

      *> The outbound delta for the data warehouse - header, one line
      *> per change to the master, and a control trailer.
      SELECT Delta-File ASSIGN TO WS-Delta-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Delta-Status.

DATA DIVISION.
  FILE SECTION.
    FD Journal-File.
      COPY "JournalRecord.cpy" REPLACING ==:PREFIX:== BY ==JL==.

    FD Cdc-Ctl-File.
      COPY "CdcCtlRecord.cpy" REPLACING ==:PREFIX:== BY ==CC==.

    FD Cdc-Ctl-New-File.
      COPY "CdcCtlRecord.cpy" REPLACING ==:PREFIX:== BY ==CN==.

    FD Delta-File.
      01 DL-Line PIC X(160).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> Training mode, shared by CobAll's login - a training run reads
    *> the training journal WriteTMJournal fills, never the live one.
    01 WS-Training-Mode-Switch PIC A EXTERNAL.
      88 Training-Mode-Active VALUE "Y".

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode - when
    *> on, no screen is displayed or accepted here.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    *> The session's company, shared by CobAll's login - carried on
    *> the delta header so the warehouse loads it to the right
    *> entity.
    01 WS-Company-ID PIC X(4) EXTERNAL.

    01 WS-Journal-Path PIC X(40) VALUE "TMJournal.dat".
    01 WS-Journal-Status PIC XX.
      88 Journal-Opened-OK VALUE "00".
      88 Journal-Not-Found VALUE "35".
    01 WS-Journal-At-End-Flag PIC X VALUE "N".
      88 Journal-At-End VALUE "Y".

    01 WS-Cdc-Ctl-Path PIC X(80) VALUE "CdcCtl.dat".
    01 WS-Cdc-Ctl-Status PIC XX.
      88 Cdc-Ctl-Opened-OK VALUE "00".
      88 Cdc-Ctl-Not-Found VALUE "35".
    01 WS-Cdc-Ctl-New-Path PIC X(80) VALUE "CdcCtl.new".
    01 WS-Cdc-Ctl-New-Status PIC XX.
    01 WS-Delete-Status PIC S9(9) COMP-5.
    01 WS-Rename-Status PIC S9(9) COMP-5.

    01 WS-Delta-Path PIC X(80) VALUE SPACES.
    01 WS-Delta-Status PIC XX.
      88 Delta-Opened-OK VALUE "00".

    *> The extraction point as read - the screen shows it, the run
    *> starts after it.
    COPY "CdcCtlRecord.cpy" REPLACING ==:PREFIX:== BY ==CX==.

    *> Only the session's own master goes to the warehouse - every
    *> feed's rebuild journals into the one file, stamped with the
    *> master it wrote. A blank stamp (pre-upgrade entry) reads as
    *> the default TransMaster.dat.
    01 WS-Cdc-Master-Path PIC X(80) VALUE "TransMaster.dat".
    01 WS-JL-Master-Work PIC X(40) VALUE SPACES.

    *> The entry range this run extracts: the one after the point,
    *> through the last entry on file when the run counted - entries
    *> appended while the run is going wait for the next one.
    01 WS-Cdc-Journal-Count PIC 9(9) VALUE 0.
    01 WS-Cdc-Entry-Seq PIC 9(9) VALUE 0.
    01 WS-Cdc-From-Seq PIC 9(9) VALUE 0.
    01 WS-Cdc-To-Seq PIC 9(9) VALUE 0.
    01 WS-Cdc-Point-Stamp PIC X(14) VALUE SPACES.
    01 WS-Cdc-To-Stamp PIC X(14) VALUE SPACES.
    01 WS-Cdc-Seq-Disp PIC 9(9) VALUE 0.

    01 WS-Cdc-Confirm PIC A VALUE SPACES.
      88 Cdc-Confirmed VALUE "Y" "y".
    01 WS-Cdc-Result-Label PIC X(70) VALUE SPACES.

    01 WS-Cdc-Detail-Count PIC 9(7) VALUE 0.
    01 WS-Cdc-Insert-Count PIC 9(7) VALUE 0.
    01 WS-Cdc-Update-Count PIC 9(7) VALUE 0.
    01 WS-Cdc-Delete-Count PIC 9(7) VALUE 0.
    01 WS-Cdc-Reset-Count PIC 9(7) VALUE 0.
    01 WS-Cdc-Other-Count PIC 9(7) VALUE 0.
    01 WS-Cdc-Entries-Read PIC 9(7) VALUE 0.
    01 WS-Cdc-Lines-Written PIC 9(7) VALUE 0.
    *> Net movement the delta carries - after amounts in, before
    *> amounts out - the amount hash on the trailer and the register.
    01 WS-Cdc-Net-Movement PIC S9(13)V99 VALUE 0.
    01 WS-Cdc-Delta-Open-Flag PIC A VALUE "N".
      88 Cdc-Delta-Open VALUE "Y".

    *> The journal images in the master's layout.
    COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==JB==.
    COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==JA==.

    *> One delta header. The sequence range is journal entry
    *> numbers counted from the top of TMJournal.dat.
    01 WS-Delta-Header.
      05 FILLER PIC X(4) VALUE "DHDR".
      05 DH-Extracted PIC X(14).
      05 DH-Run-ID PIC X(14).
      05 DH-Company PIC X(4).
      05 DH-From-Seq PIC 9(9).
      05 DH-To-Seq PIC 9(9).

    *> One change: I = insert (after image), U = update (both images,
    *> with a Y under each field that changed - date, amount,
    *> status, currency, value date), D = delete (before image),
    *> R = the nightly rebuild restarted the master from empty - the
    *> warehouse clears its copy and takes the inserts that follow.
    *> Images carry effective values: a blank currency is GBP, a
    *> blank value date is the entry date.
    01 WS-Delta-Detail.
      05 FILLER PIC X(4) VALUE "DDTL".
      05 DD-Seq PIC 9(9).
      05 DD-Change PIC X(1).
      05 DD-Stamp PIC X(14).
      05 DD-Run-ID PIC X(14).
      05 DD-Operator PIC X(8).
      05 DD-Key PIC X(10).
      05 DD-Changed.
        10 DD-Chg-Date PIC X(1).
        10 DD-Chg-Amount PIC X(1).
        10 DD-Chg-Status PIC X(1).
        10 DD-Chg-Currency PIC X(1).
        10 DD-Chg-Value-Date PIC X(1).
      05 DD-Before.
        10 DD-B-Date PIC X(8).
        10 DD-B-Amount PIC -9(9).99.
        10 DD-B-Status PIC X(1).
        10 DD-B-Currency PIC X(3).
        10 DD-B-Value-Date PIC X(8).
      05 DD-After.
        10 DD-A-Date PIC X(8).
        10 DD-A-Amount PIC -9(9).99.
        10 DD-A-Status PIC X(1).
        10 DD-A-Currency PIC X(3).
        10 DD-A-Value-Date PIC X(8).

    01 WS-Delta-Trailer.
      05 FILLER PIC X(4) VALUE "DTRL".
      05 DT-Detail-Count PIC 9(7).
      05 DT-Insert-Count PIC 9(7).
      05 DT-Update-Count PIC 9(7).
      05 DT-Delete-Count PIC 9(7).
      05 DT-Reset-Count PIC 9(7).
      05 DT-Net-Movement PIC -9(13).99.
      05 DT-From-Seq PIC 9(9).
      05 DT-To-Seq PIC 9(9).

    *> Transmission register row for the finished delta.
    01 WS-Xmit-Name PIC X(40) VALUE SPACES.
    01 WS-Xmit-Checksum PIC S9(11)V99 VALUE 0.

    *> Run history for the batch/schedule path.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "CDCDELTA".
    01 WS-RH-Matched PIC 9(7) VALUE 0.
    01 WS-RH-Unmatched PIC 9(7) VALUE 0.
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
    COPY "CdcExtractScr.cpy". *> Warehouse Delta Feed screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  CdcExtractMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Warehouse Delta Feed selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> The session loop re-CALLs this program in one run unit, so
    *> the VALUE clauses only ever ran once - reset the counts or
    *> the trailer carries cumulative numbers.
    MOVE 0 TO WS-Cdc-Detail-Count.
    MOVE 0 TO WS-Cdc-Insert-Count.
    MOVE 0 TO WS-Cdc-Update-Count.
    MOVE 0 TO WS-Cdc-Delete-Count.
    MOVE 0 TO WS-Cdc-Reset-Count.
    MOVE 0 TO WS-Cdc-Other-Count.
    MOVE 0 TO WS-Cdc-Entries-Read.
    MOVE 0 TO WS-Cdc-Lines-Written.
    MOVE 0 TO WS-Cdc-Net-Movement.
    MOVE SPACES TO WS-Cdc-Result-Label.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.

    *> Re-defaulted every invocation, then company-qualified. The
    *> journal itself is shared, the way TMRecover reads it.
    MOVE "CdcCtl.dat" TO WS-Cdc-Ctl-Path.
    MOVE "CdcCtl.new" TO WS-Cdc-Ctl-New-Path.
    MOVE "TransMaster.dat" TO WS-Cdc-Master-Path.
    CALL "ResolveDataPath" USING WS-Cdc-Ctl-Path.
    CALL "ResolveDataPath" USING WS-Cdc-Ctl-New-Path.
    CALL "ResolveDataPath" USING WS-Cdc-Master-Path.
    IF Training-Mode-Active THEN
      MOVE "TRAIN.TMJournal.dat" TO WS-Journal-Path
    ELSE
      MOVE "TMJournal.dat" TO WS-Journal-Path
    END-IF.

    PERFORM Read-Extraction-Point.
    PERFORM Count-Journal-Entries.

    *> The entry at the point must still be the one the last run
    *> stopped on - a journal replaced or cut back by hand would
    *> otherwise have the feed silently skip or repeat changes.
    IF CX-Last-Seq > WS-Cdc-Journal-Count
      OR (CX-Last-Seq > 0 AND WS-Cdc-Point-Stamp NOT = CX-Last-Stamp)
      THEN
      MOVE "Journal no longer matches the extraction point - no delta written."
        TO WS-Cdc-Result-Label
      MOVE "ERR" TO WS-RH-End-Status
      PERFORM Finish-Extraction
      GOBACK
    END-IF.

    IF NOT Batch-Mode-Active THEN
      MOVE SPACES TO WS-Cdc-Confirm
      DISPLAY SC-Cdc-Confirm
      ACCEPT SC-Cdc-Confirm
      IF NOT Cdc-Confirmed THEN
        MOVE "Extraction abandoned - the point is unchanged."
          TO WS-Cdc-Result-Label
        DISPLAY SC-Cdc-Result
        ACCEPT OMITTED
        GOBACK
      END-IF
    END-IF.

    COMPUTE WS-Cdc-From-Seq = CX-Last-Seq + 1.
    MOVE WS-Cdc-Journal-Count TO WS-Cdc-To-Seq.
    IF WS-Cdc-From-Seq > WS-Cdc-To-Seq THEN
      MOVE "No new journal entries since the last extraction."
        TO WS-Cdc-Result-Label
      MOVE "OK" TO WS-RH-End-Status
      PERFORM Finish-Extraction
      GOBACK
    END-IF.

    PERFORM Extract-Journal-Range.

    IF WS-Cdc-Detail-Count > 0 THEN
      PERFORM Close-Delta-File
    END-IF.

    PERFORM Write-Extraction-Point.
    IF WS-Rename-Status NOT = 0 THEN
      MOVE "Extraction point NOT moved - CdcCtl.new left for checking."
        TO WS-Cdc-Result-Label
      MOVE "ERR" TO WS-RH-End-Status
      PERFORM Finish-Extraction
      GOBACK
    END-IF.

    MOVE SPACES TO WS-Cdc-Result-Label.
    IF WS-Cdc-Detail-Count > 0 THEN
      STRING
        "Delta written: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Delta-Path) DELIMITED BY SIZE
        INTO WS-Cdc-Result-Label
      END-STRING
    ELSE
      MOVE "No changes to this master - point moved, no delta written."
        TO WS-Cdc-Result-Label
    END-IF.
    MOVE "OK" TO WS-RH-End-Status.
    PERFORM Finish-Extraction.

    GOBACK.

  *> Reads the one control row. No file yet means nothing has been
  *> extracted - the first run starts at the top of the journal.
  Read-Extraction-Point.
    INITIALIZE CX-Record.
    MOVE 0 TO CX-Last-Seq.
    OPEN INPUT Cdc-Ctl-File.
    IF NOT Cdc-Ctl-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    READ Cdc-Ctl-File
      AT END
        CONTINUE
      NOT AT END
        MOVE CC-Record TO CX-Record
    END-READ.
    CLOSE Cdc-Ctl-File.
    IF CX-Last-Seq NOT NUMERIC THEN
      MOVE 0 TO CX-Last-Seq
    END-IF.

  *> First pass: how many entries are on file, and the stamp of the
  *> one at the extraction point.
  Count-Journal-Entries.
    MOVE 0 TO WS-Cdc-Journal-Count.
    MOVE SPACES TO WS-Cdc-Point-Stamp.
    OPEN INPUT Journal-File.
    IF NOT Journal-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Journal-At-End-Flag.
    PERFORM UNTIL Journal-At-End
      READ Journal-File
        AT END
          MOVE "Y" TO WS-Journal-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Cdc-Journal-Count
          IF WS-Cdc-Journal-Count = CX-Last-Seq THEN
            MOVE JL-Stamp TO WS-Cdc-Point-Stamp
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Journal-File.

  *> Second pass: every entry in the range, in journal order. The
  *> delta is opened at the first change it carries, so a range with
  *> nothing for this master leaves no empty file behind.
  Extract-Journal-Range.
    MOVE 0 TO WS-Cdc-Entry-Seq.
    MOVE "N" TO WS-Cdc-Delta-Open-Flag.
    OPEN INPUT Journal-File.
    MOVE "N" TO WS-Journal-At-End-Flag.
    PERFORM UNTIL Journal-At-End
      READ Journal-File
        AT END
          MOVE "Y" TO WS-Journal-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Cdc-Entry-Seq
          IF WS-Cdc-Entry-Seq > WS-Cdc-To-Seq THEN
            MOVE "Y" TO WS-Journal-At-End-Flag
          ELSE
            IF WS-Cdc-Entry-Seq >= WS-Cdc-From-Seq THEN
              ADD 1 TO WS-Cdc-Entries-Read
              MOVE JL-Stamp TO WS-Cdc-To-Stamp
              PERFORM Extract-One-Entry
            END-IF
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Journal-File.

  *> One journal entry: another master's entries and the hold,
  *> release and recall markers (which never touch the master) are
  *> passed over; the rest become a change line.
  Extract-One-Entry.
    MOVE JL-Master-Path TO WS-JL-Master-Work.
    IF WS-JL-Master-Work = SPACES THEN
      MOVE "TransMaster.dat" TO WS-JL-Master-Work
    END-IF.
    IF WS-JL-Master-Work NOT = WS-Cdc-Master-Path(1:40) THEN
      ADD 1 TO WS-Cdc-Other-Count
      EXIT PARAGRAPH
    END-IF.

    MOVE JL-Before TO JB-Record.
    MOVE JL-After TO JA-Record.
    PERFORM Apply-Image-Defaults.

    MOVE WS-Cdc-Entry-Seq TO DD-Seq.
    MOVE JL-Stamp TO DD-Stamp.
    MOVE JL-Run-ID TO DD-Run-ID.
    MOVE JL-Operator TO DD-Operator.
    MOVE SPACES TO DD-Key.
    MOVE SPACES TO DD-Changed.
    MOVE SPACES TO DD-Before.
    MOVE SPACES TO DD-After.

    EVALUATE JL-Action
      WHEN "WR"
        MOVE "I" TO DD-Change
        MOVE JA-Key TO DD-Key
        MOVE "YYYYY" TO DD-Changed
        PERFORM Move-After-Image
        ADD JA-Amount TO WS-Cdc-Net-Movement
        ADD 1 TO WS-Cdc-Insert-Count
      WHEN "RW"
        MOVE "U" TO DD-Change
        MOVE JA-Key TO DD-Key
        MOVE "NNNNN" TO DD-Changed
        IF JB-Date NOT = JA-Date THEN
          MOVE "Y" TO DD-Chg-Date
        END-IF
        IF JB-Amount NOT = JA-Amount THEN
          MOVE "Y" TO DD-Chg-Amount
        END-IF
        IF JB-Status NOT = JA-Status THEN
          MOVE "Y" TO DD-Chg-Status
        END-IF
        IF JB-Currency NOT = JA-Currency THEN
          MOVE "Y" TO DD-Chg-Currency
        END-IF
        IF JB-Value-Date NOT = JA-Value-Date THEN
          MOVE "Y" TO DD-Chg-Value-Date
        END-IF
        PERFORM Move-Before-Image
        PERFORM Move-After-Image
        ADD JA-Amount TO WS-Cdc-Net-Movement
        SUBTRACT JB-Amount FROM WS-Cdc-Net-Movement
        ADD 1 TO WS-Cdc-Update-Count
      WHEN "DL"
        MOVE "D" TO DD-Change
        MOVE JB-Key TO DD-Key
        MOVE "YYYYY" TO DD-Changed
        PERFORM Move-Before-Image
        SUBTRACT JB-Amount FROM WS-Cdc-Net-Movement
        ADD 1 TO WS-Cdc-Delete-Count
      WHEN "RB"
        MOVE "R" TO DD-Change
        ADD 1 TO WS-Cdc-Reset-Count
      WHEN OTHER
        ADD 1 TO WS-Cdc-Other-Count
        EXIT PARAGRAPH
    END-EVALUATE.

    IF NOT Cdc-Delta-Open THEN
      PERFORM Open-Delta-File
    END-IF.
    MOVE WS-Delta-Detail TO DL-Line.
    WRITE DL-Line.
    ADD 1 TO WS-Cdc-Detail-Count.
    ADD 1 TO WS-Cdc-Lines-Written.

  *> Blank currency is the base currency and a blank value date the
  *> entry date - the warehouse gets the values the system acts on,
  *> and a field filled in later doesn't read as a change.
  Apply-Image-Defaults.
    IF JB-Key NOT = SPACES THEN
      IF JB-Currency = SPACES THEN
        MOVE "GBP" TO JB-Currency
      END-IF
      IF JB-Value-Date = SPACES THEN
        MOVE JB-Date TO JB-Value-Date
      END-IF
    END-IF.
    IF JA-Key NOT = SPACES THEN
      IF JA-Currency = SPACES THEN
        MOVE "GBP" TO JA-Currency
      END-IF
      IF JA-Value-Date = SPACES THEN
        MOVE JA-Date TO JA-Value-Date
      END-IF
    END-IF.

  Move-Before-Image.
    MOVE JB-Date TO DD-B-Date.
    MOVE JB-Amount TO DD-B-Amount.
    MOVE JB-Status TO DD-B-Status.
    MOVE JB-Currency TO DD-B-Currency.
    MOVE JB-Value-Date TO DD-B-Value-Date.

  Move-After-Image.
    MOVE JA-Date TO DD-A-Date.
    MOVE JA-Amount TO DD-A-Amount.
    MOVE JA-Status TO DD-A-Status.
    MOVE JA-Currency TO DD-A-Currency.
    MOVE JA-Value-Date TO DD-A-Value-Date.

  *> Named by the first entry of the range - a rerun after a failure
  *> before the point moved writes the same name again rather than
  *> a second copy of the same changes.
  Open-Delta-File.
    MOVE WS-Cdc-From-Seq TO WS-Cdc-Seq-Disp.
    MOVE SPACES TO WS-Delta-Path.
    STRING
      "TMDelta." DELIMITED BY SIZE
      WS-Cdc-Seq-Disp DELIMITED BY SIZE
      ".dat" DELIMITED BY SIZE
      INTO WS-Delta-Path
    END-STRING.
    CALL "ResolveDataPath" USING WS-Delta-Path.

    OPEN OUTPUT Delta-File.
    MOVE "Y" TO WS-Cdc-Delta-Open-Flag.
    MOVE FUNCTION CURRENT-DATE(1:14) TO DH-Extracted.
    MOVE LK-Run-ID TO DH-Run-ID.
    MOVE WS-Company-ID TO DH-Company.
    MOVE WS-Cdc-From-Seq TO DH-From-Seq.
    MOVE WS-Cdc-To-Seq TO DH-To-Seq.
    MOVE WS-Delta-Header TO DL-Line.
    WRITE DL-Line.
    ADD 1 TO WS-Cdc-Lines-Written.

  *> Trailer, close, and the delta onto the transmission register
  *> with its change count and net-movement hash.
  Close-Delta-File.
    MOVE WS-Cdc-Detail-Count TO DT-Detail-Count.
    MOVE WS-Cdc-Insert-Count TO DT-Insert-Count.
    MOVE WS-Cdc-Update-Count TO DT-Update-Count.
    MOVE WS-Cdc-Delete-Count TO DT-Delete-Count.
    MOVE WS-Cdc-Reset-Count TO DT-Reset-Count.
    MOVE WS-Cdc-Net-Movement TO DT-Net-Movement.
    MOVE WS-Cdc-From-Seq TO DT-From-Seq.
    MOVE WS-Cdc-To-Seq TO DT-To-Seq.
    MOVE WS-Delta-Trailer TO DL-Line.
    WRITE DL-Line.
    ADD 1 TO WS-Cdc-Lines-Written.
    CLOSE Delta-File.
    MOVE "N" TO WS-Cdc-Delta-Open-Flag.

    MOVE WS-Delta-Path(1:40) TO WS-Xmit-Name.
    MOVE WS-Cdc-Net-Movement TO WS-Xmit-Checksum.
    CALL "WriteXmitReg" USING WS-Xmit-Name WS-Cdc-Detail-Count
      WS-Xmit-Checksum LK-Run-ID LK-Operator-ID.

  *> Moves the point to the last entry this run read - written to
  *> the .new copy and swapped in, the same way the handover log is
  *> trimmed.
  Write-Extraction-Point.
    MOVE WS-Cdc-To-Seq TO CN-Last-Seq.
    MOVE WS-Cdc-To-Stamp TO CN-Last-Stamp.
    MOVE LK-Run-ID TO CN-Run-ID.
    MOVE FUNCTION CURRENT-DATE(1:14) TO CN-Extracted.
    IF WS-Cdc-Detail-Count > 0 THEN
      MOVE WS-Delta-Path(1:40) TO CN-Last-File
    ELSE
      MOVE CX-Last-File TO CN-Last-File
    END-IF.
    OPEN OUTPUT Cdc-Ctl-New-File.
    WRITE CN-Record.
    CLOSE Cdc-Ctl-New-File.

    CALL "CBL_DELETE_FILE" USING WS-Cdc-Ctl-Path
      RETURNING WS-Delete-Status
    END-CALL.
    CALL "CBL_RENAME_FILE" USING WS-Cdc-Ctl-New-Path
      WS-Cdc-Ctl-Path
      RETURNING WS-Rename-Status
    END-CALL.

    IF WS-Rename-Status = 0 THEN
      MOVE SPACES TO WS-Audit-Message
      STRING
        "Warehouse delta point moved to entry " DELIMITED BY SIZE
        CN-Last-Seq DELIMITED BY SIZE
        " by " DELIMITED BY SIZE
        FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
        " changes=" DELIMITED BY SIZE
        WS-Cdc-Detail-Count DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
      CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-IF.

  *> Logs the outcome, leaves the run-history row the schedule
  *> judges a step by, and shows the result at the screen.
  Finish-Extraction.
    IF WS-RH-End-Status = "OK" THEN
      MOVE "INF" TO WS-Log-Level
    ELSE
      MOVE "ERR" TO WS-Log-Level
    END-IF.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Warehouse Delta: " DELIMITED BY SIZE
      WS-Cdc-Result-Label DELIMITED BY SIZE
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
    MOVE WS-Cdc-Detail-Count TO WS-RH-Matched.
    MOVE WS-Cdc-Other-Count TO WS-RH-Unmatched.
    CALL "WriteRunHistory" USING WS-RH-Function WS-Cdc-Entries-Read
      WS-Cdc-Lines-Written WS-RH-Matched WS-RH-Unmatched
      WS-Elapsed-Seconds WS-RH-End-Status LK-Run-ID LK-Terminal-ID
      LK-Operator-ID.

    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Cdc-Result
      ACCEPT OMITTED
    END-IF.

END PROGRAM CdcExtract.
