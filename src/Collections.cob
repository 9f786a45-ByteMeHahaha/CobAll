IDENTIFICATION DIVISION.
  PROGRAM-ID. Collections.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> The end-of-night position snapshots Sort 'n' Report appends
      *> - one dated row per key per processing day. An unbroken run
      *> of negative nights is how long a key has been overdrawn.
      SELECT Snapshot-File ASSIGN TO WS-Snapshot-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Snapshot-Status.

      *> Sort work file putting the snapshot into key/date order.
      SELECT Coll-Sort-File ASSIGN TO "Collections.srt".

      *> Keyed transaction master - only keys still on it are judged,
      *> and its balance is the one the letter quotes.
      SELECT Trans-Master-File ASSIGN TO WS-Trans-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS TM-Key
      ALTERNATE RECORD KEY IS TM-Date WITH DUPLICATES
      FILE STATUS WS-Trans-Master-Status.

      *> Hold register maintained by HoldMaint - a held key is under
      *> investigation, and nobody chases it for money meanwhile.
      SELECT Hold-Reg-File ASSIGN TO WS-Hold-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS HD-Key
      FILE STATUS WS-Hold-Reg-Status.

      *> Account reference maintained by AcctMaint - who each letter
      *> is addressed to.
      SELECT Acct-Ref-File ASSIGN TO WS-Acct-Ref-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS AC-Key
      FILE STATUS WS-Acct-Ref-Status.

      *> The collections register - each overdrawn key's dunning
      *> stage and any promise-to-pay.
      SELECT Coll-Reg-File ASSIGN TO WS-Coll-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS CR-Key
      FILE STATUS WS-Coll-Reg-Status.

      *> The run's letters, one after another - spooled as one job.
      SELECT Coll-Letter-File ASSIGN TO WS-Coll-Letter-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Coll-Letter-Status.

      *> The collections report - every key in collections and what
      *> this run did with it.
      SELECT Coll-Report-File ASSIGN TO WS-Coll-Report-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Coll-Report-Status.

DATA DIVISION.
  FILE SECTION.
    FD Snapshot-File.
      01 SN-Line.
        05 SN-Date PIC X(8).
        05 SN-Key PIC X(10).
        05 SN-Amount PIC S9(9)V99.
        05 SN-Status PIC X(1).
        05 SN-Currency PIC X(3).

    SD Coll-Sort-File.
      01 CS-Record.
        05 CS-Key PIC X(10).
        05 CS-Date PIC X(8).
        05 CS-Amount PIC S9(9)V99.

    FD Trans-Master-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==TM==.

    FD Hold-Reg-File.
      COPY "HoldRecord.cpy" REPLACING ==:PREFIX:== BY ==HD==.

    FD Acct-Ref-File.
      COPY "AcctRecord.cpy" REPLACING ==:PREFIX:== BY ==AC==.

    FD Coll-Reg-File.
      COPY "CollRecord.cpy" REPLACING ==:PREFIX:== BY ==CR==.

    FD Coll-Letter-File.
      01 CL-Line PIC X(80).

    FD Coll-Report-File.
      01 CP-Line PIC X(132).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode - a
    *> batch run does the collections pass, no screens.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    *> The shared settings block - this program reads the COLLDAYS
    *> stage thresholds from it.
    COPY "SettingsRec.cpy" REPLACING ==:PREFIX:== BY ==WS-Cfg==.
    01 WS-Settings-Error PIC X(70) VALUE SPACES.

    01 WS-Snapshot-Path PIC X(80) VALUE "Snapshot.dat".
    01 WS-Snapshot-Status PIC XX.
      88 Snapshot-Opened-OK VALUE "00".
      88 Snapshot-Not-Found VALUE "35".
    01 WS-Snap-At-End-Flag PIC X VALUE "N".
      88 Snapshot-At-End VALUE "Y".

    01 WS-Trans-Master-Path PIC X(80) VALUE "TransMaster.dat".
    01 WS-Trans-Master-Status PIC XX.
      88 Trans-Master-Opened-Successfully VALUE "00".
      88 Trans-Master-Not-Found VALUE "35".

    01 WS-Hold-Reg-Path PIC X(80) VALUE "HoldReg.dat".
    01 WS-Hold-Reg-Status PIC XX.
      88 Hold-Reg-Opened-OK VALUE "00".
      88 Hold-Reg-Not-Found VALUE "35".
    01 WS-Hold-Reg-Missing-Flag PIC A VALUE "N".
      88 Hold-Reg-Missing VALUE "Y".

    01 WS-Acct-Ref-Path PIC X(80) VALUE "AcctRef.dat".
    01 WS-Acct-Ref-Status PIC XX.
      88 Acct-Ref-Opened-OK VALUE "00".
      88 Acct-Ref-Not-Found VALUE "35".
    01 WS-Acct-Ref-Missing-Flag PIC A VALUE "N".
      88 Acct-Ref-Missing VALUE "Y".
    01 WS-Acct-Name PIC X(30) VALUE SPACES.
    01 WS-Acct-Contact PIC X(40) VALUE SPACES.

    01 WS-Coll-Reg-Path PIC X(80) VALUE "CollReg.dat".
    01 WS-Coll-Reg-Status PIC XX.
      88 Coll-Reg-Opened-OK VALUE "00".
      88 Coll-Reg-Not-Found VALUE "35".
    01 WS-Coll-Row-Flag PIC A VALUE "N".
      88 Coll-Row-On-File VALUE "Y".
    01 WS-Coll-At-End-Flag PIC A VALUE "N".
      88 Coll-At-End VALUE "Y".

    01 WS-Coll-Letter-Path PIC X(80) VALUE "CollLetters.txt".
    01 WS-Coll-Letter-Status PIC XX.
    01 WS-Coll-Report-Path PIC X(80) VALUE "CollReport.txt".
    01 WS-Coll-Report-Status PIC XX.

    *> The letters go to the print queue as one job.
    01 WS-Print-Queue-Path PIC X(80) VALUE "PrintQueue.txt".
    01 WS-Spool-Source PIC X(8) VALUE "COLLECT".
    01 WS-Spool-Paginate PIC X(1) VALUE "N".
    01 WS-Spool-Label PIC X(60) VALUE SPACES.

    *> Operator's request off SC-Coll-Menu.
    01 WS-Coll-Action PIC 9 VALUE 0.
      88 Coll-Run VALUE 1.
      88 Coll-Promise VALUE 2.
      88 Coll-List VALUE 3.
      88 Coll-Back VALUE 4.
    01 WS-Coll-Result-Label PIC X(60) VALUE SPACES.
    01 WS-None-Label PIC X(60) VALUE SPACES.

    *> Promise-to-pay screen fields.
    01 WS-Promise-Key PIC X(10) VALUE SPACES.
    01 WS-Promise-Date PIC X(8) VALUE SPACES.
    01 WS-Promise-Confirm PIC A VALUE SPACES.
      88 Promise-Confirmed VALUE "Y" "y".
    01 WS-Today PIC X(8) VALUE SPACES.

    *> BranchAccess's verdict on a key against the operator's data
    *> scope - a promise on another branch's key is refused and
    *> audited; an interactive run chases only the operator's own
    *> branches (the rest counted and audited once) and the register
    *> listing leaves other branches' keys out.
    01 WS-Access-Point PIC X(20) VALUE "Collections".
    01 WS-Access-Silent PIC X(20) VALUE SPACES.
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".
    01 WS-Rows-Withheld PIC 9(7) VALUE 0.

    *> Calendar-date validation work fields.
    01 WS-Edit-Date-X PIC X(8).
    01 WS-Edit-Date-Num REDEFINES WS-Edit-Date-X.
      05 WS-Edit-Year PIC 9(4).
      05 WS-Edit-Month PIC 9(2).
      05 WS-Edit-Day PIC 9(2).
    01 WS-Edit-Days-In-Month PIC 99 VALUE 0.
    01 WS-Edit-Leap-Rem PIC 9(4) VALUE 0.
    01 WS-Edit-Date-OK-Flag PIC A VALUE "N".
      88 Edit-Date-OK VALUE "Y".

    *> The key being judged as the sorted snapshot goes by: the
    *> first night of its current overdrawn run (blank while in
    *> credit) and the last night it was seen in credit.
    01 WS-Sort-At-End-Flag PIC X VALUE "N".
      88 Sort-At-End VALUE "Y".
    01 WS-Cur-Key PIC X(10) VALUE SPACES.
    01 WS-Cur-Since PIC X(8) VALUE SPACES.
    01 WS-Cur-Credit-Date PIC X(8) VALUE SPACES.

    *> Overdrawn-days arithmetic off the start of the run.
    01 WS-Run-Date PIC X(8) VALUE SPACES.
    01 WS-Run-Day-Int PIC 9(7) VALUE 0.
    01 WS-Since-Day-Int PIC 9(7) VALUE 0.
    01 WS-Overdrawn-Days PIC S9(7) VALUE 0.
    01 WS-Target-Stage PIC 9 VALUE 0.

    01 WS-Keys-Examined PIC 9(7) VALUE 0.
    01 WS-Keys-Held PIC 9(7) VALUE 0.
    01 WS-Keys-In-Coll PIC 9(7) VALUE 0.
    01 WS-Keys-Promised PIC 9(7) VALUE 0.
    01 WS-Keys-Cleared PIC 9(7) VALUE 0.
    01 WS-Letters-Raised PIC 9(7) VALUE 0.
    01 WS-Letter-Lines PIC 9(7) VALUE 0.

    01 WS-Report-Title.
      05 FILLER PIC X(23) VALUE "Collections - run date ".
      05 CRT-Date PIC X(8).
      05 FILLER PIC X(10) VALUE ", stages ".
      05 CRT-Stage1 PIC ZZ9.
      05 FILLER PIC X(1) VALUE "/".
      05 CRT-Stage2 PIC ZZ9.
      05 FILLER PIC X(1) VALUE "/".
      05 CRT-Stage3 PIC ZZ9.
      05 FILLER PIC X(7) VALUE " day(s)".
    01 WS-Report-Heading.
      05 FILLER PIC X(12) VALUE "Key".
      05 FILLER PIC X(12) VALUE "Action".
      05 FILLER PIC X(7) VALUE "Stage".
      05 FILLER PIC X(10) VALUE "Since".
      05 FILLER PIC X(8) VALUE "Days".
      05 FILLER PIC X(19) VALUE "Balance".
      05 FILLER PIC X(5) VALUE "Cur".
      05 FILLER PIC X(8) VALUE "Promise".
    01 WS-Report-Detail.
      05 CRD-Key PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 CRD-Action PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 CRD-Stage PIC 9.
      05 FILLER PIC X(6) VALUE SPACES.
      05 CRD-Since PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 CRD-Days PIC ZZZZ9.
      05 FILLER PIC X(2) VALUE SPACES.
      05 CRD-Balance PIC Z,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(2) VALUE SPACES.
      05 CRD-Currency PIC X(3).
      05 FILLER PIC X(2) VALUE SPACES.
      05 CRD-Promise PIC X(8).
    01 WS-Report-Total.
      05 FILLER PIC X(12) VALUE SPACES.
      05 CRS-Label PIC X(30).
      05 CRS-Count PIC ZZZ,ZZ9.

    *> Letter building - dates printed DD/MM/YYYY, the amount as a
    *> positive overdrawn figure.
    01 WS-Letter-Build PIC X(80) VALUE SPACES.
    01 WS-Letter-Rule PIC X(70) VALUE ALL "=".
    01 WS-Letter-Date-In PIC X(8) VALUE SPACES.
    01 WS-Letter-Date-Out PIC X(10) VALUE SPACES.
    01 WS-Letter-Since-Out PIC X(10) VALUE SPACES.
    01 WS-Letter-Amount PIC S9(9)V99 VALUE 0.
    01 WS-Letter-Amount-Disp PIC Z,ZZZ,ZZZ,ZZ9.99.
    01 WS-Letter-Days-Disp PIC ZZZZ9.
    01 WS-Letter-Title PIC X(20) VALUE SPACES.

    *> The register listing - up to 15 a page.
    01 WS-Coll-Lines.
      05 WS-Coll-Line OCCURS 15 TIMES PIC X(70).
    01 WS-Coll-Detail.
      05 CLD-Key PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 CLD-Stage PIC 9.
      05 FILLER PIC X(3) VALUE SPACES.
      05 CLD-Since PIC X(8).
      05 FILLER PIC X(1) VALUE SPACES.
      05 CLD-Days PIC ZZZZ9.
      05 FILLER PIC X(1) VALUE SPACES.
      05 CLD-Balance PIC -ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(1) VALUE SPACES.
      05 CLD-Currency PIC X(3).
      05 FILLER PIC X(1) VALUE SPACES.
      05 CLD-Promise PIC X(8).
    01 WS-Coll-Idx PIC 99 VALUE 0.
    01 WS-Coll-Stop PIC A VALUE SPACES.

    *> Elapsed/run-history row.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "COLLECT".
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
    COPY "CollectionsScr.cpy". *> Collections screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  CollectionsMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Collections selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> Re-defaulted every invocation, then company-qualified - each
    *> company chases its own overdrawn keys off its own master and
    *> holds. The account reference is shared.
    MOVE "Snapshot.dat" TO WS-Snapshot-Path.
    MOVE "TransMaster.dat" TO WS-Trans-Master-Path.
    MOVE "HoldReg.dat" TO WS-Hold-Reg-Path.
    MOVE "CollReg.dat" TO WS-Coll-Reg-Path.
    MOVE "CollLetters.txt" TO WS-Coll-Letter-Path.
    MOVE "CollReport.txt" TO WS-Coll-Report-Path.
    CALL "ResolveDataPath" USING WS-Snapshot-Path.
    CALL "ResolveDataPath" USING WS-Trans-Master-Path.
    CALL "ResolveDataPath" USING WS-Hold-Reg-Path.
    CALL "ResolveDataPath" USING WS-Coll-Reg-Path.
    CALL "ResolveDataPath" USING WS-Coll-Letter-Path.
    CALL "ResolveDataPath" USING WS-Coll-Report-Path.

    PERFORM LoadConfig.

    *> Unattended, there is only the collections pass to do.
    IF Batch-Mode-Active THEN
      PERFORM Run-Collections
      GOBACK
    END-IF.

    MOVE 0 TO WS-Coll-Action.
    PERFORM Coll-Loop UNTIL Coll-Back.

    GOBACK.

  *> One choice off the front screen.
  Coll-Loop.
    MOVE 0 TO WS-Coll-Action.
    DISPLAY SC-Coll-Menu.
    ACCEPT SC-Coll-Menu.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
    MOVE SPACES TO WS-Coll-Result-Label.
    EVALUATE TRUE
      WHEN Coll-Run
        PERFORM Run-Collections
      WHEN Coll-Promise
        PERFORM Record-Promise
      WHEN Coll-List
        PERFORM List-Register
      WHEN Coll-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-4." TO WS-Coll-Result-Label
    END-EVALUATE.

    IF NOT Coll-Back AND WS-Coll-Result-Label NOT = SPACES THEN
      DISPLAY SC-Coll-Result
      ACCEPT OMITTED
    END-IF.

  *> The collections pass: the snapshot key/date-sorted, each key's
  *> current overdrawn run measured, its register row moved up the
  *> ladder as the thresholds pass, and a letter raised for every
  *> new stage reached.
  Run-Collections.
    *> The session loop re-CALLs this program in one run unit, so
    *> the VALUE clauses only ever ran once - reset the tallies.
    MOVE 0 TO WS-Keys-Examined.
    MOVE 0 TO WS-Keys-Held.
    MOVE 0 TO WS-Keys-In-Coll.
    MOVE 0 TO WS-Keys-Promised.
    MOVE 0 TO WS-Keys-Cleared.
    MOVE 0 TO WS-Rows-Withheld.
    MOVE 0 TO WS-Letters-Raised.
    MOVE 0 TO WS-Letter-Lines.
    MOVE SPACES TO WS-Coll-Result-Label.
    MOVE SPACES TO WS-Spool-Label.

    IF WS-Cfg-Coll-Stage1-Days = 0 THEN
      MOVE "(collections are off - COLLDAYS1 is 0)"
        TO WS-None-Label
      PERFORM Report-Nothing-To-Do
      EXIT PARAGRAPH
    END-IF.

    OPEN INPUT Trans-Master-File.
    IF NOT Trans-Master-Opened-Successfully THEN
      MOVE "(transaction master not found - run Sort 'n' Report)"
        TO WS-None-Label
      PERFORM Report-Nothing-To-Do
      EXIT PARAGRAPH
    END-IF.

    OPEN INPUT Snapshot-File.
    IF NOT Snapshot-Opened-OK THEN
      CLOSE Trans-Master-File
      MOVE "(no position snapshots on file yet - nothing to judge)"
        TO WS-None-Label
      PERFORM Report-Nothing-To-Do
      EXIT PARAGRAPH
    END-IF.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date.
    COMPUTE WS-Run-Day-Int =
      FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Run-Date)).

    *> No hold register means nothing is held; no account reference
    *> means the letters go to "the account holder".
    MOVE "N" TO WS-Hold-Reg-Missing-Flag.
    OPEN INPUT Hold-Reg-File.
    IF NOT Hold-Reg-Opened-OK THEN
      MOVE "Y" TO WS-Hold-Reg-Missing-Flag
    END-IF.
    MOVE "N" TO WS-Acct-Ref-Missing-Flag.
    OPEN INPUT Acct-Ref-File.
    IF NOT Acct-Ref-Opened-OK THEN
      MOVE "Y" TO WS-Acct-Ref-Missing-Flag
    END-IF.

    *> OPEN I-O fails with "35" when the register doesn't exist yet
    *> - create it empty then.
    OPEN I-O Coll-Reg-File.
    IF Coll-Reg-Not-Found THEN
      OPEN OUTPUT Coll-Reg-File
      CLOSE Coll-Reg-File
      OPEN I-O Coll-Reg-File
    END-IF.

    OPEN OUTPUT Coll-Letter-File.
    OPEN OUTPUT Coll-Report-File.
    MOVE WS-Run-Date TO CRT-Date.
    MOVE WS-Cfg-Coll-Stage1-Days TO CRT-Stage1.
    MOVE WS-Cfg-Coll-Stage2-Days TO CRT-Stage2.
    MOVE WS-Cfg-Coll-Stage3-Days TO CRT-Stage3.
    MOVE WS-Report-Title TO CP-Line.
    WRITE CP-Line.
    MOVE SPACES TO CP-Line.
    WRITE CP-Line.
    MOVE WS-Report-Heading TO CP-Line.
    WRITE CP-Line.

    SORT Coll-Sort-File
      ON ASCENDING KEY CS-Key CS-Date
      INPUT PROCEDURE IS Load-Snapshot-Rows
      OUTPUT PROCEDURE IS Judge-Key-Overdrafts.

    CLOSE Snapshot-File.
    CLOSE Trans-Master-File.
    CLOSE Coll-Reg-File.
    IF NOT Hold-Reg-Missing THEN
      CLOSE Hold-Reg-File
    END-IF.
    IF NOT Acct-Ref-Missing THEN
      CLOSE Acct-Ref-File
    END-IF.

    PERFORM Write-Report-Totals.
    CLOSE Coll-Report-File.
    CLOSE Coll-Letter-File.

    *> The letters carry their own headings - no pagination.
    IF WS-Letters-Raised > 0 THEN
      MOVE "N" TO WS-Spool-Paginate
      CALL "WriteSpoolJob" USING WS-Spool-Source
        WS-Coll-Letter-Path WS-Spool-Paginate LK-Run-ID
      STRING
        "Letters sent to print queue: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Print-Queue-Path) DELIMITED BY SIZE
        INTO WS-Spool-Label
      END-STRING
    END-IF.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Collections run done - " DELIMITED BY SIZE
      WS-Keys-In-Coll DELIMITED BY SIZE
      " overdrawn, " DELIMITED BY SIZE
      WS-Letters-Raised DELIMITED BY SIZE
      " letter(s), " DELIMITED BY SIZE
      WS-Keys-Cleared DELIMITED BY SIZE
      " cleared" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> Every dunning run lands in the permanent trail - a letter
    *> demanding money must be traceable to the run that raised it.
    MOVE WS-Log-Message TO WS-Audit-Message.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE "OK" TO WS-RH-End-Status.
    CALL "WriteRunHistory" USING WS-RH-Function WS-Keys-Examined
      WS-Letters-Raised WS-Keys-In-Coll WS-Keys-Held
      WS-Elapsed-Seconds WS-RH-End-Status LK-Run-ID LK-Terminal-ID
      LK-Operator-ID.

    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Coll-Done
      ACCEPT OMITTED
    END-IF.

  *> Nothing to judge - say why on the screen, or in the log when
  *> nobody is watching.
  Report-Nothing-To-Do.
    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Coll-None
      ACCEPT OMITTED
    ELSE
      MOVE "WARN" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Collections run: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-None-Label) DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

  *> Sort input: every snapshot row, cut down to key, date and
  *> balance.
  Load-Snapshot-Rows.
    MOVE "N" TO WS-Snap-At-End-Flag.
    PERFORM UNTIL Snapshot-At-End
      READ Snapshot-File
        AT END
          MOVE "Y" TO WS-Snap-At-End-Flag
        NOT AT END
          MOVE SN-Key TO CS-Key
          MOVE SN-Date TO CS-Date
          MOVE SN-Amount TO CS-Amount
          RELEASE CS-Record
      END-READ
    END-PERFORM.

  *> Sort output: one key's nights in date order at a time - a
  *> night in credit ends any overdrawn run, the first negative
  *> night after it starts a new one. At the key break the key is
  *> judged.
  Judge-Key-Overdrafts.
    MOVE "N" TO WS-Sort-At-End-Flag.
    MOVE SPACES TO WS-Cur-Key.
    PERFORM UNTIL Sort-At-End
      RETURN Coll-Sort-File
        AT END
          MOVE "Y" TO WS-Sort-At-End-Flag
        NOT AT END
          IF CS-Key NOT = WS-Cur-Key THEN
            IF WS-Cur-Key NOT = SPACES THEN
              PERFORM Judge-One-Key
            END-IF
            MOVE CS-Key TO WS-Cur-Key
            MOVE SPACES TO WS-Cur-Since
            MOVE SPACES TO WS-Cur-Credit-Date
          END-IF
          IF CS-Amount < 0 THEN
            IF WS-Cur-Since = SPACES THEN
              MOVE CS-Date TO WS-Cur-Since
            END-IF
          ELSE
            MOVE SPACES TO WS-Cur-Since
            MOVE CS-Date TO WS-Cur-Credit-Date
          END-IF
      END-RETURN
    END-PERFORM.
    IF WS-Cur-Key NOT = SPACES THEN
      PERFORM Judge-One-Key
    END-IF.

  *> One key. Held keys are left exactly as they are; a key back in
  *> credit comes off the register; an overdrawn key has its days
  *> counted and, unless a promise-to-pay is still running, is moved
  *> up to the stage those days have reached - one letter for the
  *> highest new stage, never a string of them at once. A key no
  *> longer on the master is history, not a debt.
  Judge-One-Key.
    CALL "BranchAccess" USING WS-Cur-Key WS-Access-Silent
      LK-Run-ID LK-Operator-ID WS-Access-Result.
    IF NOT Access-Permitted THEN
      ADD 1 TO WS-Rows-Withheld
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Cur-Key TO TM-Key.
    READ Trans-Master-File
      INVALID KEY
        EXIT PARAGRAPH
      NOT INVALID KEY
        CONTINUE
    END-READ.
    ADD 1 TO WS-Keys-Examined.

    IF NOT Hold-Reg-Missing THEN
      MOVE WS-Cur-Key TO HD-Key
      READ Hold-Reg-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          ADD 1 TO WS-Keys-Held
          EXIT PARAGRAPH
      END-READ
    END-IF.

    MOVE "N" TO WS-Coll-Row-Flag.
    MOVE WS-Cur-Key TO CR-Key.
    READ Coll-Reg-File
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE "Y" TO WS-Coll-Row-Flag
    END-READ.

    *> The master is the position now - in credit, the chase is
    *> over and the next overdraft starts again from the bottom.
    IF TM-Amount >= 0 THEN
      IF Coll-Row-On-File THEN
        DELETE Coll-Reg-File
          INVALID KEY
            EXIT PARAGRAPH
        END-DELETE
        ADD 1 TO WS-Keys-Cleared
        MOVE TM-Amount TO CR-Balance
        MOVE "CLEARED" TO CRD-Action
        PERFORM Write-Report-Detail
      END-IF
      EXIT PARAGRAPH
    END-IF.

    *> Overdrawn on the master but not yet on a snapshot - tonight
    *> is the first night.
    IF WS-Cur-Since = SPACES THEN
      MOVE WS-Run-Date TO WS-Cur-Since
    END-IF.

    *> A row already on the register keeps its start date unless a
    *> night in credit has been seen since - the snapshot may have
    *> been trimmed back past the start of a long overdraft. Back in
    *> credit in between is a fresh overdraft from stage 0.
    IF Coll-Row-On-File THEN
      IF WS-Cur-Credit-Date NOT = SPACES
        AND WS-Cur-Credit-Date >= CR-Overdrawn-Since THEN
        MOVE 0 TO CR-Stage
        MOVE SPACES TO CR-Letter-Date
        MOVE SPACES TO CR-Promise-Until
        MOVE SPACES TO CR-Promise-By
        MOVE SPACES TO CR-Promise-Stamp
      ELSE
        IF CR-Overdrawn-Since NUMERIC
          AND CR-Overdrawn-Since < WS-Cur-Since THEN
          MOVE CR-Overdrawn-Since TO WS-Cur-Since
        END-IF
      END-IF
    ELSE
      MOVE WS-Cur-Key TO CR-Key
      MOVE 0 TO CR-Stage
      MOVE SPACES TO CR-Letter-Date
      MOVE SPACES TO CR-Promise-Until
      MOVE SPACES TO CR-Promise-By
      MOVE SPACES TO CR-Promise-Stamp
    END-IF.

    PERFORM Compute-Overdrawn-Days.
    ADD 1 TO WS-Keys-In-Coll.
    MOVE WS-Cur-Since TO CR-Overdrawn-Since.
    MOVE WS-Overdrawn-Days TO CR-Days-Overdrawn.
    MOVE TM-Amount TO CR-Balance.
    MOVE TM-Currency TO CR-Currency.
    MOVE LK-Run-ID TO CR-Updated-Run.

    *> A promise still running holds the stage; a broken one is
    *> cleared and the ladder picks up where it left off.
    MOVE "OPEN" TO CRD-Action.
    IF CR-Promise-Until NOT = SPACES THEN
      IF CR-Promise-Until >= WS-Run-Date THEN
        ADD 1 TO WS-Keys-Promised
        MOVE "PROMISED" TO CRD-Action
      ELSE
        MOVE SPACES TO CR-Promise-Until
        MOVE SPACES TO CR-Promise-By
        MOVE SPACES TO CR-Promise-Stamp
        MOVE "BROKEN" TO CRD-Action
      END-IF
    END-IF.

    IF CRD-Action NOT = "PROMISED" THEN
      PERFORM Find-Target-Stage
      IF WS-Target-Stage > CR-Stage THEN
        MOVE WS-Target-Stage TO CR-Stage
        MOVE WS-Run-Date TO CR-Letter-Date
        EVALUATE CR-Stage
          WHEN 1
            MOVE "REMINDER" TO CRD-Action
          WHEN 2
            MOVE "2ND NOTICE" TO CRD-Action
          WHEN OTHER
            MOVE "FINAL" TO CRD-Action
        END-EVALUATE
        PERFORM Write-Dunning-Letter
      END-IF
    END-IF.

    IF Coll-Row-On-File THEN
      REWRITE CR-Record
        INVALID KEY
          EXIT PARAGRAPH
      END-REWRITE
    ELSE
      WRITE CR-Record
        INVALID KEY
          EXIT PARAGRAPH
      END-WRITE
    END-IF.
    PERFORM Write-Report-Detail.

  *> Whole days from WS-Cur-Since to the run date.
  Compute-Overdrawn-Days.
    IF WS-Cur-Since NUMERIC THEN
      COMPUTE WS-Since-Day-Int =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Cur-Since))
      COMPUTE WS-Overdrawn-Days = WS-Run-Day-Int - WS-Since-Day-Int
    ELSE
      MOVE 0 TO WS-Overdrawn-Days
    END-IF.
    IF WS-Overdrawn-Days < 0 THEN
      MOVE 0 TO WS-Overdrawn-Days
    END-IF.

  *> The highest stage whose threshold the overdrawn days have
  *> reached - a later stage set at 0 (or below the one before it)
  *> is never reached.
  Find-Target-Stage.
    MOVE 0 TO WS-Target-Stage.
    IF WS-Overdrawn-Days >= WS-Cfg-Coll-Stage1-Days THEN
      MOVE 1 TO WS-Target-Stage
      IF WS-Cfg-Coll-Stage2-Days > WS-Cfg-Coll-Stage1-Days
        AND WS-Overdrawn-Days >= WS-Cfg-Coll-Stage2-Days THEN
        MOVE 2 TO WS-Target-Stage
        IF WS-Cfg-Coll-Stage3-Days > WS-Cfg-Coll-Stage2-Days
          AND WS-Overdrawn-Days >= WS-Cfg-Coll-Stage3-Days THEN
          MOVE 3 TO WS-Target-Stage
        END-IF
      END-IF
    END-IF.

  *> One letter for the stage just reached, addressed off the
  *> account reference.
  Write-Dunning-Letter.
    MOVE SPACES TO WS-Acct-Name.
    MOVE SPACES TO WS-Acct-Contact.
    IF NOT Acct-Ref-Missing THEN
      MOVE WS-Cur-Key TO AC-Key
      READ Acct-Ref-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE AC-Name TO WS-Acct-Name
          MOVE AC-Contact TO WS-Acct-Contact
      END-READ
    END-IF.
    IF WS-Acct-Name = SPACES THEN
      MOVE "The Account Holder" TO WS-Acct-Name
    END-IF.

    EVALUATE CR-Stage
      WHEN 1
        MOVE "REMINDER" TO WS-Letter-Title
      WHEN 2
        MOVE "SECOND NOTICE" TO WS-Letter-Title
      WHEN OTHER
        MOVE "FINAL DEMAND" TO WS-Letter-Title
    END-EVALUATE.
    MOVE WS-Cur-Since TO WS-Letter-Date-In.
    PERFORM Format-Letter-Date.
    MOVE WS-Letter-Date-Out TO WS-Letter-Since-Out.
    MOVE WS-Run-Date TO WS-Letter-Date-In.
    PERFORM Format-Letter-Date.
    COMPUTE WS-Letter-Amount = 0 - TM-Amount.
    MOVE WS-Letter-Amount TO WS-Letter-Amount-Disp.
    MOVE WS-Overdrawn-Days TO WS-Letter-Days-Disp.

    MOVE WS-Letter-Rule TO CL-Line.
    PERFORM Write-Letter-Line.
    MOVE SPACES TO WS-Letter-Build.
    STRING
      "CobAll Collections" DELIMITED BY SIZE
      "                                    " DELIMITED BY SIZE
      WS-Letter-Date-Out DELIMITED BY SIZE
      INTO WS-Letter-Build
    END-STRING.
    MOVE WS-Letter-Build TO CL-Line.
    PERFORM Write-Letter-Line.
    MOVE SPACES TO CL-Line.
    PERFORM Write-Letter-Line.
    MOVE WS-Acct-Name TO CL-Line.
    PERFORM Write-Letter-Line.
    IF WS-Acct-Contact NOT = SPACES THEN
      MOVE WS-Acct-Contact TO CL-Line
      PERFORM Write-Letter-Line
    END-IF.
    MOVE SPACES TO CL-Line.
    PERFORM Write-Letter-Line.
    MOVE SPACES TO WS-Letter-Build.
    STRING
      "Account " DELIMITED BY SIZE
      WS-Cur-Key DELIMITED BY SIZE
      " - " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Letter-Title) DELIMITED BY SIZE
      INTO WS-Letter-Build
    END-STRING.
    MOVE WS-Letter-Build TO CL-Line.
    PERFORM Write-Letter-Line.
    MOVE SPACES TO CL-Line.
    PERFORM Write-Letter-Line.
    MOVE SPACES TO WS-Letter-Build.
    STRING
      "Your account has been overdrawn since " DELIMITED BY SIZE
      WS-Letter-Since-Out DELIMITED BY SIZE
      " (" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Letter-Days-Disp) DELIMITED BY SIZE
      " days)." DELIMITED BY SIZE
      INTO WS-Letter-Build
    END-STRING.
    MOVE WS-Letter-Build TO CL-Line.
    PERFORM Write-Letter-Line.
    MOVE SPACES TO WS-Letter-Build.
    STRING
      "The overdrawn balance is " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Letter-Amount-Disp) DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      TM-Currency DELIMITED BY SIZE
      "." DELIMITED BY SIZE
      INTO WS-Letter-Build
    END-STRING.
    MOVE WS-Letter-Build TO CL-Line.
    PERFORM Write-Letter-Line.
    MOVE SPACES TO CL-Line.
    PERFORM Write-Letter-Line.
    EVALUATE CR-Stage
      WHEN 1
        MOVE "Please pay in enough to bring the account back into credit."
          TO CL-Line
        PERFORM Write-Letter-Line
        MOVE "If you have already done so, please ignore this letter."
          TO CL-Line
        PERFORM Write-Letter-Line
      WHEN 2
        MOVE "We have written to you before about this balance. Please"
          TO CL-Line
        PERFORM Write-Letter-Line
        MOVE "bring the account into credit, or contact us to agree a"
          TO CL-Line
        PERFORM Write-Letter-Line
        MOVE "date by which you will pay." TO CL-Line
        PERFORM Write-Letter-Line
      WHEN OTHER
        MOVE "Unless the account is brought into credit within 14 days"
          TO CL-Line
        PERFORM Write-Letter-Line
        MOVE "of the date of this letter, we may pass the debt for"
          TO CL-Line
        PERFORM Write-Letter-Line
        MOVE "recovery without further notice." TO CL-Line
        PERFORM Write-Letter-Line
    END-EVALUATE.
    MOVE SPACES TO CL-Line.
    PERFORM Write-Letter-Line.
    ADD 1 TO WS-Letters-Raised.

  *> YYYYMMDD in WS-Letter-Date-In to DD/MM/YYYY in
  *> WS-Letter-Date-Out.
  Format-Letter-Date.
    MOVE SPACES TO WS-Letter-Date-Out.
    STRING
      WS-Letter-Date-In(7:2) DELIMITED BY SIZE
      "/" DELIMITED BY SIZE
      WS-Letter-Date-In(5:2) DELIMITED BY SIZE
      "/" DELIMITED BY SIZE
      WS-Letter-Date-In(1:4) DELIMITED BY SIZE
      INTO WS-Letter-Date-Out
    END-STRING.

  Write-Letter-Line.
    WRITE CL-Line.
    ADD 1 TO WS-Letter-Lines.

  *> One report line for the key just judged - CRD-Action is
  *> already set by the caller.
  Write-Report-Detail.
    MOVE WS-Cur-Key TO CRD-Key.
    MOVE CR-Stage TO CRD-Stage.
    MOVE WS-Cur-Since TO CRD-Since.
    MOVE WS-Overdrawn-Days TO CRD-Days.
    MOVE CR-Balance TO CRD-Balance.
    MOVE TM-Currency TO CRD-Currency.
    MOVE CR-Promise-Until TO CRD-Promise.
    IF CRD-Action = "CLEARED" THEN
      MOVE 0 TO CRD-Stage
      MOVE SPACES TO CRD-Since
      MOVE 0 TO CRD-Days
      MOVE SPACES TO CRD-Promise
    END-IF.
    MOVE WS-Report-Detail TO CP-Line.
    WRITE CP-Line.

  *> The run's counts at the foot of the report.
  Write-Report-Totals.
    MOVE SPACES TO CP-Line.
    WRITE CP-Line.
    MOVE "Keys judged:" TO CRS-Label.
    MOVE WS-Keys-Examined TO CRS-Count.
    MOVE WS-Report-Total TO CP-Line.
    WRITE CP-Line.
    MOVE "Overdrawn, in collections:" TO CRS-Label.
    MOVE WS-Keys-In-Coll TO CRS-Count.
    MOVE WS-Report-Total TO CP-Line.
    WRITE CP-Line.
    MOVE "Letters raised:" TO CRS-Label.
    MOVE WS-Letters-Raised TO CRS-Count.
    MOVE WS-Report-Total TO CP-Line.
    WRITE CP-Line.
    MOVE "Paused on a promise-to-pay:" TO CRS-Label.
    MOVE WS-Keys-Promised TO CRS-Count.
    MOVE WS-Report-Total TO CP-Line.
    WRITE CP-Line.
    MOVE "Back in credit, cleared:" TO CRS-Label.
    MOVE WS-Keys-Cleared TO CRS-Count.
    MOVE WS-Report-Total TO CP-Line.
    WRITE CP-Line.
    MOVE "Skipped - on hold:" TO CRS-Label.
    MOVE WS-Keys-Held TO CRS-Count.
    MOVE WS-Report-Total TO CP-Line.
    WRITE CP-Line.
    PERFORM Note-Rows-Withheld.

  *> Notes on the report, and audits once, the keys left out because
  *> they sit outside the operator's permitted branches.
  Note-Rows-Withheld.
    IF WS-Rows-Withheld = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO CP-Line.
    STRING
      "Restricted to the branches permitted to " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " - " DELIMITED BY SIZE
      WS-Rows-Withheld DELIMITED BY SIZE
      " key(s) withheld" DELIMITED BY SIZE
      INTO CP-Line
    END-STRING.
    WRITE CP-Line.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Branch access REFUSED for " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " at Collections - " DELIMITED BY SIZE
      WS-Rows-Withheld DELIMITED BY SIZE
      " key(s) withheld" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> Takes a promise-to-pay on a key in collections: escalation
  *> stops until the promised date, and starts again the first run
  *> after it if the key is still overdrawn. A blank date withdraws
  *> a promise already taken. Always audited.
  Record-Promise.
    MOVE SPACES TO WS-Promise-Key.
    DISPLAY SC-Coll-Promise-Key.
    ACCEPT SC-Coll-Promise-Key.
    IF WS-Promise-Key = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    CALL "BranchAccess" USING WS-Promise-Key WS-Access-Point
      LK-Run-ID LK-Operator-ID WS-Access-Result.
    IF NOT Access-Permitted THEN
      MOVE "Refused - that account is outside your permitted branches."
        TO WS-Coll-Result-Label
      EXIT PARAGRAPH
    END-IF.

    OPEN I-O Coll-Reg-File.
    IF NOT Coll-Reg-Opened-OK THEN
      MOVE "No collections register on file - run collections first."
        TO WS-Coll-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Promise-Key TO CR-Key.
    READ Coll-Reg-File
      INVALID KEY
        MOVE "That key is not in collections."
          TO WS-Coll-Result-Label
        CLOSE Coll-Reg-File
        EXIT PARAGRAPH
    END-READ.

    MOVE CR-Promise-Until TO WS-Promise-Date.
    MOVE SPACES TO WS-Promise-Confirm.
    DISPLAY SC-Coll-Promise.
    ACCEPT SC-Coll-Promise.

    IF NOT Promise-Confirmed THEN
      MOVE "Nothing changed." TO WS-Coll-Result-Label
      CLOSE Coll-Reg-File
      EXIT PARAGRAPH
    END-IF.

    IF WS-Promise-Date NOT = SPACES THEN
      MOVE WS-Promise-Date TO WS-Edit-Date-X
      PERFORM Validate-Calendar-Date
      IF NOT Edit-Date-OK THEN
        MOVE "Rejected: promise date is not a real date."
          TO WS-Coll-Result-Label
        CLOSE Coll-Reg-File
        EXIT PARAGRAPH
      END-IF
      IF WS-Promise-Date NOT > WS-Today THEN
        MOVE "Rejected: promise date must be after today."
          TO WS-Coll-Result-Label
        CLOSE Coll-Reg-File
        EXIT PARAGRAPH
      END-IF
    END-IF.

    MOVE WS-Promise-Date TO CR-Promise-Until.
    IF WS-Promise-Date = SPACES THEN
      MOVE SPACES TO CR-Promise-By
      MOVE SPACES TO CR-Promise-Stamp
    ELSE
      MOVE LK-Operator-ID TO CR-Promise-By
      MOVE FUNCTION CURRENT-DATE(1:14) TO CR-Promise-Stamp
    END-IF.
    REWRITE CR-Record
      INVALID KEY
        MOVE "Promise failed - rewrite rejected by the file."
          TO WS-Coll-Result-Label
      NOT INVALID KEY
        MOVE SPACES TO WS-Audit-Message
        IF WS-Promise-Date = SPACES THEN
          MOVE "Promise-to-pay withdrawn - escalation resumes."
            TO WS-Coll-Result-Label
          STRING
            "Promise-to-pay on key " DELIMITED BY SIZE
            FUNCTION TRIM(CR-Key) DELIMITED BY SIZE
            " withdrawn by " DELIMITED BY SIZE
            FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
            INTO WS-Audit-Message
          END-STRING
        ELSE
          MOVE "Promise recorded - escalation paused until that date."
            TO WS-Coll-Result-Label
          STRING
            "Promise-to-pay on key " DELIMITED BY SIZE
            FUNCTION TRIM(CR-Key) DELIMITED BY SIZE
            " until " DELIMITED BY SIZE
            WS-Promise-Date DELIMITED BY SIZE
            " taken by " DELIMITED BY SIZE
            FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
            " at stage " DELIMITED BY SIZE
            CR-Stage DELIMITED BY SIZE
            INTO WS-Audit-Message
          END-STRING
        END-IF
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-REWRITE.
    CLOSE Coll-Reg-File.

  *> Pages the register in key order.
  List-Register.
    OPEN INPUT Coll-Reg-File.
    IF NOT Coll-Reg-Opened-OK THEN
      MOVE "(no keys in collections)" TO WS-Coll-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Coll-Stop.
    MOVE "N" TO WS-Coll-At-End-Flag.
    PERFORM UNTIL Coll-At-End
      OR WS-Coll-Stop = "N" OR WS-Coll-Stop = "n"
      PERFORM Load-Register-Page
      IF WS-Coll-Idx = 0 THEN
        MOVE "(no keys in collections)" TO WS-Coll-Result-Label
        EXIT PERFORM
      END-IF
      DISPLAY SC-Coll-List
      IF Coll-At-End THEN
        ACCEPT OMITTED
      ELSE
        ACCEPT SC-Coll-List
      END-IF
    END-PERFORM.
    CLOSE Coll-Reg-File.

  *> Up to a page of register rows.
  Load-Register-Page.
    MOVE SPACES TO WS-Coll-Lines.
    MOVE 0 TO WS-Coll-Idx.
    PERFORM UNTIL Coll-At-End OR WS-Coll-Idx >= 15
      READ Coll-Reg-File NEXT
        AT END
          MOVE "Y" TO WS-Coll-At-End-Flag
        NOT AT END
          CALL "BranchAccess" USING CR-Key WS-Access-Silent
            LK-Run-ID LK-Operator-ID WS-Access-Result
          IF Access-Permitted THEN
            PERFORM Load-Register-Line
          END-IF
      END-READ
    END-PERFORM.

  *> One permitted register row onto the page.
  Load-Register-Line.
    ADD 1 TO WS-Coll-Idx.
    MOVE CR-Key TO CLD-Key.
    MOVE CR-Stage TO CLD-Stage.
    MOVE CR-Overdrawn-Since TO CLD-Since.
    MOVE CR-Days-Overdrawn TO CLD-Days.
    MOVE CR-Balance TO CLD-Balance.
    MOVE CR-Currency TO CLD-Currency.
    MOVE CR-Promise-Until TO CLD-Promise.
    MOVE WS-Coll-Detail TO WS-Coll-Line(WS-Coll-Idx).

  *> Checks WS-Edit-Date-X holds a real YYYYMMDD calendar date -
  *> mirrors Sort 'n' Report's Validate-Calendar-Date.
  Validate-Calendar-Date.
    MOVE "N" TO WS-Edit-Date-OK-Flag.

    IF WS-Edit-Date-X NOT NUMERIC THEN
      EXIT PARAGRAPH
    END-IF.

    IF WS-Edit-Month < 1 OR WS-Edit-Month > 12 THEN
      EXIT PARAGRAPH
    END-IF.

    EVALUATE WS-Edit-Month
      WHEN 4
      WHEN 6
      WHEN 9
      WHEN 11
        MOVE 30 TO WS-Edit-Days-In-Month
      WHEN 2
        MOVE 28 TO WS-Edit-Days-In-Month
        *> Leap year: divisible by 4, except centuries not
        *> divisible by 400.
        COMPUTE WS-Edit-Leap-Rem = FUNCTION MOD(WS-Edit-Year, 4)
        IF WS-Edit-Leap-Rem = 0 THEN
          COMPUTE WS-Edit-Leap-Rem = FUNCTION MOD(WS-Edit-Year, 100)
          IF WS-Edit-Leap-Rem NOT = 0 THEN
            MOVE 29 TO WS-Edit-Days-In-Month
          ELSE
            COMPUTE WS-Edit-Leap-Rem = FUNCTION MOD(WS-Edit-Year, 400)
            IF WS-Edit-Leap-Rem = 0 THEN
              MOVE 29 TO WS-Edit-Days-In-Month
            END-IF
          END-IF
        END-IF
      WHEN OTHER
        MOVE 31 TO WS-Edit-Days-In-Month
    END-EVALUATE.

    IF WS-Edit-Day >= 1 AND WS-Edit-Day <= WS-Edit-Days-In-Month THEN
      MOVE "Y" TO WS-Edit-Date-OK-Flag
    END-IF.

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

END PROGRAM Collections.
