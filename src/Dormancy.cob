IDENTIFICATION DIVISION.
  PROGRAM-ID. Dormancy.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> The end-of-night position snapshots Sort 'n' Report appends
      *> - one dated row per key per processing day. A balance that
      *> changed between two nights is a movement.
      SELECT Snapshot-File ASSIGN TO WS-Snapshot-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Snapshot-Status.

      *> Sort work file putting the snapshot into key/date order -
      *> the file itself is in date order, one block per night (and
      *> per feed under FEED=ALL).
      SELECT Dorm-Sort-File ASSIGN TO "Dormancy.srt".

      *> Posted-transaction register - every posting accepted into a
      *> master, with the date it was registered.
      SELECT Posted-Reg-File ASSIGN TO WS-Posted-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS PR-Reg-Key
      FILE STATUS WS-Posted-Reg-Status.

      *> Keyed transaction master - only keys still on it are judged,
      *> and the report shows each one's balance.
      SELECT Trans-Master-File ASSIGN TO WS-Trans-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS TM-Key
      ALTERNATE RECORD KEY IS TM-Date WITH DUPLICATES
      FILE STATUS WS-Trans-Master-Status.

      *> The dormant register - read by Sort 'n' Report's edit pass
      *> to divert postings to a dormant key.
      SELECT Dormant-Reg-File ASSIGN TO WS-Dormant-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS DM-Key
      FILE STATUS WS-Dormant-Reg-Status.

      *> The dormancy report - newly flagged and still-dormant keys.
      SELECT Dorm-Report-File ASSIGN TO WS-Dorm-Report-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Dorm-Report-Status.

DATA DIVISION.
  FILE SECTION.
    FD Snapshot-File.
      01 SN-Line.
        05 SN-Date PIC X(8).
        05 SN-Key PIC X(10).
        05 SN-Amount PIC S9(9)V99.
        05 SN-Status PIC X(1).
        05 SN-Currency PIC X(3).

    SD Dorm-Sort-File.
      01 DS-Record.
        05 DS-Key PIC X(10).
        05 DS-Date PIC X(8).
        05 DS-Amount PIC S9(9)V99.

    FD Posted-Reg-File.
      COPY "PostedRecord.cpy" REPLACING ==:PREFIX:== BY ==PR==.

    FD Trans-Master-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==TM==.

    FD Dormant-Reg-File.
      COPY "DormantRecord.cpy" REPLACING ==:PREFIX:== BY ==DM==.

    FD Dorm-Report-File.
      01 DR-Line PIC X(132).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> The logged-in operator's authority, shared by CobAll's login -
    *> only a supervisor may reactivate a dormant key.
    01 WS-Operator-Auth-Level PIC 9 EXTERNAL.

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode - a
    *> batch run does the detection pass, no screens.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    *> The shared settings block - this program reads the DORMDAYS
    *> threshold from it.
    COPY "SettingsRec.cpy" REPLACING ==:PREFIX:== BY ==WS-Cfg==.
    01 WS-Settings-Error PIC X(70) VALUE SPACES.

    01 WS-Snapshot-Path PIC X(80) VALUE "Snapshot.dat".
    01 WS-Snapshot-Status PIC XX.
      88 Snapshot-Opened-OK VALUE "00".
      88 Snapshot-Not-Found VALUE "35".
    01 WS-Snap-At-End-Flag PIC X VALUE "N".
      88 Snapshot-At-End VALUE "Y".

    01 WS-Posted-Reg-Path PIC X(80) VALUE "PostedReg.dat".
    01 WS-Posted-Reg-Status PIC XX.
      88 Posted-Reg-Opened-OK VALUE "00".
      88 Posted-Reg-Not-Found VALUE "35".
    01 WS-Posted-Reg-Missing-Flag PIC A VALUE "N".
      88 Posted-Reg-Missing VALUE "Y".
    01 WS-Reg-Scan-Done-Flag PIC A VALUE "N".
      88 Reg-Scan-Done VALUE "Y".

    01 WS-Trans-Master-Path PIC X(80) VALUE "TransMaster.dat".
    01 WS-Trans-Master-Status PIC XX.
      88 Trans-Master-Opened-Successfully VALUE "00".
      88 Trans-Master-Not-Found VALUE "35".

    01 WS-Dormant-Reg-Path PIC X(80) VALUE "DormantReg.dat".
    01 WS-Dormant-Reg-Status PIC XX.
      88 Dormant-Reg-Opened-OK VALUE "00".
      88 Dormant-Reg-Not-Found VALUE "35".
    01 WS-Dorm-Row-Flag PIC A VALUE "N".
      88 Dorm-Row-On-File VALUE "Y".

    01 WS-Dorm-Report-Path PIC X(80) VALUE "DormantReport.txt".
    01 WS-Dorm-Report-Status PIC XX.

    *> Operator's request off SC-Dorm-Menu.
    01 WS-Dorm-Action PIC 9 VALUE 0.
      88 Dorm-Run-Detection VALUE 1.
      88 Dorm-Reactivate VALUE 2.
      88 Dorm-Back VALUE 3.
    01 WS-Dorm-Result-Label PIC X(60) VALUE SPACES.
    01 WS-None-Label PIC X(60) VALUE SPACES.

    *> Reactivation screen fields.
    01 WS-React-Key PIC X(10) VALUE SPACES.
    01 WS-React-Reason PIC X(30) VALUE SPACES.
    01 WS-React-Confirm PIC A VALUE SPACES.
      88 React-Confirmed VALUE "Y" "y".

    *> The key being judged as the sorted snapshot goes by: its
    *> balance on the previous night, and the last night that
    *> balance moved (the first night seen counts as a movement).
    01 WS-Sort-At-End-Flag PIC X VALUE "N".
      88 Sort-At-End VALUE "Y".
    01 WS-Cur-Key PIC X(10) VALUE SPACES.
    01 WS-Cur-Amount PIC S9(9)V99 VALUE 0.
    01 WS-Cur-Last-Move PIC X(8) VALUE SPACES.

    *> Idle-days arithmetic off the key's latest activity date.
    01 WS-Run-Date PIC X(8) VALUE SPACES.
    01 WS-Run-Day-Int PIC 9(7) VALUE 0.
    01 WS-Activity-Date PIC X(8) VALUE SPACES.
    01 WS-Activity-Day-Int PIC 9(7) VALUE 0.
    01 WS-Idle-Days PIC S9(7) VALUE 0.

    01 WS-Keys-Examined PIC 9(7) VALUE 0.
    01 WS-Keys-Flagged PIC 9(7) VALUE 0.
    01 WS-Keys-Dormant PIC 9(7) VALUE 0.

    01 WS-Report-Title.
      05 FILLER PIC X(28) VALUE "Dormant Accounts - run date ".
      05 DRT-Date PIC X(8).
      05 FILLER PIC X(14) VALUE ", threshold ".
      05 DRT-Days PIC ZZZ9.
      05 FILLER PIC X(7) VALUE " day(s)".
    01 WS-Report-Heading.
      05 FILLER PIC X(12) VALUE "Key".
      05 FILLER PIC X(10) VALUE "State".
      05 FILLER PIC X(15) VALUE "Last Activity".
      05 FILLER PIC X(8) VALUE "Idle".
      05 FILLER PIC X(19) VALUE "Balance".
      05 FILLER PIC X(3) VALUE "Cur".
    01 WS-Report-Detail.
      05 DRD-Key PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 DRD-State PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 DRD-Last-Activity PIC X(8).
      05 FILLER PIC X(5) VALUE SPACES.
      05 DRD-Idle PIC ZZZZ9.
      05 FILLER PIC X(2) VALUE SPACES.
      05 DRD-Balance PIC Z,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(2) VALUE SPACES.
      05 DRD-Currency PIC X(3).
    01 WS-Report-Total.
      05 FILLER PIC X(12) VALUE SPACES.
      05 DRS-Label PIC X(30).
      05 DRS-Count PIC ZZZ,ZZ9.

    *> Elapsed/run-history row.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "DORMANT".
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
    COPY "DormancyScr.cpy". *> Dormant Accounts screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  DormancyMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Dormant Accounts selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> Re-defaulted every invocation, then company-qualified - each
    *> company judges its own master against its own snapshots and
    *> keeps its own register.
    MOVE "Snapshot.dat" TO WS-Snapshot-Path.
    MOVE "PostedReg.dat" TO WS-Posted-Reg-Path.
    MOVE "TransMaster.dat" TO WS-Trans-Master-Path.
    MOVE "DormantReg.dat" TO WS-Dormant-Reg-Path.
    MOVE "DormantReport.txt" TO WS-Dorm-Report-Path.
    CALL "ResolveDataPath" USING WS-Snapshot-Path.
    CALL "ResolveDataPath" USING WS-Posted-Reg-Path.
    CALL "ResolveDataPath" USING WS-Trans-Master-Path.
    CALL "ResolveDataPath" USING WS-Dormant-Reg-Path.
    CALL "ResolveDataPath" USING WS-Dorm-Report-Path.

    PERFORM LoadConfig.

    *> Unattended, there is only the detection pass to do.
    IF Batch-Mode-Active THEN
      PERFORM Run-Dormancy
      GOBACK
    END-IF.

    MOVE 0 TO WS-Dorm-Action.
    PERFORM Dorm-Loop UNTIL Dorm-Back.

    GOBACK.

  *> One choice off the front screen.
  Dorm-Loop.
    MOVE 0 TO WS-Dorm-Action.
    DISPLAY SC-Dorm-Menu.
    ACCEPT SC-Dorm-Menu.

    MOVE SPACES TO WS-Dorm-Result-Label.
    EVALUATE TRUE
      WHEN Dorm-Run-Detection
        PERFORM Run-Dormancy
      WHEN Dorm-Reactivate
        *> Lifting the posting block is a control override -
        *> supervisor work, and always audited.
        IF WS-Operator-Auth-Level < 3 THEN
          MOVE "Reactivation needs supervisor authority."
            TO WS-Dorm-Result-Label
        ELSE
          PERFORM Reactivate-Key
        END-IF
      WHEN Dorm-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-3." TO WS-Dorm-Result-Label
    END-EVALUATE.

    IF NOT Dorm-Back AND WS-Dorm-Result-Label NOT = SPACES THEN
      DISPLAY SC-Dorm-Result
      ACCEPT OMITTED
    END-IF.

  *> The detection pass: the snapshot key/date-sorted, each key's
  *> last movement taken from it and from the posted register, and
  *> anything idle past the threshold written to the register.
  Run-Dormancy.
    *> The session loop re-CALLs this program in one run unit, so
    *> the VALUE clauses only ever ran once - reset the tallies.
    MOVE 0 TO WS-Keys-Examined.
    MOVE 0 TO WS-Keys-Flagged.
    MOVE 0 TO WS-Keys-Dormant.
    MOVE SPACES TO WS-Dorm-Result-Label.

    IF WS-Cfg-Dorm-Days = 0 THEN
      MOVE "(dormancy detection is off - DORMDAYS is 0)"
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

    *> A missing posted register just means the snapshots alone
    *> say when each key last moved.
    MOVE "N" TO WS-Posted-Reg-Missing-Flag.
    OPEN INPUT Posted-Reg-File.
    IF NOT Posted-Reg-Opened-OK THEN
      MOVE "Y" TO WS-Posted-Reg-Missing-Flag
    END-IF.

    *> OPEN I-O fails with "35" when the register doesn't exist yet
    *> - create it empty then.
    OPEN I-O Dormant-Reg-File.
    IF Dormant-Reg-Not-Found THEN
      OPEN OUTPUT Dormant-Reg-File
      CLOSE Dormant-Reg-File
      OPEN I-O Dormant-Reg-File
    END-IF.

    OPEN OUTPUT Dorm-Report-File.
    MOVE WS-Run-Date TO DRT-Date.
    MOVE WS-Cfg-Dorm-Days TO DRT-Days.
    MOVE WS-Report-Title TO DR-Line.
    WRITE DR-Line.
    MOVE SPACES TO DR-Line.
    WRITE DR-Line.
    MOVE WS-Report-Heading TO DR-Line.
    WRITE DR-Line.

    SORT Dorm-Sort-File
      ON ASCENDING KEY DS-Key DS-Date
      INPUT PROCEDURE IS Load-Snapshot-Rows
      OUTPUT PROCEDURE IS Judge-Key-Activity.

    CLOSE Snapshot-File.
    CLOSE Trans-Master-File.
    CLOSE Dormant-Reg-File.
    IF NOT Posted-Reg-Missing THEN
      CLOSE Posted-Reg-File
    END-IF.

    PERFORM Write-Report-Totals.
    CLOSE Dorm-Report-File.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Dormancy run done - " DELIMITED BY SIZE
      WS-Keys-Examined DELIMITED BY SIZE
      " key(s) judged, " DELIMITED BY SIZE
      WS-Keys-Flagged DELIMITED BY SIZE
      " newly dormant, " DELIMITED BY SIZE
      WS-Keys-Dormant DELIMITED BY SIZE
      " still dormant" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> The regulator's evidence that the control ran - every run
    *> lands in the permanent trail, flagged keys or none.
    MOVE WS-Log-Message TO WS-Audit-Message.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE "OK" TO WS-RH-End-Status.
    MOVE WS-Keys-Dormant TO WS-RH-Matched.
    CALL "WriteRunHistory" USING WS-RH-Function WS-Keys-Examined
      WS-Keys-Flagged WS-RH-Matched WS-RH-Unmatched
      WS-Elapsed-Seconds WS-RH-End-Status LK-Run-ID LK-Terminal-ID
      LK-Operator-ID.

    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Dorm-Done
      ACCEPT OMITTED
    END-IF.

  *> Nothing to judge - say why on the screen, or in the log when
  *> nobody is watching.
  Report-Nothing-To-Do.
    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Dorm-None
      ACCEPT OMITTED
    ELSE
      MOVE "WARN" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Dormancy run: " DELIMITED BY SIZE
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
          MOVE SN-Key TO DS-Key
          MOVE SN-Date TO DS-Date
          MOVE SN-Amount TO DS-Amount
          RELEASE DS-Record
      END-READ
    END-PERFORM.

  *> Sort output: one key's nights in date order at a time - the
  *> last night its balance changed is carried until the key
  *> breaks, then the key is judged.
  Judge-Key-Activity.
    MOVE "N" TO WS-Sort-At-End-Flag.
    MOVE SPACES TO WS-Cur-Key.
    PERFORM UNTIL Sort-At-End
      RETURN Dorm-Sort-File
        AT END
          MOVE "Y" TO WS-Sort-At-End-Flag
        NOT AT END
          IF DS-Key NOT = WS-Cur-Key THEN
            IF WS-Cur-Key NOT = SPACES THEN
              PERFORM Judge-One-Key
            END-IF
            MOVE DS-Key TO WS-Cur-Key
            MOVE DS-Amount TO WS-Cur-Amount
            MOVE DS-Date TO WS-Cur-Last-Move
          ELSE
            IF DS-Amount NOT = WS-Cur-Amount THEN
              MOVE DS-Amount TO WS-Cur-Amount
              MOVE DS-Date TO WS-Cur-Last-Move
            END-IF
          END-IF
      END-RETURN
    END-PERFORM.
    IF WS-Cur-Key NOT = SPACES THEN
      PERFORM Judge-One-Key
    END-IF.

  *> One key: its latest activity is the later of its last balance
  *> movement, its last registered posting and (for a key already
  *> reactivated once) the reactivation itself. Idle past the
  *> threshold puts it on the register as dormant. A key no longer
  *> on the master is history, not a dormant account.
  Judge-One-Key.
    MOVE WS-Cur-Key TO TM-Key.
    READ Trans-Master-File
      INVALID KEY
        EXIT PARAGRAPH
      NOT INVALID KEY
        CONTINUE
    END-READ.
    ADD 1 TO WS-Keys-Examined.

    MOVE WS-Cur-Last-Move TO WS-Activity-Date.
    PERFORM Find-Last-Posting.

    MOVE "N" TO WS-Dorm-Row-Flag.
    MOVE WS-Cur-Key TO DM-Key.
    READ Dormant-Reg-File
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE "Y" TO WS-Dorm-Row-Flag
    END-READ.

    *> Already dormant - postings are blocked, so it can only stay
    *> that way until a supervisor reactivates it.
    IF Dorm-Row-On-File AND DM-State = "D" THEN
      ADD 1 TO WS-Keys-Dormant
      MOVE DM-Last-Activity TO WS-Activity-Date
      PERFORM Compute-Idle-Days
      MOVE "DORMANT" TO DRD-State
      PERFORM Write-Report-Detail
      EXIT PARAGRAPH
    END-IF.

    IF Dorm-Row-On-File AND DM-React-Stamp(1:8) > WS-Activity-Date THEN
      MOVE DM-React-Stamp(1:8) TO WS-Activity-Date
    END-IF.

    IF WS-Activity-Date NOT NUMERIC THEN
      EXIT PARAGRAPH
    END-IF.
    PERFORM Compute-Idle-Days.
    IF WS-Idle-Days <= WS-Cfg-Dorm-Days THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Cur-Key TO DM-Key.
    MOVE "D" TO DM-State.
    MOVE WS-Activity-Date TO DM-Last-Activity.
    MOVE WS-Idle-Days TO DM-Idle-Days.
    MOVE WS-Run-Date TO DM-Flagged-Date.
    MOVE LK-Run-ID TO DM-Flagged-Run.
    MOVE SPACES TO DM-React-By.
    MOVE SPACES TO DM-React-Stamp.
    MOVE SPACES TO DM-React-Reason.
    IF Dorm-Row-On-File THEN
      REWRITE DM-Record
        INVALID KEY
          EXIT PARAGRAPH
      END-REWRITE
    ELSE
      WRITE DM-Record
        INVALID KEY
          EXIT PARAGRAPH
      END-WRITE
    END-IF.
    ADD 1 TO WS-Keys-Flagged.
    MOVE "NEW" TO DRD-State.
    PERFORM Write-Report-Detail.

  *> The key's latest registered posting, off the register's
  *> key/date/amount order - the date it was registered.
  Find-Last-Posting.
    IF Posted-Reg-Missing THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Cur-Key TO PR-Key.
    MOVE LOW-VALUES TO PR-Date.
    MOVE LOW-VALUES TO PR-Amount-X.
    START Posted-Reg-File KEY IS NOT LESS THAN PR-Reg-Key
      INVALID KEY
        EXIT PARAGRAPH
    END-START.

    MOVE "N" TO WS-Reg-Scan-Done-Flag.
    PERFORM UNTIL Reg-Scan-Done
      READ Posted-Reg-File NEXT
        AT END
          MOVE "Y" TO WS-Reg-Scan-Done-Flag
        NOT AT END
          IF PR-Key NOT = WS-Cur-Key THEN
            MOVE "Y" TO WS-Reg-Scan-Done-Flag
          ELSE
            IF PR-Posted-Date > WS-Activity-Date THEN
              MOVE PR-Posted-Date TO WS-Activity-Date
            END-IF
          END-IF
      END-READ
    END-PERFORM.

  *> Whole days from WS-Activity-Date to the run date.
  Compute-Idle-Days.
    IF WS-Activity-Date NUMERIC THEN
      COMPUTE WS-Activity-Day-Int =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Activity-Date))
      COMPUTE WS-Idle-Days = WS-Run-Day-Int - WS-Activity-Day-Int
    ELSE
      MOVE 0 TO WS-Idle-Days
    END-IF.
    IF WS-Idle-Days < 0 THEN
      MOVE 0 TO WS-Idle-Days
    END-IF.

  *> One report line for the key just judged - DRD-State is already
  *> set by the caller.
  Write-Report-Detail.
    MOVE WS-Cur-Key TO DRD-Key.
    MOVE WS-Activity-Date TO DRD-Last-Activity.
    MOVE WS-Idle-Days TO DRD-Idle.
    MOVE TM-Amount TO DRD-Balance.
    MOVE TM-Currency TO DRD-Currency.
    MOVE WS-Report-Detail TO DR-Line.
    WRITE DR-Line.

  *> The run's counts at the foot of the report.
  Write-Report-Totals.
    MOVE SPACES TO DR-Line.
    WRITE DR-Line.
    MOVE "Keys judged:" TO DRS-Label.
    MOVE WS-Keys-Examined TO DRS-Count.
    MOVE WS-Report-Total TO DR-Line.
    WRITE DR-Line.
    MOVE "Newly dormant:" TO DRS-Label.
    MOVE WS-Keys-Flagged TO DRS-Count.
    MOVE WS-Report-Total TO DR-Line.
    WRITE DR-Line.
    MOVE "Still dormant:" TO DRS-Label.
    MOVE WS-Keys-Dormant TO DRS-Count.
    MOVE WS-Report-Total TO DR-Line.
    WRITE DR-Line.

  *> Lifts the posting block on one dormant key. The row stays on
  *> the register, marked reactivated with who, when and why, and
  *> the reactivation date counts as activity from then on.
  Reactivate-Key.
    MOVE SPACES TO WS-React-Key.
    DISPLAY SC-Dorm-React-Key.
    ACCEPT SC-Dorm-React-Key.
    IF WS-React-Key = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    OPEN I-O Dormant-Reg-File.
    IF NOT Dormant-Reg-Opened-OK THEN
      MOVE "No dormant register on file - nothing to reactivate."
        TO WS-Dorm-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-React-Key TO DM-Key.
    READ Dormant-Reg-File
      INVALID KEY
        MOVE "That key is not on the dormant register."
          TO WS-Dorm-Result-Label
      NOT INVALID KEY
        IF DM-State NOT = "D" THEN
          MOVE "That key has already been reactivated."
            TO WS-Dorm-Result-Label
        END-IF
    END-READ.
    IF WS-Dorm-Result-Label NOT = SPACES THEN
      CLOSE Dormant-Reg-File
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-React-Reason.
    MOVE SPACES TO WS-React-Confirm.
    DISPLAY SC-Dorm-React-Confirm.
    ACCEPT SC-Dorm-React-Confirm.

    IF NOT React-Confirmed THEN
      MOVE "Reactivation abandoned - key stays dormant."
        TO WS-Dorm-Result-Label
      CLOSE Dormant-Reg-File
      EXIT PARAGRAPH
    END-IF.
    IF WS-React-Reason = SPACES THEN
      MOVE "A reason is required - key stays dormant."
        TO WS-Dorm-Result-Label
      CLOSE Dormant-Reg-File
      EXIT PARAGRAPH
    END-IF.

    MOVE "A" TO DM-State.
    MOVE LK-Operator-ID TO DM-React-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO DM-React-Stamp.
    MOVE WS-React-Reason TO DM-React-Reason.
    REWRITE DM-Record
      INVALID KEY
        MOVE "Reactivation failed - rewrite rejected by the file."
          TO WS-Dorm-Result-Label
      NOT INVALID KEY
        MOVE "Key reactivated - its postings are accepted again."
          TO WS-Dorm-Result-Label
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Dormant key " DELIMITED BY SIZE
          FUNCTION TRIM(DM-Key) DELIMITED BY SIZE
          " reactivated by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          ": " DELIMITED BY SIZE
          FUNCTION TRIM(WS-React-Reason) DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-REWRITE.
    CLOSE Dormant-Reg-File.

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

END PROGRAM Dormancy.
