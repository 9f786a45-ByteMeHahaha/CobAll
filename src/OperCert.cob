IDENTIFICATION DIVISION.
  PROGRAM-ID. OperCert.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Operator profiles - read in key order for the listing and
      *> the dormant-ID check, rewritten when an ID is locked.
      SELECT Oper-Prof-File ASSIGN TO WS-Oper-Prof-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS OP-Operator
      FILE STATUS WS-Oper-Prof-Status.

      *> The recertification listing itself.
      SELECT Cert-Report-File ASSIGN TO WS-Cert-Report-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Cert-Report-Status.

      *> Control-card file for batch runs.
      SELECT Control-Card-File ASSIGN TO "CobAllCards.dat"
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Control-Card-Status.

DATA DIVISION.
  FILE SECTION.
    FD Oper-Prof-File.
      COPY "OperRecord.cpy" REPLACING ==:PREFIX:== BY ==OP==.

    FD Cert-Report-File.
      01 CR-Line PIC X(132).

    FD Control-Card-File.
      *> One control card: KEYWORD=VALUE.
      01 CC-Card-Line PIC X(80).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode - a
    *> batch run locks the dormant IDs (and lists, if the cards ask),
    *> no screens.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    *> The shared settings block, loaded through the one ReadSettings
    *> parser - OPIDLEDAYS is the idle limit.
    COPY "SettingsRec.cpy" REPLACING ==:PREFIX:== BY ==WS-Cfg==.
    01 WS-Settings-Error PIC X(70) VALUE SPACES.

    01 WS-Oper-Prof-Path PIC X(80) VALUE "OperProf.dat".
    01 WS-Oper-Prof-Status PIC XX.
      88 Oper-Prof-Opened-OK VALUE "00".
    01 WS-Oper-Prof-At-End-Flag PIC X VALUE "N".
      88 Oper-Prof-At-End VALUE "Y".

    01 WS-Cert-Report-Path PIC X(80) VALUE "OperCert.txt".
    01 WS-Cert-Report-Status PIC XX.

    01 WS-Control-Card-Status PIC XX.
      88 Control-Card-Not-Found VALUE "35".
    01 WS-Card-Keyword PIC X(20).
    01 WS-Card-Value PIC X(60).
    *> OPCERTLIST=Y - the batch run writes the listing as well.
    01 WS-Cert-List-Card PIC X VALUE "N".
      88 Cert-List-Requested VALUE "Y".

    *> Operator's request off SC-Cert-Menu.
    01 WS-Cert-Action PIC 9 VALUE 0.
      88 Cert-Listing-Run VALUE 1.
      88 Cert-Lock-Run VALUE 2.
      88 Cert-Back VALUE 3.
    01 WS-Cert-Result-Label PIC X(60) VALUE SPACES.
    01 WS-None-Label PIC X(60) VALUE SPACES.

    01 WS-Today PIC X(8) VALUE SPACES.
    01 WS-Today-Int PIC 9(7) VALUE 0.
    01 WS-Today-Month PIC 99 VALUE 0.
    01 WS-Quarter-No PIC 9 VALUE 0.
    01 WS-Cert-Quarter PIC X(7) VALUE SPACES.

    *> The idle clock for the profile in hand: the later of its last
    *> login and the date it was last made usable, and the days since.
    01 WS-Idle-Ref PIC X(8) VALUE SPACES.
    01 WS-Idle-Days PIC S9(5) VALUE 0.
    01 WS-Idle-Ref-Flag PIC A VALUE "N".
      88 Idle-Ref-Known VALUE "Y".
    01 WS-Idle-Dormant-Flag PIC A VALUE "N".
      88 Idle-Dormant VALUE "Y".

    *> Active supervisors who are NOT dormant - a dormant supervisor
    *> is only locked while at least one other stays able to unlock
    *> the rest.
    01 WS-Sups-Staying PIC 9(5) VALUE 0.

    *> The dormant-ID check's tallies.
    01 WS-Idle-Read PIC 9(7) VALUE 0.
    01 WS-Idle-Checked PIC 9(7) VALUE 0.
    01 WS-Idle-Locked PIC 9(7) VALUE 0.
    01 WS-Idle-Kept PIC 9(7) VALUE 0.
    01 WS-Idle-Started PIC 9(7) VALUE 0.

    *> The listing's tallies.
    01 WS-Cert-Read PIC 9(7) VALUE 0.
    01 WS-Cert-Listed PIC 9(7) VALUE 0.
    01 WS-Cert-Locked-Listed PIC 9(7) VALUE 0.
    01 WS-Cert-Sups PIC 9(7) VALUE 0.
    01 WS-Cert-Never PIC 9(7) VALUE 0.
    01 WS-Cert-Overdue PIC 9(7) VALUE 0.

    01 WS-Report-Title.
      05 FILLER PIC X(41)
        VALUE "Operator Access Recertification - quarter".
      05 FILLER PIC X(1) VALUE SPACE.
      05 CRT-Quarter PIC X(7).
      05 FILLER PIC X(8) VALUE ", as at ".
      05 CRT-Today PIC X(10).
      05 FILLER PIC X(22) VALUE " - idle limit (days): ".
      05 CRT-Idle-Limit PIC ZZ9.
    01 WS-Report-Rule PIC X(132) VALUE ALL "-".
    01 WS-Report-Note PIC X(132) VALUE SPACES.

    01 WS-Cert-Heading.
      05 FILLER PIC X(10) VALUE "Operator".
      05 FILLER PIC X(12) VALUE "Authority".
      05 FILLER PIC X(8) VALUE "Status".
      05 FILLER PIC X(11) VALUE "Window".
      05 FILLER PIC X(26) VALUE "Terminals".
      05 FILLER PIC X(12) VALUE "Last Login".
      05 FILLER PIC X(8) VALUE "  Idle".
      05 FILLER PIC X(14) VALUE "Keep/Remove".
      05 FILLER PIC X(24) VALUE "Team Leader Sign-Off".
    01 WS-Cert-Detail.
      05 CRD-Operator PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 CRD-Level PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 CRD-Status PIC X(6).
      05 FILLER PIC X(2) VALUE SPACES.
      05 CRD-Window PIC X(9).
      05 FILLER PIC X(2) VALUE SPACES.
      05 CRD-Terminals PIC X(24).
      05 FILLER PIC X(2) VALUE SPACES.
      05 CRD-Last-Login PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 CRD-Idle PIC X(5).
      05 CRD-Idle-Num REDEFINES CRD-Idle PIC ZZZZ9.
      05 CRD-Flag PIC X(3).
      05 FILLER PIC X(14) VALUE "K [ ]  R [ ]".
      05 FILLER PIC X(24) VALUE "______________________".
    *> Under each profile, the accounts it can see - head office or
    *> the branches and regions it is confined to.
    01 WS-Cert-Scope-Line PIC X(132) VALUE SPACES.
    01 WS-Cert-Signature.
      05 FILLER PIC X(2) VALUE SPACES.
      05 CRS-Role PIC X(28).
      05 FILLER PIC X(42)
        VALUE "Name ______________________  Signature ___".
      05 FILLER PIC X(30) VALUE "__________________  Date _____".
      05 FILLER PIC X(5) VALUE "_____".

    01 WS-Report-Total.
      05 FILLER PIC X(2) VALUE SPACES.
      05 CRS-Label PIC X(40).
      05 CRS-Count PIC ZZZ,ZZ9.

    01 WS-Spool-Source PIC X(8) VALUE "OPCERT".
    01 WS-Spool-Paginate PIC X(1) VALUE "Y".
    01 WS-Spool-Label PIC X(60) VALUE SPACES.
    01 WS-Print-Queue-Path PIC X(80) VALUE "PrintQueue.txt".

    *> Trimmed figures for the audit and log lines.
    01 WS-Audit-Days PIC Z(4)9.
    01 WS-Audit-Count PIC Z(6)9.
    01 WS-Audit-Count-2 PIC Z(6)9.

    01 WS-Alert-Message PIC X(80).
    01 WS-Alert-Code PIC X(4) VALUE "SEC".

    *> Elapsed/run-history row.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE SPACES.
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
    COPY "OperCertScr.cpy". *> Operator Recertification screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  OperCertMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Operator Recertification selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> The operator profiles are the installation's, not a company's,
    *> so nothing here is company-qualified.
    MOVE "OperProf.dat" TO WS-Oper-Prof-Path.
    MOVE "OperCert.txt" TO WS-Cert-Report-Path.
    PERFORM LoadConfig.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
    COMPUTE WS-Today-Int =
      FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Today)).
    MOVE WS-Today(5:2) TO WS-Today-Month.
    COMPUTE WS-Quarter-No = (WS-Today-Month + 2) / 3.
    MOVE SPACES TO WS-Cert-Quarter.
    STRING
      "Q" DELIMITED BY SIZE
      WS-Quarter-No DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      WS-Today(1:4) DELIMITED BY SIZE
      INTO WS-Cert-Quarter
    END-STRING.

    *> Unattended, this is the overnight dormant-ID check - the
    *> listing only when the cards ask for it.
    IF Batch-Mode-Active THEN
      MOVE "N" TO WS-Cert-List-Card
      PERFORM ReadControlCards
      PERFORM Run-Dormant-Check
      IF Cert-List-Requested THEN
        PERFORM Run-Cert-Listing
      END-IF
      GOBACK
    END-IF.

    MOVE 0 TO WS-Cert-Action.
    PERFORM Cert-Loop UNTIL Cert-Back.

    GOBACK.

  *> One choice off the front screen.
  Cert-Loop.
    MOVE 0 TO WS-Cert-Action.
    DISPLAY SC-Cert-Menu.
    ACCEPT SC-Cert-Menu.

    MOVE SPACES TO WS-Cert-Result-Label.
    EVALUATE TRUE
      WHEN Cert-Listing-Run
        PERFORM Run-Cert-Listing
      WHEN Cert-Lock-Run
        PERFORM Run-Dormant-Check
      WHEN Cert-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-3." TO WS-Cert-Result-Label
    END-EVALUATE.

    IF NOT Cert-Back AND WS-Cert-Result-Label NOT = SPACES THEN
      DISPLAY SC-Cert-Result
      ACCEPT OMITTED
    END-IF.

  *> Locks every active ID idle for OPIDLEDAYS or more, each lock
  *> audited and alerted. Two passes: the first counts the active
  *> supervisors who are not dormant, so the second never locks
  *> the last one able to unlock everybody else.
  Run-Dormant-Check.
    *> The session loop re-CALLs this program in one run unit, so
    *> the VALUE clauses only ever ran once - reset the tallies.
    MOVE 0 TO WS-Idle-Read.
    MOVE 0 TO WS-Idle-Checked.
    MOVE 0 TO WS-Idle-Locked.
    MOVE 0 TO WS-Idle-Kept.
    MOVE 0 TO WS-Idle-Started.
    MOVE 0 TO WS-Sups-Staying.
    MOVE SPACES TO WS-Cert-Result-Label.

    IF WS-Cfg-Oper-Idle-Days = 0 THEN
      MOVE "(dormant-ID locking is off - OPIDLEDAYS is 0)"
        TO WS-None-Label
      PERFORM Report-Nothing-To-Do
      EXIT PARAGRAPH
    END-IF.

    OPEN INPUT Oper-Prof-File.
    IF NOT Oper-Prof-Opened-OK THEN
      MOVE "(no operator profile file - nothing to check)"
        TO WS-None-Label
      PERFORM Report-Nothing-To-Do
      EXIT PARAGRAPH
    END-IF.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.

    MOVE "N" TO WS-Oper-Prof-At-End-Flag.
    PERFORM UNTIL Oper-Prof-At-End
      READ Oper-Prof-File NEXT RECORD
        AT END
          MOVE "Y" TO WS-Oper-Prof-At-End-Flag
        NOT AT END
          IF OP-Active-Flag = "A" AND OP-Auth-Level = 3 THEN
            PERFORM Work-Out-Idle
            IF NOT Idle-Dormant THEN
              ADD 1 TO WS-Sups-Staying
            END-IF
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Oper-Prof-File.

    OPEN I-O Oper-Prof-File.
    MOVE "N" TO WS-Oper-Prof-At-End-Flag.
    PERFORM UNTIL Oper-Prof-At-End
      READ Oper-Prof-File NEXT RECORD
        AT END
          MOVE "Y" TO WS-Oper-Prof-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Idle-Read
          IF OP-Active-Flag = "A" THEN
            ADD 1 TO WS-Idle-Checked
            PERFORM Judge-Idle-Profile
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Oper-Prof-File.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

    MOVE WS-Idle-Locked TO WS-Audit-Count.
    MOVE WS-Idle-Checked TO WS-Audit-Count-2.
    MOVE WS-Cfg-Oper-Idle-Days TO WS-Audit-Days.
    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Dormant-ID check: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Count) DELIMITED BY SIZE
      " of " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Count-2) DELIMITED BY SIZE
      " active ID(s) locked, idle limit " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Days) DELIMITED BY SIZE
      " day(s)" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> A lock - or a dormant supervisor left active for want of
    *> another - is for the supervisor to look at in the morning.
    IF WS-Idle-Locked > 0 OR WS-Idle-Kept > 0 THEN
      MOVE "WARN" TO WS-RH-End-Status
    ELSE
      MOVE "OK" TO WS-RH-End-Status
    END-IF.
    MOVE "OPIDLE" TO WS-RH-Function.
    CALL "WriteRunHistory" USING WS-RH-Function WS-Idle-Read
      WS-Idle-Checked WS-Idle-Locked WS-Idle-Kept
      WS-Elapsed-Seconds WS-RH-End-Status LK-Run-ID LK-Terminal-ID
      LK-Operator-ID.

    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Cert-Locked
      ACCEPT OMITTED
    END-IF.

  *> One active profile in the second pass.
  Judge-Idle-Profile.
    PERFORM Work-Out-Idle.

    *> Nothing to time it from (keyed before the dates were kept, and
    *> not logged in since) - start the clock today rather than lock
    *> on a guess.
    IF NOT Idle-Ref-Known THEN
      MOVE WS-Today TO OP-Active-Since
      REWRITE OP-Record
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          ADD 1 TO WS-Idle-Started
      END-REWRITE
      EXIT PARAGRAPH
    END-IF.

    IF NOT Idle-Dormant THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Idle-Days TO WS-Audit-Days.
    IF OP-Auth-Level = 3 AND WS-Sups-Staying = 0 THEN
      *> The last supervisor - locking it would leave nobody to
      *> unlock anybody. Left active and flagged instead; any other
      *> dormant supervisor is locked as usual.
      MOVE 1 TO WS-Sups-Staying
      ADD 1 TO WS-Idle-Kept
      MOVE SPACES TO WS-Alert-Message
      STRING
        "Dormant supervisor " DELIMITED BY SIZE
        FUNCTION TRIM(OP-Operator) DELIMITED BY SIZE
        " left active (last one) - idle " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Audit-Days) DELIMITED BY SIZE
        " day(s)" DELIMITED BY SIZE
        INTO WS-Alert-Message
      END-STRING
      MOVE WS-Alert-Message TO WS-Audit-Message
      CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
      CALL "WriteAlertQueue" USING WS-Alert-Message WS-Alert-Code
        LK-Run-ID LK-Terminal-ID LK-Operator-ID
      EXIT PARAGRAPH
    END-IF.

    MOVE "L" TO OP-Active-Flag.
    REWRITE OP-Record
      INVALID KEY
        MOVE "ERR" TO WS-Log-Level
        MOVE SPACES TO WS-Log-Message
        STRING
          "Dormant-ID check could not lock operator " DELIMITED BY SIZE
          FUNCTION TRIM(OP-Operator) DELIMITED BY SIZE
          INTO WS-Log-Message
        END-STRING
        CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message
          LK-Run-ID LK-Terminal-ID LK-Operator-ID
          WS-Log-Write-Status
      NOT INVALID KEY
        ADD 1 TO WS-Idle-Locked
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Operator " DELIMITED BY SIZE
          FUNCTION TRIM(OP-Operator) DELIMITED BY SIZE
          " auto-locked - idle " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Audit-Days) DELIMITED BY SIZE
          " day(s) since " DELIMITED BY SIZE
          WS-Idle-Ref DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
        MOVE SPACES TO WS-Alert-Message
        STRING
          "Dormant ID " DELIMITED BY SIZE
          FUNCTION TRIM(OP-Operator) DELIMITED BY SIZE
          " locked - no login for " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Audit-Days) DELIMITED BY SIZE
          " day(s); unlock in Oper Maint" DELIMITED BY SIZE
          INTO WS-Alert-Message
        END-STRING
        CALL "WriteAlertQueue" USING WS-Alert-Message WS-Alert-Code
          LK-Run-ID LK-Terminal-ID LK-Operator-ID
    END-REWRITE.

  *> The idle clock for OP-Record: the later of the last login and
  *> the active-since date, whichever are real dates, and the days
  *> from it to today. Dormant when that reaches OPIDLEDAYS (and
  *> the limit is on).
  Work-Out-Idle.
    MOVE SPACES TO WS-Idle-Ref.
    MOVE "N" TO WS-Idle-Ref-Flag.
    MOVE "N" TO WS-Idle-Dormant-Flag.
    MOVE 0 TO WS-Idle-Days.

    IF OP-Last-Login IS NUMERIC THEN
      MOVE OP-Last-Login TO WS-Idle-Ref
    END-IF.
    IF OP-Active-Since IS NUMERIC THEN
      IF WS-Idle-Ref = SPACES OR OP-Active-Since > WS-Idle-Ref THEN
        MOVE OP-Active-Since TO WS-Idle-Ref
      END-IF
    END-IF.
    IF WS-Idle-Ref = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE "Y" TO WS-Idle-Ref-Flag.
    COMPUTE WS-Idle-Days = WS-Today-Int
      - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Idle-Ref)).
    IF WS-Idle-Days < 0 THEN
      MOVE 0 TO WS-Idle-Days
    END-IF.
    IF WS-Cfg-Oper-Idle-Days > 0
      AND WS-Idle-Days >= WS-Cfg-Oper-Idle-Days THEN
      MOVE "Y" TO WS-Idle-Dormant-Flag
    END-IF.

  *> The quarterly listing: every profile in operator order with
  *> what it may do and when it was last used, a keep/remove box
  *> and a sign-off line for the team leader answerable for it.
  *> Read-only - nothing on the profiles changes.
  Run-Cert-Listing.
    MOVE 0 TO WS-Cert-Read.
    MOVE 0 TO WS-Cert-Listed.
    MOVE 0 TO WS-Cert-Locked-Listed.
    MOVE 0 TO WS-Cert-Sups.
    MOVE 0 TO WS-Cert-Never.
    MOVE 0 TO WS-Cert-Overdue.
    MOVE SPACES TO WS-Cert-Result-Label.
    MOVE SPACES TO WS-Spool-Label.

    OPEN INPUT Oper-Prof-File.
    IF NOT Oper-Prof-Opened-OK THEN
      MOVE "(no operator profile file - nothing to list)"
        TO WS-None-Label
      PERFORM Report-Nothing-To-Do
      EXIT PARAGRAPH
    END-IF.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.

    OPEN OUTPUT Cert-Report-File.
    MOVE WS-Cert-Quarter TO CRT-Quarter.
    MOVE SPACES TO CRT-Today.
    STRING
      WS-Today(1:4) DELIMITED BY SIZE
      "-" DELIMITED BY SIZE
      WS-Today(5:2) DELIMITED BY SIZE
      "-" DELIMITED BY SIZE
      WS-Today(7:2) DELIMITED BY SIZE
      INTO CRT-Today
    END-STRING.
    MOVE WS-Cfg-Oper-Idle-Days TO CRT-Idle-Limit.
    MOVE WS-Report-Title TO CR-Line.
    WRITE CR-Line.
    MOVE SPACES TO WS-Report-Note.
    STRING
      "Tick K to keep or R to remove each ID, sign for the IDs you "
        DELIMITED BY SIZE
      "answer for, and return to the supervisor. * = idle past the "
        DELIMITED BY SIZE
      "limit." DELIMITED BY SIZE
      INTO WS-Report-Note
    END-STRING.
    MOVE WS-Report-Note TO CR-Line.
    WRITE CR-Line.
    MOVE SPACES TO CR-Line.
    WRITE CR-Line.
    MOVE WS-Cert-Heading TO CR-Line.
    WRITE CR-Line.
    MOVE WS-Report-Rule TO CR-Line.
    WRITE CR-Line.

    MOVE "N" TO WS-Oper-Prof-At-End-Flag.
    PERFORM UNTIL Oper-Prof-At-End
      READ Oper-Prof-File NEXT RECORD
        AT END
          MOVE "Y" TO WS-Oper-Prof-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Cert-Read
          PERFORM Write-Cert-Detail
      END-READ
    END-PERFORM.
    CLOSE Oper-Prof-File.

    IF WS-Cert-Listed = 0 THEN
      MOVE "  (no operator profiles on file)" TO CR-Line
      WRITE CR-Line
    END-IF.
    PERFORM Write-Cert-Totals.
    PERFORM Write-Cert-Signatures.
    CLOSE Cert-Report-File.

    *> The listing goes round the team leaders on paper.
    MOVE "Y" TO WS-Spool-Paginate.
    CALL "WriteSpoolJob" USING WS-Spool-Source
      WS-Cert-Report-Path WS-Spool-Paginate LK-Run-ID.
    STRING
      "Listing sent to print queue: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Print-Queue-Path) DELIMITED BY SIZE
      INTO WS-Spool-Label
    END-STRING.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

    *> Listing every ID with its rights goes on the trail.
    MOVE WS-Cert-Listed TO WS-Audit-Count.
    MOVE WS-Cert-Overdue TO WS-Audit-Count-2.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Recertification listing " DELIMITED BY SIZE
      WS-Cert-Quarter DELIMITED BY SIZE
      " by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      ": " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Count) DELIMITED BY SIZE
      " ID(s), " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Count-2) DELIMITED BY SIZE
      " idle" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE "INF" TO WS-Log-Level.
    MOVE WS-Audit-Message TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    MOVE "OK" TO WS-RH-End-Status.
    MOVE "OPCERT" TO WS-RH-Function.
    CALL "WriteRunHistory" USING WS-RH-Function WS-Cert-Read
      WS-Cert-Listed WS-Cert-Overdue WS-Cert-Never
      WS-Elapsed-Seconds WS-RH-End-Status LK-Run-ID LK-Terminal-ID
      LK-Operator-ID.

    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Cert-Listed
      ACCEPT OMITTED
    END-IF.

  *> One profile's line on the listing.
  Write-Cert-Detail.
    ADD 1 TO WS-Cert-Listed.
    MOVE OP-Operator TO CRD-Operator.
    EVALUATE OP-Auth-Level
      WHEN 3
        MOVE "Supervisor" TO CRD-Level
        ADD 1 TO WS-Cert-Sups
      WHEN 2
        MOVE "Senior" TO CRD-Level
      WHEN OTHER
        MOVE "Operator" TO CRD-Level
    END-EVALUATE.
    IF OP-Active-Flag = "A" THEN
      MOVE "Active" TO CRD-Status
    ELSE
      MOVE "LOCKED" TO CRD-Status
      ADD 1 TO WS-Cert-Locked-Listed
    END-IF.
    IF OP-Window-Start = SPACES OR OP-Window-End = SPACES THEN
      MOVE "any hour" TO CRD-Window
    ELSE
      MOVE SPACES TO CRD-Window
      STRING
        OP-Window-Start DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        OP-Window-End DELIMITED BY SIZE
        INTO CRD-Window
      END-STRING
    END-IF.
    IF OP-Terminals = SPACES THEN
      MOVE "any terminal" TO CRD-Terminals
    ELSE
      MOVE OP-Terminals TO CRD-Terminals
    END-IF.
    IF OP-Last-Login IS NUMERIC THEN
      MOVE SPACES TO CRD-Last-Login
      STRING
        OP-Last-Login(1:4) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        OP-Last-Login(5:2) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        OP-Last-Login(7:2) DELIMITED BY SIZE
        INTO CRD-Last-Login
      END-STRING
    ELSE
      MOVE "never" TO CRD-Last-Login
      ADD 1 TO WS-Cert-Never
    END-IF.

    PERFORM Work-Out-Idle.
    MOVE SPACES TO CRD-Flag.
    IF Idle-Ref-Known THEN
      MOVE WS-Idle-Days TO CRD-Idle-Num
      IF Idle-Dormant AND OP-Active-Flag = "A" THEN
        MOVE " *" TO CRD-Flag
        ADD 1 TO WS-Cert-Overdue
      END-IF
    ELSE
      MOVE "    -" TO CRD-Idle
    END-IF.

    MOVE WS-Cert-Detail TO CR-Line.
    WRITE CR-Line.

    MOVE SPACES TO WS-Cert-Scope-Line.
    IF OP-Branches = SPACES AND OP-Region(1) = SPACES
      AND OP-Region(2) = SPACES AND OP-Region(3) = SPACES THEN
      MOVE "          Data scope: all branches (head office)"
        TO WS-Cert-Scope-Line
    ELSE
      STRING
        "          Data scope: branches " DELIMITED BY SIZE
        OP-Branches DELIMITED BY SIZE
        " regions " DELIMITED BY SIZE
        OP-Region(1) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        OP-Region(2) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        OP-Region(3) DELIMITED BY SIZE
        INTO WS-Cert-Scope-Line
      END-STRING
    END-IF.
    MOVE WS-Cert-Scope-Line TO CR-Line.
    WRITE CR-Line.

  Write-Cert-Totals.
    MOVE SPACES TO CR-Line.
    WRITE CR-Line.
    MOVE "Profiles listed:" TO CRS-Label.
    MOVE WS-Cert-Listed TO CRS-Count.
    MOVE WS-Report-Total TO CR-Line.
    WRITE CR-Line.
    MOVE "  supervisors:" TO CRS-Label.
    MOVE WS-Cert-Sups TO CRS-Count.
    MOVE WS-Report-Total TO CR-Line.
    WRITE CR-Line.
    MOVE "  locked:" TO CRS-Label.
    MOVE WS-Cert-Locked-Listed TO CRS-Count.
    MOVE WS-Report-Total TO CR-Line.
    WRITE CR-Line.
    MOVE "  never logged in:" TO CRS-Label.
    MOVE WS-Cert-Never TO CRS-Count.
    MOVE WS-Report-Total TO CR-Line.
    WRITE CR-Line.
    MOVE "  active but idle past the limit (*):" TO CRS-Label.
    MOVE WS-Cert-Overdue TO CRS-Count.
    MOVE WS-Report-Total TO CR-Line.
    WRITE CR-Line.

  *> A sign-off block for each team leader, and the supervisor's
  *> countersignature last.
  Write-Cert-Signatures.
    MOVE SPACES TO CR-Line.
    WRITE CR-Line.
    MOVE "Sign-off" TO CR-Line.
    WRITE CR-Line.
    MOVE WS-Report-Rule TO CR-Line.
    WRITE CR-Line.
    MOVE "Team leader:" TO CRS-Role.
    MOVE WS-Cert-Signature TO CR-Line.
    WRITE CR-Line.
    MOVE SPACES TO CR-Line.
    WRITE CR-Line.
    MOVE WS-Cert-Signature TO CR-Line.
    WRITE CR-Line.
    MOVE SPACES TO CR-Line.
    WRITE CR-Line.
    MOVE WS-Cert-Signature TO CR-Line.
    WRITE CR-Line.
    MOVE SPACES TO CR-Line.
    WRITE CR-Line.
    MOVE "Supervisor (all reviewed):" TO CRS-Role.
    MOVE WS-Cert-Signature TO CR-Line.
    WRITE CR-Line.

  *> Nothing to do - say why on the screen, or in the log when
  *> nobody is watching.
  Report-Nothing-To-Do.
    IF NOT Batch-Mode-Active THEN
      MOVE WS-None-Label TO WS-Cert-Result-Label
    ELSE
      MOVE "WARN" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Operator recertification: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-None-Label) DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

  *> Reads the batch answers for this function off the control-card
  *> file - OPCERTLIST (Y = write the recertification listing after
  *> the dormant-ID check). A missing file means the check alone.
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
            WHEN "OPCERTLIST"
              MOVE FUNCTION UPPER-CASE(WS-Card-Value(1:1))
                TO WS-Cert-List-Card
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

END PROGRAM OperCert.
