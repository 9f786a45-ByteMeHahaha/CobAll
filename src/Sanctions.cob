IDENTIFICATION DIVISION.
  PROGRAM-ID. Sanctions.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> The weekly sanctions list as received - one entry a line,
      *> the list's own reference (10) then the name (60). Lines
      *> starting "*" and blank lines are passed over.
      SELECT Watch-In-File ASSIGN TO WS-Watch-In-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Watch-In-Status.

      *> The list as loaded - replaced whole by each load.
      SELECT Watch-List-File ASSIGN TO WS-Watch-List-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS WL-ID
      FILE STATUS WS-Watch-List-Status.

      *> Every account name, screened against the list.
      SELECT Acct-Ref-File ASSIGN TO WS-Acct-Ref-Path
      ORGANISATION INDEXED
      ACCESS MODE SEQUENTIAL
      RECORD KEY IS AC-Key
      FILE STATUS WS-Acct-Ref-Status.

      *> The review queue ScreenName fills.
      SELECT Screen-Hit-File ASSIGN TO WS-Screen-Hit-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS SH-Hit-Key
      FILE STATUS WS-Screen-Hit-Status.

      *> A confirmed hit stops the key here, the same register the
      *> GL feed and the statements already honour.
      SELECT Hold-Reg-File ASSIGN TO WS-Hold-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS HD-Key
      FILE STATUS WS-Hold-Reg-Status.

      *> Listing of the accounts the run put on the queue.
      SELECT Screen-Listing-File ASSIGN TO WS-Screen-Listing-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Screen-Listing-Status.

DATA DIVISION.
  FILE SECTION.
    FD Watch-In-File.
      01 WI-Line.
        05 WI-ID PIC X(10).
        05 WI-Name PIC X(60).
        05 FILLER PIC X(10).

    FD Watch-List-File.
      COPY "WatchRecord.cpy" REPLACING ==:PREFIX:== BY ==WL==.

    FD Acct-Ref-File.
      COPY "AcctRecord.cpy" REPLACING ==:PREFIX:== BY ==AC==.

    FD Screen-Hit-File.
      COPY "ScreenHitRecord.cpy" REPLACING ==:PREFIX:== BY ==SH==.

    FD Hold-Reg-File.
      COPY "HoldRecord.cpy" REPLACING ==:PREFIX:== BY ==HD==.

    FD Screen-Listing-File.
      01 SLS-Line PIC X(100).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> The logged-in operator's authority, shared by CobAll's login -
    *> anyone on the menu may work through the hits, but only a
    *> supervisor may confirm or clear one.
    01 WS-Operator-Auth-Level PIC 9 EXTERNAL.

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    01 WS-Watch-In-Path PIC X(80) VALUE "WatchIn.dat".
    01 WS-Watch-In-Status PIC XX.
      88 Watch-In-Opened-OK VALUE "00".
    01 WS-Watch-In-At-End-Flag PIC A VALUE "N".
      88 Watch-In-At-End VALUE "Y".

    01 WS-Watch-List-Path PIC X(80) VALUE "WatchList.dat".
    01 WS-Watch-List-Status PIC XX.

    01 WS-Acct-Ref-Path PIC X(80) VALUE "AcctRef.dat".
    01 WS-Acct-Ref-Status PIC XX.
      88 Acct-Ref-Opened-OK VALUE "00".
    01 WS-Acct-At-End-Flag PIC A VALUE "N".
      88 Acct-At-End VALUE "Y".

    01 WS-Screen-Hit-Path PIC X(80) VALUE "ScreenHit.dat".
    01 WS-Screen-Hit-Status PIC XX.
      88 Screen-Hit-Opened-OK VALUE "00".
    01 WS-Hit-At-End-Flag PIC A VALUE "N".
      88 Hit-At-End VALUE "Y".

    01 WS-Hold-Reg-Path PIC X(80) VALUE "HoldReg.dat".
    01 WS-Hold-Reg-Status PIC XX.
      88 Hold-Reg-Not-Found VALUE "35".

    01 WS-Screen-Listing-Path PIC X(80) VALUE "Screening.txt".
    01 WS-Screen-Listing-Status PIC XX.

    *> Operator's request off SC-Sanct-Menu.
    01 WS-Sanct-Action PIC 9 VALUE 0.
      88 Sanct-Load VALUE 1.
      88 Sanct-Screen VALUE 2.
      88 Sanct-Review VALUE 3.
      88 Sanct-Back VALUE 4.
    01 WS-Sanct-Result-Label PIC X(60) VALUE SPACES.
    01 WS-None-Label PIC X(60) VALUE SPACES.

    *> Review screen fields.
    01 WS-Review-Choice PIC A VALUE SPACES.
      88 Review-Confirm VALUE "C" "c".
      88 Review-Clear VALUE "F" "f".
      88 Review-Skip VALUE "S" "s".
      88 Review-Quit VALUE "X" "x".
    01 WS-Review-Note PIC X(40) VALUE SPACES.
    01 WS-Review-Msg PIC X(60) VALUE SPACES.
    01 WS-Match-Label PIC X(10) VALUE SPACES.
    01 WS-Review-Done-Flag PIC A VALUE "N".
      88 Review-Done VALUE "Y".
    01 WS-Hits-Confirmed PIC 9(5) VALUE 0.
    01 WS-Hits-Cleared PIC 9(5) VALUE 0.
    01 WS-Hold-Outcome PIC X(30) VALUE SPACES.

    *> ScreenName's parameters.
    01 WS-Screen-Mode PIC X(1) VALUE "S".
    01 WS-Screen-Key PIC X(10).
    01 WS-Screen-Name PIC X(30).
    01 WS-Screen-Hits PIC 9(3) VALUE 0.

    01 WS-Listing-Hit.
      05 FILLER PIC X(2) VALUE SPACES.
      05 SLH-Key PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 SLH-Name PIC X(30).
      05 FILLER PIC X(2) VALUE SPACES.
      05 SLH-Hits PIC ZZ9.
      05 FILLER PIC X(22) VALUE " hit(s) for review".

    *> Tallies.
    01 WS-Entries-Loaded PIC 9(7) VALUE 0.
    01 WS-Entries-Skipped PIC 9(7) VALUE 0.
    01 WS-Accounts-Read PIC 9(7) VALUE 0.
    01 WS-Accounts-Hit PIC 9(7) VALUE 0.
    01 WS-Hits-Queued PIC 9(7) VALUE 0.
    01 WS-List-Missing-Flag PIC A VALUE "N".
      88 List-Missing VALUE "Y".

    *> Elapsed/run-history row.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "SANCTION".
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
    COPY "SanctionsScr.cpy". *> Sanctions Screening screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  SanctionsMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Sanctions Screening selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> The list, the account reference and the review queue are
    *> shared like AcctRef.dat itself; only the hold register is the
    *> session company's, as HoldMaint has it.
    MOVE "HoldReg.dat" TO WS-Hold-Reg-Path.
    CALL "ResolveDataPath" USING WS-Hold-Reg-Path.

    *> Unattended: take the week's list when it has arrived, then
    *> screen.
    IF Batch-Mode-Active THEN
      PERFORM Load-Watch-List
      PERFORM Run-Screening
      GOBACK
    END-IF.

    MOVE 0 TO WS-Sanct-Action.
    PERFORM Sanct-Loop UNTIL Sanct-Back.

    GOBACK.

  *> One choice off the front screen.
  Sanct-Loop.
    MOVE 0 TO WS-Sanct-Action.
    DISPLAY SC-Sanct-Menu.
    ACCEPT SC-Sanct-Menu.

    MOVE SPACES TO WS-Sanct-Result-Label.
    EVALUATE TRUE
      WHEN Sanct-Load
        PERFORM Load-Watch-List
      WHEN Sanct-Screen
        PERFORM Run-Screening
      WHEN Sanct-Review
        PERFORM Review-Hits
      WHEN Sanct-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-4." TO WS-Sanct-Result-Label
    END-EVALUATE.

    IF NOT Sanct-Back AND WS-Sanct-Result-Label NOT = SPACES THEN
      DISPLAY SC-Sanct-Result
      ACCEPT OMITTED
    END-IF.

  *> Replaces the loaded list with the week's file. No file on disk
  *> leaves last week's list standing.
  Load-Watch-List.
    MOVE 0 TO WS-Entries-Loaded.
    MOVE 0 TO WS-Entries-Skipped.
    OPEN INPUT Watch-In-File.
    IF NOT Watch-In-Opened-OK THEN
      MOVE "No new watch list (WatchIn.dat) - last list kept."
        TO WS-Sanct-Result-Label
      MOVE "INF" TO WS-Log-Level
      MOVE "Sanctions Screening: no WatchIn.dat - last list kept"
        TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      EXIT PARAGRAPH
    END-IF.

    OPEN OUTPUT Watch-List-File.
    MOVE "N" TO WS-Watch-In-At-End-Flag.
    PERFORM UNTIL Watch-In-At-End
      READ Watch-In-File
        AT END
          MOVE "Y" TO WS-Watch-In-At-End-Flag
        NOT AT END
          IF WI-Line NOT = SPACES AND WI-Line(1:1) NOT = "*" THEN
            PERFORM Load-One-Entry
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Watch-List-File.
    CLOSE Watch-In-File.

    MOVE SPACES TO WS-Sanct-Result-Label.
    STRING
      "Watch list loaded: " DELIMITED BY SIZE
      WS-Entries-Loaded DELIMITED BY SIZE
      " entries, " DELIMITED BY SIZE
      WS-Entries-Skipped DELIMITED BY SIZE
      " skipped" DELIMITED BY SIZE
      INTO WS-Sanct-Result-Label
    END-STRING.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      FUNCTION TRIM(WS-Sanct-Result-Label) DELIMITED BY SIZE
      " by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> One list line. A blank reference or name, or a reference seen
  *> already, is skipped with a WARN.
  Load-One-Entry.
    IF WI-ID = SPACES OR WI-Name = SPACES THEN
      ADD 1 TO WS-Entries-Skipped
      MOVE "WARN" TO WS-Log-Level
      MOVE "Sanctions Screening: watch list line without a reference or name - skipped" TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      EXIT PARAGRAPH
    END-IF.
    MOVE WI-ID TO WL-ID.
    MOVE WI-Name TO WL-Name.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WL-Loaded.
    WRITE WL-Record
      INVALID KEY
        ADD 1 TO WS-Entries-Skipped
        MOVE "WARN" TO WS-Log-Level
        MOVE SPACES TO WS-Log-Message
        STRING
          "Sanctions Screening: watch list reference " DELIMITED BY SIZE
          WI-ID DELIMITED BY SIZE
          " repeated or out of order - skipped" DELIMITED BY SIZE
          INTO WS-Log-Message
        END-STRING
        CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message
          LK-Run-ID LK-Terminal-ID LK-Operator-ID
          WS-Log-Write-Status
      NOT INVALID KEY
        ADD 1 TO WS-Entries-Loaded
    END-WRITE.

  *> Every account name against the list; the hits go on the
  *> review queue through ScreenName.
  Run-Screening.
    *> The session loop re-CALLs this program in one run unit, so
    *> the VALUE clauses only ever ran once - reset the tallies.
    MOVE 0 TO WS-Accounts-Read.
    MOVE 0 TO WS-Accounts-Hit.
    MOVE 0 TO WS-Hits-Queued.
    MOVE "N" TO WS-List-Missing-Flag.

    OPEN INPUT Acct-Ref-File.
    IF NOT Acct-Ref-Opened-OK THEN
      MOVE "(no account reference on disk - nothing to screen)"
        TO WS-None-Label
      PERFORM Report-Nothing-To-Do
      EXIT PARAGRAPH
    END-IF.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.

    *> Re-read the list - it may have been loaded since last time.
    MOVE "R" TO WS-Screen-Mode.
    CALL "ScreenName" USING WS-Screen-Mode WS-Screen-Key
      WS-Screen-Name WS-Screen-Hits LK-Run-ID.
    MOVE "S" TO WS-Screen-Mode.

    OPEN OUTPUT Screen-Listing-File.
    MOVE SPACES TO SLS-Line.
    STRING
      "Sanctions Screening - " DELIMITED BY SIZE
      FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
      INTO SLS-Line
    END-STRING.
    WRITE SLS-Line.
    MOVE SPACES TO SLS-Line.
    WRITE SLS-Line.

    MOVE "N" TO WS-Acct-At-End-Flag.
    PERFORM UNTIL Acct-At-End
      READ Acct-Ref-File NEXT
        AT END
          MOVE "Y" TO WS-Acct-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Accounts-Read
          MOVE AC-Key TO WS-Screen-Key
          MOVE AC-Name TO WS-Screen-Name
          CALL "ScreenName" USING WS-Screen-Mode WS-Screen-Key
            WS-Screen-Name WS-Screen-Hits LK-Run-ID
          IF WS-Screen-Hits > 0 THEN
            ADD 1 TO WS-Accounts-Hit
            ADD WS-Screen-Hits TO WS-Hits-Queued
            MOVE AC-Key TO SLH-Key
            MOVE AC-Name TO SLH-Name
            MOVE WS-Screen-Hits TO SLH-Hits
            MOVE WS-Listing-Hit TO SLS-Line
            WRITE SLS-Line
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Acct-Ref-File.

    *> An empty list screens nothing - say so rather than pass
    *> every name.
    OPEN INPUT Watch-List-File.
    IF WS-Watch-List-Status NOT = "00" THEN
      MOVE "Y" TO WS-List-Missing-Flag
    ELSE
      READ Watch-List-File NEXT
        AT END
          MOVE "Y" TO WS-List-Missing-Flag
      END-READ
      CLOSE Watch-List-File
    END-IF.

    MOVE SPACES TO SLS-Line.
    WRITE SLS-Line.
    IF List-Missing THEN
      MOVE "  ** no watch list loaded - no names were screened"
        TO SLS-Line
      WRITE SLS-Line
    END-IF.
    MOVE SPACES TO SLS-Line.
    STRING
      "Accounts screened: " DELIMITED BY SIZE
      WS-Accounts-Read DELIMITED BY SIZE
      "  with hits: " DELIMITED BY SIZE
      WS-Accounts-Hit DELIMITED BY SIZE
      "  hits for review: " DELIMITED BY SIZE
      WS-Hits-Queued DELIMITED BY SIZE
      INTO SLS-Line
    END-STRING.
    WRITE SLS-Line.
    CLOSE Screen-Listing-File.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

    IF List-Missing THEN
      MOVE "WARN" TO WS-Log-Level
      MOVE "WARN" TO WS-RH-End-Status
    ELSE
      MOVE "INF" TO WS-Log-Level
      MOVE "OK" TO WS-RH-End-Status
    END-IF.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Sanctions screening - " DELIMITED BY SIZE
      WS-Accounts-Read DELIMITED BY SIZE
      " screened, " DELIMITED BY SIZE
      WS-Hits-Queued DELIMITED BY SIZE
      " hit(s) queued" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    IF List-Missing THEN
      MOVE "Sanctions screening - no watch list loaded, no names screened" TO WS-Log-Message
    END-IF.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    MOVE WS-Log-Message TO WS-Audit-Message.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE 0 TO WS-RH-Unmatched.
    CALL "WriteRunHistory" USING WS-RH-Function WS-Accounts-Read
      WS-Hits-Queued WS-Accounts-Hit WS-RH-Unmatched
      WS-Elapsed-Seconds WS-RH-End-Status LK-Run-ID LK-Terminal-ID
      LK-Operator-ID.

    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Sanct-Done
      ACCEPT OMITTED
    END-IF.

  *> Nothing to screen - say why on the screen, or in the log when
  *> nobody is watching.
  Report-Nothing-To-Do.
    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Sanct-None
      ACCEPT OMITTED
    ELSE
      MOVE "WARN" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Sanctions Screening: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-None-Label) DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

  *> The compliance officer's queue: each open hit in turn until
  *> they stop or the queue runs out.
  Review-Hits.
    MOVE 0 TO WS-Hits-Confirmed.
    MOVE 0 TO WS-Hits-Cleared.
    OPEN I-O Screen-Hit-File.
    IF NOT Screen-Hit-Opened-OK THEN
      MOVE "No hits on file - run the screening first."
        TO WS-Sanct-Result-Label
      EXIT PARAGRAPH
    END-IF.

    *> OPEN I-O fails with "35" when the register doesn't exist yet -
    *> create it empty then.
    OPEN I-O Hold-Reg-File.
    IF Hold-Reg-Not-Found THEN
      OPEN OUTPUT Hold-Reg-File
      CLOSE Hold-Reg-File
      OPEN I-O Hold-Reg-File
    END-IF.

    MOVE LOW-VALUES TO SH-Hit-Key.
    START Screen-Hit-File KEY IS NOT LESS THAN SH-Hit-Key
      INVALID KEY
        MOVE "Y" TO WS-Hit-At-End-Flag
      NOT INVALID KEY
        MOVE "N" TO WS-Hit-At-End-Flag
    END-START.
    MOVE "N" TO WS-Review-Done-Flag.
    PERFORM UNTIL Hit-At-End OR Review-Done
      READ Screen-Hit-File NEXT
        AT END
          MOVE "Y" TO WS-Hit-At-End-Flag
        NOT AT END
          IF SH-State = "O" THEN
            PERFORM Review-One-Hit
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Hold-Reg-File.
    CLOSE Screen-Hit-File.

    MOVE SPACES TO WS-Sanct-Result-Label.
    STRING
      "Hits confirmed: " DELIMITED BY SIZE
      WS-Hits-Confirmed DELIMITED BY SIZE
      "  cleared as false positives: " DELIMITED BY SIZE
      WS-Hits-Cleared DELIMITED BY SIZE
      INTO WS-Sanct-Result-Label
    END-STRING.

  *> One hit on the screen until it is confirmed, cleared, skipped,
  *> or the officer stops.
  Review-One-Hit.
    IF SH-Match-Type = "E" THEN
      MOVE "EXACT" TO WS-Match-Label
    ELSE
      MOVE "PARTIAL" TO WS-Match-Label
    END-IF.
    MOVE SPACES TO WS-Review-Note.
    MOVE SPACES TO WS-Review-Msg.
    MOVE SPACE TO WS-Review-Choice.
    PERFORM UNTIL Review-Confirm OR Review-Clear OR Review-Skip
      OR Review-Quit
      DISPLAY SC-Sanct-Hit
      ACCEPT SC-Sanct-Hit
      IF (Review-Confirm OR Review-Clear)
        AND WS-Review-Note = SPACES THEN
        MOVE "A note is required to confirm or clear a hit."
          TO WS-Review-Msg
        MOVE SPACE TO WS-Review-Choice
      END-IF
      IF (Review-Confirm OR Review-Clear)
        AND WS-Operator-Auth-Level < 3 THEN
        PERFORM Refuse-Hit-Disposition
      END-IF
    END-PERFORM.

    IF Review-Quit THEN
      MOVE "Y" TO WS-Review-Done-Flag
      EXIT PARAGRAPH
    END-IF.
    IF Review-Skip THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Hold-Outcome.
    IF Review-Confirm THEN
      PERFORM Place-Sanctions-Hold
      IF WS-Hold-Outcome = "HOLD FAILED" THEN
        *> Left open - a confirmed hit must never stand without its
        *> hold.
        MOVE "ERR" TO WS-Log-Level
        MOVE SPACES TO WS-Log-Message
        STRING
          "Sanctions Screening: hold write failed for " DELIMITED BY SIZE
          SH-Acct-Key DELIMITED BY SIZE
          " - hit left open" DELIMITED BY SIZE
          INTO WS-Log-Message
        END-STRING
        CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message
          LK-Run-ID LK-Terminal-ID LK-Operator-ID
          WS-Log-Write-Status
        EXIT PARAGRAPH
      END-IF
      MOVE "C" TO SH-State
    ELSE
      MOVE "F" TO SH-State
    END-IF.
    MOVE LK-Operator-ID TO SH-Review-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO SH-Review-Stamp.
    MOVE WS-Review-Note TO SH-Review-Note.
    REWRITE SH-Record
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        IF Review-Confirm THEN
          ADD 1 TO WS-Hits-Confirmed
        ELSE
          ADD 1 TO WS-Hits-Cleared
        END-IF
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Sanctions hit " DELIMITED BY SIZE
          SH-Acct-Key DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          FUNCTION TRIM(SH-List-ID) DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          SH-State DELIMITED BY SIZE
          " by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Hold-Outcome) DELIMITED BY SIZE
          ": " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Review-Note) DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-REWRITE.

  *> A confirmation places a hold and a clearance lets the key
  *> trade - both supervisor decisions. The attempt goes on the
  *> trail and the hit stays open.
  Refuse-Hit-Disposition.
    MOVE "Confirming or clearing a hit needs supervisor authority."
      TO WS-Review-Msg.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Sanctions hit " DELIMITED BY SIZE
      SH-Acct-Key DELIMITED BY SIZE
      "/" DELIMITED BY SIZE
      FUNCTION TRIM(SH-List-ID) DELIMITED BY SIZE
      " disposition refused - " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " lacks authority" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.
    MOVE SPACE TO WS-Review-Choice.

  *> A confirmed hit stops the key. A key already held keeps the
  *> hold it has.
  Place-Sanctions-Hold.
    MOVE SH-Acct-Key TO HD-Key.
    READ Hold-Reg-File
      INVALID KEY
        MOVE SH-Acct-Key TO HD-Key
        MOVE "SANC" TO HD-Reason
        MOVE LK-Operator-ID TO HD-Placed-By
        MOVE FUNCTION CURRENT-DATE(1:14) TO HD-Stamp
        WRITE HD-Record
          INVALID KEY
            MOVE "HOLD FAILED" TO WS-Hold-Outcome
          NOT INVALID KEY
            MOVE "hold placed" TO WS-Hold-Outcome
        END-WRITE
      NOT INVALID KEY
        MOVE "already held" TO WS-Hold-Outcome
    END-READ.

END PROGRAM Sanctions.
