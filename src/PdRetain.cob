IDENTIFICATION DIVISION.
  PROGRAM-ID. PdRetain.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> The retention register - when each key's relationship ended,
      *> and whether its personal data has been anonymised yet.
      SELECT Retain-Reg-File ASSIGN TO WS-Retain-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS RR-Key
      FILE STATUS WS-Retain-Reg-Status.

      *> The account reference - the names and contact lines the run
      *> replaces.
      SELECT Acct-Ref-File ASSIGN TO WS-Acct-Ref-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS AC-Key
      FILE STATUS WS-Acct-Ref-Status.

      *> Holds and disputes - a key under either is refused.
      SELECT Hold-Reg-File ASSIGN TO WS-Hold-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS HD-Key
      FILE STATUS WS-Hold-Reg-Status.

      SELECT Dispute-Case-File ASSIGN TO WS-Dispute-Case-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS DC-Case-No
      ALTERNATE RECORD KEY IS DC-Key WITH DUPLICATES
      FILE STATUS WS-Dispute-Case-Status.

      *> The statement archive, copied through a .new file with the
      *> name lines of anonymised keys replaced, then renamed over
      *> the original.
      SELECT Arch-In-File ASSIGN TO WS-Stmt-Arch-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Arch-In-Status.

      SELECT Arch-Out-File ASSIGN TO WS-Stmt-Arch-New-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Arch-Out-Status.

      *> The anonymisation certificate.
      SELECT Cert-File ASSIGN TO WS-Cert-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Cert-Status.

      *> Retention config - KEYWORD=VALUE, Housekeep's file:
      *>   PDYEARS=nn   anonymise personal data nn years after the
      *>                relationship ended (0 or missing = off)
      SELECT Retention-File ASSIGN TO "Retention.dat"
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Retention-Status.

DATA DIVISION.
  FILE SECTION.
    FD Retain-Reg-File.
      COPY "RetainRecord.cpy" REPLACING ==:PREFIX:== BY ==RR==.

    FD Acct-Ref-File.
      COPY "AcctRecord.cpy" REPLACING ==:PREFIX:== BY ==AC==.

    FD Hold-Reg-File.
      COPY "HoldRecord.cpy" REPLACING ==:PREFIX:== BY ==HD==.

    FD Dispute-Case-File.
      COPY "DisputeRecord.cpy" REPLACING ==:PREFIX:== BY ==DC==.

    FD Arch-In-File.
      01 AI-Line PIC X(80).

    FD Arch-Out-File.
      01 AO-Line PIC X(80).

    FD Cert-File.
      01 CT-Line PIC X(132).

    FD Retention-File.
      01 RET-Line PIC X(80).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> Training mode, shared by CobAll's login - the account
    *> reference is shared with the live system, so nothing here is
    *> available to a training session.
    01 WS-Training-Mode-Switch PIC A EXTERNAL.
      88 Training-Mode-Active VALUE "Y".

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode - when
    *> on, no screen is displayed or accepted here.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    *> The session's company, shared by CobAll's login - named on
    *> the certificate.
    01 WS-Company-ID PIC X(4) EXTERNAL.

    01 WS-Retain-Reg-Path PIC X(80) VALUE "RetainReg.dat".
    01 WS-Retain-Reg-Status PIC XX.
      88 Retain-Reg-Opened-OK VALUE "00".
      88 Retain-Reg-Not-Found VALUE "35".
    01 WS-Retain-At-End-Flag PIC X VALUE "N".
      88 Retain-At-End VALUE "Y".

    01 WS-Acct-Ref-Path PIC X(80) VALUE "AcctRef.dat".
    01 WS-Acct-Ref-Status PIC XX.
      88 Acct-Ref-Opened-OK VALUE "00".
      88 Acct-Ref-Row-Absent VALUE "23".
    01 WS-Acct-Ref-Open-Flag PIC A VALUE "N".
      88 Acct-Ref-Open VALUE "Y".

    01 WS-Hold-Reg-Path PIC X(80) VALUE "HoldReg.dat".
    01 WS-Hold-Reg-Status PIC XX.
      88 Hold-Reg-Opened-OK VALUE "00".
    01 WS-Hold-Open-Flag PIC A VALUE "N".
      88 Hold-Reg-Open VALUE "Y".

    01 WS-Dispute-Case-Path PIC X(80) VALUE "DisputeCase.dat".
    01 WS-Dispute-Case-Status PIC XX.
      88 Dispute-Case-Opened-OK VALUE "00".
    01 WS-Dispute-Open-Flag PIC A VALUE "N".
      88 Dispute-Case-Open VALUE "Y".
    01 WS-Dispute-At-End-Flag PIC X VALUE "N".
      88 Disputes-At-End VALUE "Y".

    01 WS-Stmt-Arch-Path PIC X(80) VALUE "StmtArchive.dat".
    01 WS-Stmt-Arch-New-Path PIC X(80) VALUE "StmtArchive.new".
    01 WS-Arch-In-Status PIC XX.
      88 Arch-In-Opened-OK VALUE "00".
      88 Arch-In-Not-Found VALUE "35".
    01 WS-Arch-Out-Status PIC XX.
      88 Arch-Out-Opened-OK VALUE "00".
    01 WS-Arch-At-End-Flag PIC X VALUE "N".
      88 Arch-At-End VALUE "Y".
    01 WS-Delete-Status PIC S9(9) COMP-5.
    01 WS-Rename-Status PIC S9(9) COMP-5.

    01 WS-Cert-Path PIC X(80) VALUE SPACES.
    01 WS-Cert-Status PIC XX.

    01 WS-Retention-Status PIC XX.
      88 Retention-Not-Found VALUE "35".
    01 WS-Card-Keyword PIC X(20).
    01 WS-Card-Value PIC X(60).

    *> The retention period, and the end date it reaches back to -
    *> a relationship that ended on or before the cutoff is due.
    01 WS-Pdr-Years PIC 99 VALUE 0.
    01 WS-Pdr-Today PIC X(8) VALUE SPACES.
    01 WS-Pdr-Cutoff PIC X(8) VALUE SPACES.
    01 WS-Pdr-Cutoff-Year PIC 9(4) VALUE 0.
    01 WS-Pdr-Stamp PIC X(14) VALUE SPACES.

    *> Operator's request off SC-Pdr-Menu.
    01 WS-Pdr-Choice PIC 9 VALUE 0.
      88 Pdr-Record VALUE 1.
      88 Pdr-Withdraw VALUE 2.
      88 Pdr-Show VALUE 3.
      88 Pdr-Run VALUE 4.
      88 Pdr-Back VALUE 5.
    01 WS-Pdr-Key PIC X(10) VALUE SPACES.
    01 WS-Pdr-Ended PIC X(8) VALUE SPACES.
    01 WS-Pdr-Reason PIC X(4) VALUE SPACES.
    01 WS-Pdr-Show-Line-1 PIC X(76) VALUE SPACES.
    01 WS-Pdr-Show-Line-2 PIC X(76) VALUE SPACES.
    01 WS-Pdr-Confirm PIC A VALUE SPACES.
      88 Pdr-Confirmed VALUE "Y" "y".
    01 WS-Pdr-Result-Label PIC X(76) VALUE SPACES.
    01 WS-Pdr-Result-Detail PIC X(76) VALUE SPACES.
    01 WS-Pdr-Due-Count PIC 9(5) VALUE 0.

    *> The run's keys - anonymised now (A), anonymised earlier with
    *> the archive still to cleanse (P), refused under a hold (H) or
    *> an open dispute (D), or not anonymised (F) because AcctRef.dat
    *> could not be opened, read or rewritten for it - such a key is
    *> left unstamped and is due again next run. The AcctRef column
    *> is Y rewritten, N no row on file, F failed. The archive pass
    *> and the certificate work off this table; a run takes at most
    *> 500 keys, and the rest are simply due again next time.
    01 WS-Pdr-Table.
      05 WS-Pdr-Entry OCCURS 500 TIMES.
        10 WS-Pdr-T-Key PIC X(10).
        10 WS-Pdr-T-Ended PIC X(8).
        10 WS-Pdr-T-Outcome PIC X(1).
        10 WS-Pdr-T-Token PIC X(24).
        10 WS-Pdr-T-Ref-Done PIC X(1).
        10 WS-Pdr-T-Lines PIC 9(5).
        10 WS-Pdr-T-Live-Key PIC X(10).
    01 WS-Pdr-Used PIC 9(3) VALUE 0.
    01 WS-Pdr-Max PIC 9(3) VALUE 500.
    01 WS-Pdr-Idx PIC 9(3) VALUE 0.
    01 WS-Pdr-Find-Idx PIC 9(3) VALUE 0.
    01 WS-Pdr-Full-Flag PIC A VALUE "N".
      88 Pdr-Table-Full VALUE "Y".
    01 WS-Pdr-Seq PIC 9(4) VALUE 0.
    01 WS-Pdr-Token PIC X(24) VALUE SPACES.
    01 WS-Pdr-Refusal PIC X(1) VALUE SPACE.

    *> Every key the register key's account has carried, per
    *> RekeyChain - the key it lives under today first. A row whose
    *> account was re-keyed since the end was recorded is judged,
    *> and its reference replaced, under today's key; its statements
    *> are cleansed under every key they were archived under.
    01 WS-Pdr-Live-Key PIC X(10) VALUE SPACES.
    01 WS-Pdr-Family.
      05 WS-Pdr-Family-Count PIC 99.
      05 WS-Pdr-Family-Key OCCURS 20 TIMES PIC X(10).
    01 WS-Pdr-Family-Idx PIC 99 VALUE 0.
    01 WS-Pdr-Probe-Key PIC X(10) VALUE SPACES.

    *> The keys the archive pass cleanses, each pointing at its
    *> table entry. The run stops taking keys while there is still
    *> room for one more full family.
    01 WS-Pdr-Cleanse-Table.
      05 WS-Pdr-Cleanse-Entry OCCURS 2000 TIMES.
        10 WS-Pdr-Cleanse-Key PIC X(10).
        10 WS-Pdr-Cleanse-Idx PIC 9(3).
    01 WS-Pdr-Cleanse-Used PIC 9(4) VALUE 0.
    01 WS-Pdr-Cleanse-Limit PIC 9(4) VALUE 1980.
    01 WS-Pdr-Cleanse-Scan PIC 9(4) VALUE 0.

    01 WS-Pdr-Anon-Count PIC 9(5) VALUE 0.
    01 WS-Pdr-Pending-Count PIC 9(5) VALUE 0.
    01 WS-Pdr-Hold-Count PIC 9(5) VALUE 0.
    01 WS-Pdr-Dispute-Count PIC 9(5) VALUE 0.
    01 WS-Pdr-Failed-Count PIC 9(5) VALUE 0.
    01 WS-Pdr-Lines-Count PIC 9(7) VALUE 0.
    01 WS-Pdr-Arch-Flag PIC A VALUE "N".
      88 Pdr-Archive-Cleansed VALUE "Y".

    *> Where the archive walk is: the block's key, whether it is a
    *> customer statement (several keys under one banner), the table
    *> entry of the key in hand, and whether the next line is that
    *> key's name line.
    01 WS-Arch-Block-Type PIC X(1) VALUE SPACE.
      88 Arch-Customer-Block VALUE "C".
    01 WS-Arch-Ctx-Idx PIC 9(3) VALUE 0.
    01 WS-Arch-Expect-Flag PIC A VALUE "N".
      88 Arch-Expect-Name VALUE "Y".
    01 WS-Arch-Find-Key PIC X(10) VALUE SPACES.

    *> Certificate lines.
    01 WS-Cert-Detail.
      05 CD-Key PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 CD-Ended PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 CD-Outcome PIC X(24).
      05 FILLER PIC X(2) VALUE SPACES.
      05 CD-Token PIC X(24).
      05 FILLER PIC X(2) VALUE SPACES.
      05 CD-Ref-Done PIC X(7).
      05 FILLER PIC X(2) VALUE SPACES.
      05 CD-Lines PIC ZZZZ9.
      05 FILLER PIC X(8) VALUE SPACES.
      05 CD-Live-Key PIC X(10).
    01 WS-Cert-Build PIC X(132) VALUE SPACES.
    01 WS-Disp-Count PIC ZZZZ9.

    01 WS-Spool-Source PIC X(8) VALUE "PDANON".
    01 WS-Spool-Paginate PIC X(1) VALUE "Y".

    *> The run lock - one anonymisation at a time.
    01 WS-Lock-Action PIC X(1) VALUE SPACE.
    01 WS-Lock-Name PIC X(8) VALUE "PDANON".
    01 WS-Lock-Result PIC X(1) VALUE SPACE.
    01 WS-Lock-Holder-Info PIC X(60) VALUE SPACES.

    *> Run history for the batch/schedule path.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "PDANON".
    01 WS-RH-Read PIC 9(7) VALUE 0.
    01 WS-RH-Written PIC 9(7) VALUE 0.
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
    COPY "PdRetainScr.cpy". *> Data Retention screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  PdRetainMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Data Retention selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> The session loop re-CALLs this program in one run unit, so
    *> the VALUE clauses only ever ran once - reset what carries.
    MOVE 0 TO WS-Pdr-Choice.
    MOVE SPACES TO WS-Pdr-Result-Label.
    MOVE SPACES TO WS-Pdr-Result-Detail.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.

    *> Re-defaulted every invocation, then company-qualified. The
    *> account reference is shared by every company, as its
    *> maintenance screen keeps it.
    MOVE "RetainReg.dat" TO WS-Retain-Reg-Path.
    MOVE "HoldReg.dat" TO WS-Hold-Reg-Path.
    MOVE "DisputeCase.dat" TO WS-Dispute-Case-Path.
    MOVE "StmtArchive.dat" TO WS-Stmt-Arch-Path.
    MOVE "StmtArchive.new" TO WS-Stmt-Arch-New-Path.
    CALL "ResolveDataPath" USING WS-Retain-Reg-Path.
    CALL "ResolveDataPath" USING WS-Hold-Reg-Path.
    CALL "ResolveDataPath" USING WS-Dispute-Case-Path.
    CALL "ResolveDataPath" USING WS-Stmt-Arch-Path.
    CALL "ResolveDataPath" USING WS-Stmt-Arch-New-Path.
    MOVE "AcctRef.dat" TO WS-Acct-Ref-Path.

    IF Training-Mode-Active THEN
      MOVE "Data retention is not available in training mode."
        TO WS-Pdr-Result-Label
      IF NOT Batch-Mode-Active THEN
        DISPLAY SC-Pdr-Result
        ACCEPT OMITTED
      END-IF
      GOBACK
    END-IF.

    PERFORM LoadRetentionConfig.
    PERFORM Compute-Cutoff.

    IF Batch-Mode-Active THEN
      PERFORM Run-Anonymisation
      PERFORM Finish-Batch-Run
      GOBACK
    END-IF.

    *> OPEN I-O fails with "35" when the register doesn't exist yet -
    *> create it empty then.
    OPEN I-O Retain-Reg-File.
    IF Retain-Reg-Not-Found THEN
      OPEN OUTPUT Retain-Reg-File
      CLOSE Retain-Reg-File
      OPEN I-O Retain-Reg-File
    END-IF.

    MOVE SPACES TO WS-Pdr-Key.
    MOVE SPACES TO WS-Pdr-Show-Line-1.
    MOVE SPACES TO WS-Pdr-Show-Line-2.
    PERFORM Pdr-Loop UNTIL Pdr-Back.

    CLOSE Retain-Reg-File.

    GOBACK.

  *> One action off the retention menu.
  Pdr-Loop.
    MOVE 0 TO WS-Pdr-Choice.
    MOVE SPACES TO WS-Pdr-Ended.
    MOVE SPACES TO WS-Pdr-Reason.
    DISPLAY SC-Pdr-Menu.
    ACCEPT SC-Pdr-Menu.

    MOVE SPACES TO WS-Pdr-Result-Label.
    MOVE SPACES TO WS-Pdr-Result-Detail.
    EVALUATE TRUE
      WHEN Pdr-Record
        PERFORM Do-Record-End
      WHEN Pdr-Withdraw
        PERFORM Do-Withdraw-End
      WHEN Pdr-Show
        PERFORM Do-Show-Key
      WHEN Pdr-Run
        PERFORM Do-Interactive-Run
      WHEN Pdr-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-5." TO WS-Pdr-Result-Label
    END-EVALUATE.

    IF NOT Pdr-Back AND NOT Pdr-Show
      AND WS-Pdr-Result-Label NOT = SPACES THEN
      DISPLAY SC-Pdr-Result
      ACCEPT OMITTED
    END-IF.

  *> Records (or amends) the date the key's relationship ended. An
  *> anonymised key is finished with - its row stays as the record
  *> of what was done.
  Do-Record-End.
    IF WS-Pdr-Key = SPACES THEN
      MOVE "Key the account key first." TO WS-Pdr-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF WS-Pdr-Ended IS NOT NUMERIC
      OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-Pdr-Ended))
        NOT = 0 THEN
      MOVE "End date must be a real date, YYYYMMDD."
        TO WS-Pdr-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF WS-Pdr-Ended > WS-Pdr-Today THEN
      MOVE "End date cannot be in the future." TO WS-Pdr-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Pdr-Key TO RR-Key.
    READ Retain-Reg-File
      INVALID KEY
        MOVE SPACES TO RR-Record
        MOVE WS-Pdr-Key TO RR-Key
        MOVE WS-Pdr-Ended TO RR-Ended-Date
        MOVE WS-Pdr-Reason TO RR-Reason
        MOVE LK-Operator-ID TO RR-Recorded-By
        MOVE FUNCTION CURRENT-DATE(1:14) TO RR-Recorded-Stamp
        WRITE RR-Record
          INVALID KEY
            MOVE "Record failed - write rejected by the file."
              TO WS-Pdr-Result-Label
          NOT INVALID KEY
            MOVE "Relationship end recorded." TO WS-Pdr-Result-Label
        END-WRITE
      NOT INVALID KEY
        IF RR-Anon-Stamp NOT = SPACES THEN
          MOVE "Key already anonymised - its record cannot change."
            TO WS-Pdr-Result-Label
        ELSE
          MOVE WS-Pdr-Ended TO RR-Ended-Date
          MOVE WS-Pdr-Reason TO RR-Reason
          MOVE LK-Operator-ID TO RR-Recorded-By
          MOVE FUNCTION CURRENT-DATE(1:14) TO RR-Recorded-Stamp
          REWRITE RR-Record
            INVALID KEY
              MOVE "Amend failed - rewrite rejected by the file."
                TO WS-Pdr-Result-Label
            NOT INVALID KEY
              MOVE "Relationship end amended." TO WS-Pdr-Result-Label
          END-REWRITE
        END-IF
    END-READ.

    IF WS-Pdr-Result-Label(1:13) = "Relationship " THEN
      MOVE SPACES TO WS-Audit-Message
      STRING
        "RETENTION end " DELIMITED BY SIZE
        WS-Pdr-Ended DELIMITED BY SIZE
        " recorded by " DELIMITED BY SIZE
        FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
        " key=" DELIMITED BY SIZE
        WS-Pdr-Key DELIMITED BY SIZE
        " reason=" DELIMITED BY SIZE
        WS-Pdr-Reason DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
      CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
      PERFORM Build-Show-Lines
    END-IF.

  *> Takes a recorded end back off the register - the relationship
  *> resumed, or the end was keyed against the wrong account.
  Do-Withdraw-End.
    MOVE WS-Pdr-Key TO RR-Key.
    READ Retain-Reg-File
      INVALID KEY
        MOVE "No relationship end on file for that key."
          TO WS-Pdr-Result-Label
        EXIT PARAGRAPH
    END-READ.
    IF RR-Anon-Stamp NOT = SPACES THEN
      MOVE "Key already anonymised - its record cannot change."
        TO WS-Pdr-Result-Label
      EXIT PARAGRAPH
    END-IF.
    DELETE Retain-Reg-File
      INVALID KEY
        MOVE "Withdraw failed - rejected by the file."
          TO WS-Pdr-Result-Label
      NOT INVALID KEY
        MOVE "Relationship end withdrawn." TO WS-Pdr-Result-Label
        MOVE SPACES TO WS-Pdr-Show-Line-1
        MOVE SPACES TO WS-Pdr-Show-Line-2
        MOVE SPACES TO WS-Audit-Message
        STRING
          "RETENTION end withdrawn by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          " key=" DELIMITED BY SIZE
          WS-Pdr-Key DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-DELETE.

  *> Shows the key's register row on the menu.
  Do-Show-Key.
    MOVE SPACES TO WS-Pdr-Show-Line-1.
    MOVE SPACES TO WS-Pdr-Show-Line-2.
    MOVE WS-Pdr-Key TO RR-Key.
    READ Retain-Reg-File
      INVALID KEY
        MOVE "(no relationship end on file for that key)"
          TO WS-Pdr-Show-Line-1
      NOT INVALID KEY
        PERFORM Build-Show-Lines
    END-READ.

  Build-Show-Lines.
    MOVE SPACES TO WS-Pdr-Show-Line-1.
    MOVE SPACES TO WS-Pdr-Show-Line-2.
    STRING
      RR-Key DELIMITED BY SIZE
      "  ended " DELIMITED BY SIZE
      RR-Ended-Date DELIMITED BY SIZE
      "  reason " DELIMITED BY SIZE
      RR-Reason DELIMITED BY SIZE
      "  recorded by " DELIMITED BY SIZE
      RR-Recorded-By DELIMITED BY SIZE
      INTO WS-Pdr-Show-Line-1
    END-STRING.
    IF RR-Anon-Stamp = SPACES THEN
      IF WS-Pdr-Years > 0 AND RR-Ended-Date <= WS-Pdr-Cutoff THEN
        MOVE "Retention expired - due for anonymisation."
          TO WS-Pdr-Show-Line-2
      ELSE
        MOVE "Within retention - personal data kept."
          TO WS-Pdr-Show-Line-2
      END-IF
    ELSE
      STRING
        "Anonymised " DELIMITED BY SIZE
        RR-Anon-Stamp DELIMITED BY SIZE
        " as " DELIMITED BY SIZE
        RR-Anon-Token DELIMITED BY SIZE
        INTO WS-Pdr-Show-Line-2
      END-STRING
      IF RR-Arch-Done NOT = "Y" THEN
        MOVE " (archive pending)" TO WS-Pdr-Show-Line-2(60:17)
      END-IF
    END-IF.

  *> Menu 4: counts what is due and asks before running.
  Do-Interactive-Run.
    IF WS-Pdr-Years = 0 THEN
      MOVE "No retention period set (PDYEARS in Retention.dat) - nothing done."
        TO WS-Pdr-Result-Label
      EXIT PARAGRAPH
    END-IF.
    PERFORM Count-Due-Keys.
    MOVE SPACES TO WS-Pdr-Confirm.
    DISPLAY SC-Pdr-Confirm.
    ACCEPT SC-Pdr-Confirm.
    IF NOT Pdr-Confirmed THEN
      MOVE "Anonymisation abandoned - nothing changed."
        TO WS-Pdr-Result-Label
      EXIT PARAGRAPH
    END-IF.
    *> The run opens the register itself.
    CLOSE Retain-Reg-File.
    PERFORM Run-Anonymisation.
    OPEN I-O Retain-Reg-File.

  *> Due keys for the confirm screen - ended on or before the
  *> cutoff and not yet anonymised.
  Count-Due-Keys.
    MOVE 0 TO WS-Pdr-Due-Count.
    MOVE LOW-VALUES TO RR-Key.
    MOVE "N" TO WS-Retain-At-End-Flag.
    START Retain-Reg-File KEY IS NOT < RR-Key
      INVALID KEY
        MOVE "Y" TO WS-Retain-At-End-Flag
    END-START.
    PERFORM UNTIL Retain-At-End
      READ Retain-Reg-File NEXT
        AT END
          MOVE "Y" TO WS-Retain-At-End-Flag
        NOT AT END
          IF RR-Anon-Stamp = SPACES
            AND RR-Ended-Date <= WS-Pdr-Cutoff THEN
            ADD 1 TO WS-Pdr-Due-Count
          END-IF
      END-READ
    END-PERFORM.

  *> The anonymisation run. Every due key not under a hold or an
  *> open dispute has its AcctRef.dat name and contact replaced by
  *> a token; then the statement archive is rewritten with those
  *> keys' name lines replaced the same way; then the certificate
  *> lists every key the run considered. Transactions, positions
  *> and the rest of the archive are left exactly as they were.
  Run-Anonymisation.
    MOVE 0 TO WS-Pdr-Used.
    MOVE 0 TO WS-Pdr-Cleanse-Used.
    MOVE 0 TO WS-Pdr-Seq.
    MOVE 0 TO WS-Pdr-Anon-Count.
    MOVE 0 TO WS-Pdr-Pending-Count.
    MOVE 0 TO WS-Pdr-Hold-Count.
    MOVE 0 TO WS-Pdr-Dispute-Count.
    MOVE 0 TO WS-Pdr-Failed-Count.
    MOVE 0 TO WS-Pdr-Lines-Count.
    MOVE "N" TO WS-Pdr-Full-Flag.
    MOVE "N" TO WS-Pdr-Arch-Flag.
    MOVE SPACES TO WS-Cert-Path.

    IF WS-Pdr-Years = 0 THEN
      MOVE "No retention period set (PDYEARS in Retention.dat) - nothing done."
        TO WS-Pdr-Result-Label
      MOVE "OK" TO WS-RH-End-Status
      EXIT PARAGRAPH
    END-IF.

    MOVE "A" TO WS-Lock-Action.
    CALL "RunLock" USING WS-Lock-Action WS-Lock-Name LK-Run-ID
      LK-Operator-ID WS-Lock-Result WS-Lock-Holder-Info.
    IF WS-Lock-Result NOT = "Y" THEN
      MOVE SPACES TO WS-Pdr-Result-Label
      STRING
        "Anonymisation busy - " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Lock-Holder-Info) DELIMITED BY SIZE
        INTO WS-Pdr-Result-Label
      END-STRING
      MOVE "ERR" TO WS-RH-End-Status
      EXIT PARAGRAPH
    END-IF.

    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Pdr-Stamp.
    PERFORM Anonymise-Due-Keys.
    IF WS-Pdr-Anon-Count > 0 OR WS-Pdr-Pending-Count > 0 THEN
      PERFORM Cleanse-Statement-Archive
      IF Pdr-Archive-Cleansed THEN
        PERFORM Mark-Archive-Done
      END-IF
    ELSE
      MOVE "Y" TO WS-Pdr-Arch-Flag
    END-IF.
    PERFORM Write-Certificate.

    MOVE "R" TO WS-Lock-Action.
    CALL "RunLock" USING WS-Lock-Action WS-Lock-Name LK-Run-ID
      LK-Operator-ID WS-Lock-Result WS-Lock-Holder-Info.

    MOVE SPACES TO WS-Pdr-Result-Label.
    IF Pdr-Archive-Cleansed THEN
      STRING
        "Anonymisation done - certificate " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Cert-Path) DELIMITED BY SIZE
        INTO WS-Pdr-Result-Label
      END-STRING
      EVALUATE TRUE
        WHEN WS-Pdr-Failed-Count > 0
          MOVE SPACES TO WS-Pdr-Result-Label
          STRING
            "Some keys NOT anonymised - retried next run; see "
              DELIMITED BY SIZE
            FUNCTION TRIM(WS-Cert-Path) DELIMITED BY SIZE
            INTO WS-Pdr-Result-Label
          END-STRING
          MOVE "ERR" TO WS-RH-End-Status
        WHEN WS-Pdr-Hold-Count > 0 OR WS-Pdr-Dispute-Count > 0
          MOVE "WARN" TO WS-RH-End-Status
        WHEN OTHER
          MOVE "OK" TO WS-RH-End-Status
      END-EVALUATE
    ELSE
      STRING
        "Statement archive NOT cleansed - retried next run; see "
          DELIMITED BY SIZE
        FUNCTION TRIM(WS-Cert-Path) DELIMITED BY SIZE
        INTO WS-Pdr-Result-Label
      END-STRING
      MOVE "ERR" TO WS-RH-End-Status
    END-IF.
    MOVE SPACES TO WS-Pdr-Result-Detail.
    STRING
      "Anonymised " DELIMITED BY SIZE
      WS-Pdr-Anon-Count DELIMITED BY SIZE
      "  archive finished " DELIMITED BY SIZE
      WS-Pdr-Pending-Count DELIMITED BY SIZE
      "  refused: hold " DELIMITED BY SIZE
      WS-Pdr-Hold-Count DELIMITED BY SIZE
      " dispute " DELIMITED BY SIZE
      WS-Pdr-Dispute-Count DELIMITED BY SIZE
      INTO WS-Pdr-Result-Detail
    END-STRING.

    MOVE "INF" TO WS-Log-Level.
    MOVE WS-Pdr-Result-Detail TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

  *> Walks the register: due keys are judged and anonymised, keys
  *> anonymised earlier whose archive is still to do are picked up.
  Anonymise-Due-Keys.
    OPEN I-O Retain-Reg-File.
    IF NOT Retain-Reg-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    OPEN I-O Acct-Ref-File.
    IF Acct-Ref-Opened-OK THEN
      MOVE "Y" TO WS-Acct-Ref-Open-Flag
    ELSE
      MOVE "N" TO WS-Acct-Ref-Open-Flag
    END-IF.
    OPEN INPUT Hold-Reg-File.
    IF Hold-Reg-Opened-OK THEN
      MOVE "Y" TO WS-Hold-Open-Flag
    ELSE
      MOVE "N" TO WS-Hold-Open-Flag
    END-IF.
    OPEN INPUT Dispute-Case-File.
    IF Dispute-Case-Opened-OK THEN
      MOVE "Y" TO WS-Dispute-Open-Flag
    ELSE
      MOVE "N" TO WS-Dispute-Open-Flag
    END-IF.

    MOVE LOW-VALUES TO RR-Key.
    MOVE "N" TO WS-Retain-At-End-Flag.
    START Retain-Reg-File KEY IS NOT < RR-Key
      INVALID KEY
        MOVE "Y" TO WS-Retain-At-End-Flag
    END-START.
    PERFORM UNTIL Retain-At-End OR Pdr-Table-Full
      READ Retain-Reg-File NEXT
        AT END
          MOVE "Y" TO WS-Retain-At-End-Flag
        NOT AT END
          PERFORM Judge-Register-Row
      END-READ
    END-PERFORM.

    CLOSE Retain-Reg-File.
    IF Acct-Ref-Open THEN
      CLOSE Acct-Ref-File
    END-IF.
    IF Hold-Reg-Open THEN
      CLOSE Hold-Reg-File
    END-IF.
    IF Dispute-Case-Open THEN
      CLOSE Dispute-Case-File
    END-IF.

  Judge-Register-Row.
    IF RR-Anon-Stamp NOT = SPACES THEN
      IF RR-Arch-Done NOT = "Y" THEN
        PERFORM Load-Key-Family
        PERFORM Add-Table-Entry
        MOVE "P" TO WS-Pdr-T-Outcome(WS-Pdr-Used)
        MOVE RR-Anon-Token TO WS-Pdr-T-Token(WS-Pdr-Used)
        MOVE "-" TO WS-Pdr-T-Ref-Done(WS-Pdr-Used)
        PERFORM Add-Cleanse-Keys
        ADD 1 TO WS-Pdr-Pending-Count
      END-IF
      EXIT PARAGRAPH
    END-IF.
    IF RR-Ended-Date > WS-Pdr-Cutoff THEN
      EXIT PARAGRAPH
    END-IF.

    PERFORM Load-Key-Family.

    PERFORM Check-Hold-Or-Dispute.
    IF WS-Pdr-Refusal NOT = SPACE THEN
      PERFORM Add-Table-Entry
      MOVE WS-Pdr-Refusal TO WS-Pdr-T-Outcome(WS-Pdr-Used)
      MOVE "-" TO WS-Pdr-T-Ref-Done(WS-Pdr-Used)
      IF WS-Pdr-Refusal = "H" THEN
        ADD 1 TO WS-Pdr-Hold-Count
      ELSE
        ADD 1 TO WS-Pdr-Dispute-Count
      END-IF
      MOVE SPACES TO WS-Audit-Message
      STRING
        "RETENTION anonymisation REFUSED key=" DELIMITED BY SIZE
        RR-Key DELIMITED BY SIZE
        " - under hold or dispute" DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
      CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
      EXIT PARAGRAPH
    END-IF.

    *> The token names the run and the key's place in it - unique,
    *> and traceable to the certificate without saying who it was.
    ADD 1 TO WS-Pdr-Seq.
    MOVE SPACES TO WS-Pdr-Token.
    STRING
      "ANON-" DELIMITED BY SIZE
      WS-Pdr-Stamp DELIMITED BY SIZE
      "-" DELIMITED BY SIZE
      WS-Pdr-Seq DELIMITED BY SIZE
      INTO WS-Pdr-Token
    END-STRING.

    *> The key only counts as anonymised once the reference row under
    *> the key the account carries today is rewritten, or is
    *> genuinely not on file there (status 23) - a file that would
    *> not open, or any other read or rewrite failure, leaves the
    *> register row unstamped for the next run.
    PERFORM Add-Table-Entry.
    MOVE "A" TO WS-Pdr-T-Outcome(WS-Pdr-Used).
    MOVE WS-Pdr-Token TO WS-Pdr-T-Token(WS-Pdr-Used).
    MOVE "F" TO WS-Pdr-T-Ref-Done(WS-Pdr-Used).
    IF Acct-Ref-Open THEN
      MOVE WS-Pdr-Live-Key TO AC-Key
      READ Acct-Ref-File
        INVALID KEY
          IF Acct-Ref-Row-Absent THEN
            MOVE "N" TO WS-Pdr-T-Ref-Done(WS-Pdr-Used)
          END-IF
        NOT INVALID KEY
          MOVE WS-Pdr-Token TO AC-Name
          MOVE WS-Pdr-Token TO AC-Contact
          REWRITE AC-Record
            INVALID KEY
              CONTINUE
            NOT INVALID KEY
              MOVE "Y" TO WS-Pdr-T-Ref-Done(WS-Pdr-Used)
          END-REWRITE
      END-READ
    END-IF.
    IF WS-Pdr-T-Ref-Done(WS-Pdr-Used) = "F" THEN
      PERFORM Note-Anonymisation-Failed
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Pdr-Stamp TO RR-Anon-Stamp.
    MOVE WS-Pdr-Token TO RR-Anon-Token.
    MOVE LK-Run-ID TO RR-Anon-Run.
    MOVE SPACE TO RR-Arch-Done.
    REWRITE RR-Record
      INVALID KEY
        CONTINUE
    END-REWRITE.
    PERFORM Add-Cleanse-Keys.
    ADD 1 TO WS-Pdr-Anon-Count.

    MOVE SPACES TO WS-Audit-Message.
    STRING
      "RETENTION key=" DELIMITED BY SIZE
      RR-Key DELIMITED BY SIZE
      " anonymised as " DELIMITED BY SIZE
      WS-Pdr-Token DELIMITED BY SIZE
      " by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> The reference row could not be replaced - the key stays
  *> unstamped and identifiable, listed as not anonymised.
  Note-Anonymisation-Failed.
    MOVE "F" TO WS-Pdr-T-Outcome(WS-Pdr-Used).
    MOVE SPACES TO WS-Pdr-T-Token(WS-Pdr-Used).
    ADD 1 TO WS-Pdr-Failed-Count.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "RETENTION anonymisation FAILED key=" DELIMITED BY SIZE
      RR-Key DELIMITED BY SIZE
      " - AcctRef.dat status " DELIMITED BY SIZE
      WS-Acct-Ref-Status DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> The register key's account, followed through any re-key since.
  Load-Key-Family.
    CALL "RekeyChain" USING RR-Key WS-Pdr-Live-Key WS-Pdr-Family.

  *> Next table slot for the current register row.
  Add-Table-Entry.
    ADD 1 TO WS-Pdr-Used.
    MOVE RR-Key TO WS-Pdr-T-Key(WS-Pdr-Used).
    MOVE RR-Ended-Date TO WS-Pdr-T-Ended(WS-Pdr-Used).
    MOVE SPACES TO WS-Pdr-T-Token(WS-Pdr-Used).
    MOVE 0 TO WS-Pdr-T-Lines(WS-Pdr-Used).
    MOVE SPACES TO WS-Pdr-T-Live-Key(WS-Pdr-Used).
    IF WS-Pdr-Live-Key NOT = RR-Key THEN
      MOVE WS-Pdr-Live-Key TO WS-Pdr-T-Live-Key(WS-Pdr-Used)
    END-IF.
    IF WS-Pdr-Used >= WS-Pdr-Max THEN
      MOVE "Y" TO WS-Pdr-Full-Flag
    END-IF.

  *> Every key of the current row's family points the archive pass
  *> at the current table entry.
  Add-Cleanse-Keys.
    PERFORM VARYING WS-Pdr-Family-Idx FROM 1 BY 1
      UNTIL WS-Pdr-Family-Idx > WS-Pdr-Family-Count
      ADD 1 TO WS-Pdr-Cleanse-Used
      MOVE WS-Pdr-Family-Key(WS-Pdr-Family-Idx)
        TO WS-Pdr-Cleanse-Key(WS-Pdr-Cleanse-Used)
      MOVE WS-Pdr-Used TO WS-Pdr-Cleanse-Idx(WS-Pdr-Cleanse-Used)
    END-PERFORM.
    IF WS-Pdr-Cleanse-Used > WS-Pdr-Cleanse-Limit THEN
      MOVE "Y" TO WS-Pdr-Full-Flag
    END-IF.

  *> "H" when any key of the family is on the hold register, "D"
  *> when a dispute case on one is still open or under
  *> investigation, else space.
  Check-Hold-Or-Dispute.
    MOVE SPACE TO WS-Pdr-Refusal.
    PERFORM VARYING WS-Pdr-Family-Idx FROM 1 BY 1
      UNTIL WS-Pdr-Family-Idx > WS-Pdr-Family-Count
        OR WS-Pdr-Refusal NOT = SPACE
      MOVE WS-Pdr-Family-Key(WS-Pdr-Family-Idx) TO WS-Pdr-Probe-Key
      PERFORM Check-One-Key-Held
    END-PERFORM.

  Check-One-Key-Held.
    IF Hold-Reg-Open THEN
      MOVE WS-Pdr-Probe-Key TO HD-Key
      READ Hold-Reg-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE "H" TO WS-Pdr-Refusal
      END-READ
    END-IF.
    IF WS-Pdr-Refusal NOT = SPACE OR NOT Dispute-Case-Open THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Pdr-Probe-Key TO DC-Key.
    MOVE "N" TO WS-Dispute-At-End-Flag.
    START Dispute-Case-File KEY IS = DC-Key
      INVALID KEY
        MOVE "Y" TO WS-Dispute-At-End-Flag
    END-START.
    PERFORM UNTIL Disputes-At-End
      READ Dispute-Case-File NEXT
        AT END
          MOVE "Y" TO WS-Dispute-At-End-Flag
        NOT AT END
          IF DC-Key NOT = WS-Pdr-Probe-Key THEN
            MOVE "Y" TO WS-Dispute-At-End-Flag
          ELSE
            IF DC-Status = "O" OR DC-Status = "I" THEN
              MOVE "D" TO WS-Pdr-Refusal
              MOVE "Y" TO WS-Dispute-At-End-Flag
            END-IF
          END-IF
      END-READ
    END-PERFORM.

  *> Copies the archive through StmtArchive.new. A key statement
  *> carries its name and contact on the line after each "Statement
  *> of account" heading, an interest tax certificate after its
  *> "Interest tax certificate" heading; a customer statement carries each
  *> account's name on the line after its "Account" line. Those
  *> lines, for the table's anonymised keys, become the token.
  Cleanse-Statement-Archive.
    OPEN INPUT Arch-In-File.
    IF Arch-In-Not-Found THEN
      *> No archive yet - nothing in it to cleanse.
      MOVE "Y" TO WS-Pdr-Arch-Flag
      EXIT PARAGRAPH
    END-IF.
    IF NOT Arch-In-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT Arch-Out-File.
    IF NOT Arch-Out-Opened-OK THEN
      CLOSE Arch-In-File
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACE TO WS-Arch-Block-Type.
    MOVE 0 TO WS-Arch-Ctx-Idx.
    MOVE "N" TO WS-Arch-Expect-Flag.
    MOVE "N" TO WS-Arch-At-End-Flag.
    PERFORM UNTIL Arch-At-End
      READ Arch-In-File
        AT END
          MOVE "Y" TO WS-Arch-At-End-Flag
        NOT AT END
          MOVE AI-Line TO AO-Line
          PERFORM Cleanse-Archive-Line
          WRITE AO-Line
      END-READ
    END-PERFORM.
    CLOSE Arch-In-File.
    CLOSE Arch-Out-File.

    CALL "CBL_DELETE_FILE" USING WS-Stmt-Arch-Path
      RETURNING WS-Delete-Status
    END-CALL.
    CALL "CBL_RENAME_FILE" USING WS-Stmt-Arch-New-Path
      WS-Stmt-Arch-Path
      RETURNING WS-Rename-Status
    END-CALL.
    IF WS-Rename-Status = 0 THEN
      MOVE "Y" TO WS-Pdr-Arch-Flag
    END-IF.

  Cleanse-Archive-Line.
    IF AI-Line(1:8) = "###STMT " THEN
      MOVE "N" TO WS-Arch-Expect-Flag
      MOVE AI-Line(9:10) TO WS-Arch-Find-Key
      PERFORM Find-Anonymised-Key
      MOVE WS-Pdr-Find-Idx TO WS-Arch-Ctx-Idx
      IF WS-Arch-Ctx-Idx = 0 AND AI-Line(9:1) = "C" THEN
        MOVE "C" TO WS-Arch-Block-Type
      ELSE
        MOVE "K" TO WS-Arch-Block-Type
      END-IF
      EXIT PARAGRAPH
    END-IF.

    IF Arch-Customer-Block THEN
      IF AI-Line(1:8) = "Account " THEN
        MOVE AI-Line(9:10) TO WS-Arch-Find-Key
        PERFORM Find-Anonymised-Key
        MOVE WS-Pdr-Find-Idx TO WS-Arch-Ctx-Idx
        IF WS-Arch-Ctx-Idx > 0 THEN
          MOVE "Y" TO WS-Arch-Expect-Flag
        END-IF
        EXIT PARAGRAPH
      END-IF
      IF Arch-Expect-Name THEN
        MOVE "N" TO WS-Arch-Expect-Flag
        IF AI-Line(1:10) NOT = "  In GBP: "
          AND AI-Line(1:5) NOT = "  (no"
          AND AI-Line(1:7) NOT = "  Date " THEN
          MOVE SPACES TO AO-Line
          MOVE WS-Pdr-T-Token(WS-Arch-Ctx-Idx) TO AO-Line(3:24)
          ADD 1 TO WS-Pdr-T-Lines(WS-Arch-Ctx-Idx)
          ADD 1 TO WS-Pdr-Lines-Count
        END-IF
      END-IF
      EXIT PARAGRAPH
    END-IF.

    IF WS-Arch-Ctx-Idx = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    IF AI-Line(1:21) = "Statement of account "
      OR AI-Line(1:25) = "Interest tax certificate " THEN
      MOVE "Y" TO WS-Arch-Expect-Flag
      EXIT PARAGRAPH
    END-IF.
    IF Arch-Expect-Name THEN
      MOVE "N" TO WS-Arch-Expect-Flag
      IF AI-Line(1:5) NOT = "-----" THEN
        MOVE SPACES TO AO-Line
        MOVE WS-Pdr-T-Token(WS-Arch-Ctx-Idx) TO AO-Line(1:24)
        ADD 1 TO WS-Pdr-T-Lines(WS-Arch-Ctx-Idx)
        ADD 1 TO WS-Pdr-Lines-Count
      END-IF
    END-IF.

  *> The table entry for WS-Arch-Find-Key when the run anonymised
  *> its account (now or earlier) under it or any key it carried
  *> since, else zero.
  Find-Anonymised-Key.
    MOVE 0 TO WS-Pdr-Find-Idx.
    PERFORM VARYING WS-Pdr-Cleanse-Scan FROM 1 BY 1
      UNTIL WS-Pdr-Cleanse-Scan > WS-Pdr-Cleanse-Used
        OR WS-Pdr-Find-Idx > 0
      IF WS-Pdr-Cleanse-Key(WS-Pdr-Cleanse-Scan) = WS-Arch-Find-Key THEN
        MOVE WS-Pdr-Cleanse-Idx(WS-Pdr-Cleanse-Scan) TO WS-Pdr-Find-Idx
      END-IF
    END-PERFORM.

  *> Stamps the archive as done on every key it was cleansed for.
  Mark-Archive-Done.
    OPEN I-O Retain-Reg-File.
    IF NOT Retain-Reg-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-Pdr-Idx FROM 1 BY 1
      UNTIL WS-Pdr-Idx > WS-Pdr-Used
      IF WS-Pdr-T-Outcome(WS-Pdr-Idx) = "A"
        OR WS-Pdr-T-Outcome(WS-Pdr-Idx) = "P" THEN
        MOVE WS-Pdr-T-Key(WS-Pdr-Idx) TO RR-Key
        READ Retain-Reg-File
          INVALID KEY
            CONTINUE
          NOT INVALID KEY
            MOVE "Y" TO RR-Arch-Done
            REWRITE RR-Record
              INVALID KEY
                CONTINUE
            END-REWRITE
        END-READ
      END-IF
    END-PERFORM.
    CLOSE Retain-Reg-File.

  *> AnonCert.<stamp>.txt - what the run did to whom, and when,
  *> spooled for the data protection file.
  Write-Certificate.
    MOVE SPACES TO WS-Cert-Path.
    STRING
      "AnonCert." DELIMITED BY SIZE
      WS-Pdr-Stamp DELIMITED BY SIZE
      ".txt" DELIMITED BY SIZE
      INTO WS-Cert-Path
    END-STRING.
    CALL "ResolveDataPath" USING WS-Cert-Path.
    OPEN OUTPUT Cert-File.

    MOVE "PERSONAL DATA ANONYMISATION CERTIFICATE" TO CT-Line.
    WRITE CT-Line.
    MOVE SPACES TO CT-Line.
    STRING
      "Company: " DELIMITED BY SIZE
      WS-Company-ID DELIMITED BY SIZE
      "  Run: " DELIMITED BY SIZE
      LK-Run-ID DELIMITED BY SIZE
      "  Operator: " DELIMITED BY SIZE
      LK-Operator-ID DELIMITED BY SIZE
      "  At: " DELIMITED BY SIZE
      WS-Pdr-Stamp DELIMITED BY SIZE
      INTO CT-Line
    END-STRING.
    WRITE CT-Line.
    MOVE SPACES TO CT-Line.
    STRING
      "Retention period " DELIMITED BY SIZE
      WS-Pdr-Years DELIMITED BY SIZE
      " years - relationships ended on or before " DELIMITED BY SIZE
      WS-Pdr-Cutoff DELIMITED BY SIZE
      INTO CT-Line
    END-STRING.
    WRITE CT-Line.
    MOVE "Names and contacts replaced on AcctRef.dat and in StmtArchive.dat;"
      TO CT-Line.
    WRITE CT-Line.
    MOVE "financial history retained unchanged." TO CT-Line.
    WRITE CT-Line.
    MOVE SPACES TO CT-Line.
    WRITE CT-Line.
    MOVE SPACES TO CT-Line.
    MOVE "Key         Ended       Outcome" TO CT-Line(1:36).
    MOVE "Token                     AcctRef  Archive lines" TO CT-Line(47:).
    MOVE "Now keyed" TO CT-Line(97:).
    WRITE CT-Line.

    PERFORM VARYING WS-Pdr-Idx FROM 1 BY 1
      UNTIL WS-Pdr-Idx > WS-Pdr-Used
      MOVE WS-Pdr-T-Key(WS-Pdr-Idx) TO CD-Key
      MOVE WS-Pdr-T-Ended(WS-Pdr-Idx) TO CD-Ended
      EVALUATE WS-Pdr-T-Outcome(WS-Pdr-Idx)
        WHEN "A"
          MOVE "ANONYMISED" TO CD-Outcome
        WHEN "P"
          MOVE "ARCHIVE COMPLETED" TO CD-Outcome
        WHEN "H"
          MOVE "REFUSED - UNDER HOLD" TO CD-Outcome
        WHEN "F"
          MOVE "NOT ANONYMISED" TO CD-Outcome
        WHEN OTHER
          MOVE "REFUSED - OPEN DISPUTE" TO CD-Outcome
      END-EVALUATE
      MOVE WS-Pdr-T-Token(WS-Pdr-Idx) TO CD-Token
      EVALUATE WS-Pdr-T-Ref-Done(WS-Pdr-Idx)
        WHEN "Y"
          MOVE "YES" TO CD-Ref-Done
        WHEN "N"
          MOVE "NO ROW" TO CD-Ref-Done
        WHEN "F"
          MOVE "FAILED" TO CD-Ref-Done
        WHEN OTHER
          MOVE "-" TO CD-Ref-Done
      END-EVALUATE
      MOVE WS-Pdr-T-Lines(WS-Pdr-Idx) TO CD-Lines
      MOVE WS-Pdr-T-Live-Key(WS-Pdr-Idx) TO CD-Live-Key
      MOVE WS-Cert-Detail TO CT-Line
      WRITE CT-Line
    END-PERFORM.

    MOVE SPACES TO CT-Line.
    WRITE CT-Line.
    MOVE SPACES TO CT-Line.
    STRING
      "Anonymised " DELIMITED BY SIZE
      WS-Pdr-Anon-Count DELIMITED BY SIZE
      "  Archive completed " DELIMITED BY SIZE
      WS-Pdr-Pending-Count DELIMITED BY SIZE
      "  Refused (hold) " DELIMITED BY SIZE
      WS-Pdr-Hold-Count DELIMITED BY SIZE
      "  Refused (dispute) " DELIMITED BY SIZE
      WS-Pdr-Dispute-Count DELIMITED BY SIZE
      "  Archive lines replaced " DELIMITED BY SIZE
      WS-Pdr-Lines-Count DELIMITED BY SIZE
      INTO CT-Line
    END-STRING.
    WRITE CT-Line.
    IF WS-Pdr-Failed-Count > 0 THEN
      MOVE SPACES TO CT-Line
      STRING
        "Not anonymised " DELIMITED BY SIZE
        WS-Pdr-Failed-Count DELIMITED BY SIZE
        " - AcctRef.dat could not be updated; those keys are taken by"
          DELIMITED BY SIZE
        " the next run." DELIMITED BY SIZE
        INTO CT-Line
      END-STRING
      WRITE CT-Line
    END-IF.
    IF NOT Pdr-Archive-Cleansed THEN
      MOVE "Statement archive NOT cleansed - retried on the next run."
        TO CT-Line
      WRITE CT-Line
    END-IF.
    IF Pdr-Table-Full THEN
      MOVE "Run limit reached - keys still due are taken by the next run."
        TO CT-Line
      WRITE CT-Line
    END-IF.
    CLOSE Cert-File.

    CALL "WriteSpoolJob" USING WS-Spool-Source WS-Cert-Path
      WS-Spool-Paginate LK-Run-ID.

  *> Run history and the log line for the batch/schedule path.
  Finish-Batch-Run.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.
    MOVE WS-Pdr-Used TO WS-RH-Read.
    MOVE WS-Pdr-Anon-Count TO WS-RH-Written.
    MOVE WS-Pdr-Lines-Count TO WS-RH-Matched.
    COMPUTE WS-RH-Unmatched =
      WS-Pdr-Hold-Count + WS-Pdr-Dispute-Count + WS-Pdr-Failed-Count.
    CALL "WriteRunHistory" USING WS-RH-Function WS-RH-Read
      WS-RH-Written WS-RH-Matched WS-RH-Unmatched WS-Elapsed-Seconds
      WS-RH-End-Status LK-Run-ID LK-Terminal-ID LK-Operator-ID.

    MOVE "INF" TO WS-Log-Level.
    MOVE WS-Pdr-Result-Label TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

  *> Today and the cutoff the retention period reaches back to.
  Compute-Cutoff.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Pdr-Today.
    COMPUTE WS-Pdr-Cutoff-Year =
      FUNCTION NUMVAL(WS-Pdr-Today(1:4)) - WS-Pdr-Years.
    MOVE WS-Pdr-Cutoff-Year TO WS-Pdr-Cutoff(1:4).
    MOVE WS-Pdr-Today(5:4) TO WS-Pdr-Cutoff(5:4).

  *> Reads the retention period - a missing config leaves it off.
  LoadRetentionConfig.
    MOVE 0 TO WS-Pdr-Years.
    OPEN INPUT Retention-File.
    IF Retention-Not-Found THEN
      EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL Retention-Not-Found
      READ Retention-File
        AT END
          MOVE "35" TO WS-Retention-Status
        NOT AT END
          MOVE SPACES TO WS-Card-Keyword
          MOVE SPACES TO WS-Card-Value
          UNSTRING RET-Line DELIMITED BY "="
            INTO WS-Card-Keyword WS-Card-Value
          END-UNSTRING
          EVALUATE FUNCTION TRIM(WS-Card-Keyword)
            WHEN "PDYEARS"
              IF WS-Card-Value(1:2) NUMERIC THEN
                MOVE WS-Card-Value(1:2) TO WS-Pdr-Years
              ELSE
                IF WS-Card-Value(1:1) NUMERIC
                  AND WS-Card-Value(2:1) = SPACE THEN
                  MOVE WS-Card-Value(1:1) TO WS-Pdr-Years
                END-IF
              END-IF
            WHEN OTHER
              *> Housekeep's settings share this file - ignore them.
              CONTINUE
          END-EVALUATE
      END-READ
    END-PERFORM.
    CLOSE Retention-File.

END PROGRAM PdRetain.
