IDENTIFICATION DIVISION.
  PROGRAM-ID. Provision.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Provision rates - KEYWORD=VALUE cards, BUCKET1 to BUCKET4
      *> giving the percentage of each aging bucket's exposure to be
      *> held as provision. A bucket with no card provides nothing.
      SELECT Prov-Rates-File ASSIGN TO "ProvRates.dat"
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Prov-Rates-Status.

      *> Keyed transaction master - walked whole for the provisioning
      *> run, read by key for a write-off.
      SELECT Trans-Master-File ASSIGN TO WS-Trans-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS TM-Key
      ALTERNATE RECORD KEY IS TM-Date WITH DUPLICATES
      FILE STATUS WS-Trans-Master-Status.

      *> The provision each branch currently holds - what the last
      *> run posted up to. This month's movement is the required
      *> provision less this figure.
      SELECT Prov-Held-File ASSIGN TO WS-Prov-Held-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS PH-Branch
      FILE STATUS WS-Prov-Held-Status.

      *> The provision movement, in the GL interface format GLExtract
      *> produces - BHDR, balanced debit/credit DTL pairs, BTRL with
      *> the control totals the GL side validates.
      SELECT GL-Prov-File ASSIGN TO WS-GL-Prov-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-GL-Prov-Status.

      *> Run control - the last month provisioned, so a rerun can't
      *> post the month's movement twice.
      SELECT Prov-Control-File ASSIGN TO WS-Prov-Control-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Prov-Control-Status.

      *> Per-branch provisioning listing for finance.
      SELECT Prov-Report-File ASSIGN TO WS-Prov-Report-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Prov-Report-Status.

      *> The write-off register - every bad debt written off, and
      *> what has since been recovered against it.
      SELECT Write-Off-Reg-File ASSIGN TO WS-Write-Off-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS WO-Reg-Key
      FILE STATUS WS-Write-Off-Reg-Status.

      *> The write-off register listing.
      SELECT WO-Report-File ASSIGN TO WS-WO-Report-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-WO-Report-Status.

DATA DIVISION.
  FILE SECTION.
    FD Prov-Rates-File.
      01 PV-Line PIC X(80).

    FD Trans-Master-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==TM==.

    FD Prov-Held-File.
      01 PH-Record.
        05 PH-Branch PIC X(4).
        05 PH-Held PIC S9(11)V99.
        05 PH-Date PIC X(8).

    FD GL-Prov-File.
      01 GL-Line PIC X(60).

    FD Prov-Control-File.
      01 PCF-Line.
        05 PCF-Last-Run-Month PIC X(6).

    FD Prov-Report-File.
      01 PR-Line PIC X(132).

    FD Write-Off-Reg-File.
      COPY "WriteOffRecord.cpy" REPLACING ==:PREFIX:== BY ==WO==.

    FD WO-Report-File.
      01 WR-Line PIC X(132).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> The logged-in operator's authority, shared by CobAll's login -
    *> only a supervisor may write off a key or record a recovery.
    01 WS-Operator-Auth-Level PIC 9 EXTERNAL.

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode - a
    *> batch run does the month's provisioning, no screens.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    01 WS-Prov-Rates-Status PIC XX.
      88 Prov-Rates-Opened-OK VALUE "00".
      88 Prov-Rates-Not-Found VALUE "35".
    01 WS-Card-Keyword PIC X(20).
    01 WS-Card-Value PIC X(60).
    01 WS-Rates-Loaded-Flag PIC A VALUE "N".
      88 Rates-Loaded VALUE "Y".
    01 WS-Numval-Check PIC 9(2) VALUE 0.

    *> Percentage of each bucket's exposure to hold: 0-30 / 31-60 /
    *> 61-90 / over 90 days, the AgeReport buckets.
    01 WS-Prov-Rate-Table.
      05 WS-Prov-Rate OCCURS 4 TIMES PIC 9(3)V9(4).
    01 WS-Work-Rate PIC 9(3)V9(4) VALUE 0.

    01 WS-Trans-Master-Path PIC X(80) VALUE "TransMaster.dat".
    01 WS-Trans-Master-Status PIC XX.
      88 Trans-Master-Opened-OK VALUE "00".
      88 Trans-Master-Not-Found VALUE "35".
    01 WS-Master-At-End-Flag PIC X VALUE "N".
      88 Master-At-End VALUE "Y".

    01 WS-Prov-Held-Path PIC X(80) VALUE "ProvHeld.dat".
    01 WS-Prov-Held-Status PIC XX.
      88 Prov-Held-Opened-OK VALUE "00".
      88 Prov-Held-Not-Found VALUE "35".
    01 WS-Held-At-End-Flag PIC X VALUE "N".
      88 Held-At-End VALUE "Y".

    01 WS-GL-Prov-Path PIC X(80) VALUE "GLProv.dat".
    01 WS-GL-Prov-Status PIC XX.

    01 WS-Prov-Control-Path PIC X(80) VALUE "ProvControl.dat".
    01 WS-Prov-Control-Status PIC XX.
      88 Prov-Control-Opened-OK VALUE "00".
      88 Prov-Control-Not-Found VALUE "35".

    01 WS-Prov-Report-Path PIC X(80) VALUE "ProvReport.txt".
    01 WS-Prov-Report-Status PIC XX.

    01 WS-Write-Off-Reg-Path PIC X(80) VALUE "WriteOffReg.dat".
    01 WS-Write-Off-Reg-Status PIC XX.
      88 Write-Off-Reg-Opened-OK VALUE "00".
      88 Write-Off-Reg-Not-Found VALUE "35".
    01 WS-WO-At-End-Flag PIC X VALUE "N".
      88 WO-At-End VALUE "Y".

    01 WS-WO-Report-Path PIC X(80) VALUE "WriteOffReport.txt".
    01 WS-WO-Report-Status PIC XX.

    *> Operator's request off SC-Prov-Menu.
    01 WS-Prov-Action PIC 9 VALUE 0.
      88 Prov-Run-Provisioning VALUE 1.
      88 Prov-Write-Off VALUE 2.
      88 Prov-Recovery VALUE 3.
      88 Prov-Register-Report VALUE 4.
      88 Prov-Back VALUE 5.
    01 WS-Prov-Result-Label PIC X(60) VALUE SPACES.
    01 WS-None-Label PIC X(60) VALUE SPACES.

    *> Write-off and recovery screen fields.
    01 WS-WO-Entry-Key PIC X(10) VALUE SPACES.
    01 WS-WO-Entry-Reason PIC X(30) VALUE SPACES.
    01 WS-WO-Confirm PIC A VALUE SPACES.
      88 WO-Confirmed VALUE "Y" "y".
    01 WS-Recovery-Amount PIC 9(9)V99 VALUE 0.
    01 WS-Written-Off-Abs PIC 9(9)V99 VALUE 0.
    01 WS-Recovered-After PIC S9(9)V99 VALUE 0.
    01 WS-WO-Found-Flag PIC A VALUE "N".
      88 WO-Row-Found VALUE "Y".
    01 WS-Last-WO-Stamp PIC X(14) VALUE SPACES.
    01 WS-Amount-Disp PIC Z,ZZZ,ZZZ,ZZ9.99-.

    *> Outcome flag from the shared WriteReversal subroutine.
    01 WS-Reversal-Result PIC X(1) VALUE SPACE.

    *> Aging arithmetic, the same rule AgeReport uses: the value
    *> date where the record carries one, else the entry date, and
    *> an unreadable date ages as over 90 days.
    01 WS-Run-Date PIC X(8) VALUE SPACES.
    01 WS-Run-Day-Int PIC 9(7) VALUE 0.
    01 WS-Age-Date-X PIC X(8).
    01 WS-Trans-Day-Int PIC 9(7) VALUE 0.
    01 WS-Age-Days PIC S9(5) VALUE 0.
    01 WS-Bucket-Idx PIC 9 VALUE 0.

    *> Branch pots - each branch's exposure per bucket, the
    *> provision those buckets require, and what it already holds.
    01 WS-Pot-Table.
      05 WS-Pot-Entry OCCURS 200 TIMES.
        10 WS-Pot-Branch PIC X(4).
        10 WS-Pot-Exposure OCCURS 4 TIMES PIC S9(11)V99.
        10 WS-Pot-Required PIC S9(11)V99.
        10 WS-Pot-Held PIC S9(11)V99.
    01 WS-Pot-Used PIC 9(3) VALUE 0.
    01 WS-Pot-Idx PIC 9(3) VALUE 0.
    01 WS-Pot-Find-Idx PIC 9(3) VALUE 0.
    01 WS-Find-Branch PIC X(4) VALUE SPACES.

    01 WS-Bucket-Provision PIC S9(11)V99 VALUE 0.
    01 WS-Prov-Movement PIC S9(11)V99 VALUE 0.
    01 WS-Abs-Movement PIC 9(11)V99 VALUE 0.

    *> GL interface lines - same layouts GLExtract writes.
    01 WS-GL-Detail.
      05 FILLER PIC X(3) VALUE "DTL".
      05 GLD-Branch PIC X(4).
      05 GLD-Account PIC X(8).
      05 GLD-DC PIC X(1).
      05 GLD-Amount PIC 9(11)V99.
      05 GLD-Date PIC X(8).
      05 GLD-Value-Date PIC X(8).
    01 WS-GL-Header.
      05 FILLER PIC X(4) VALUE "BHDR".
      05 GLH-Date PIC X(8).
      05 GLH-Run-ID PIC X(14).
    01 WS-GL-Trailer.
      05 FILLER PIC X(4) VALUE "BTRL".
      05 GLT-Line-Count PIC 9(7).
      05 GLT-Debits PIC 9(13)V99.
      05 GLT-Credits PIC 9(13)V99.

    01 WS-GL-Lines-Written PIC 9(7) VALUE 0.
    01 WS-Total-Debits PIC S9(13)V99 VALUE 0.
    01 WS-Total-Credits PIC S9(13)V99 VALUE 0.

    *> Tallies for the done screen and log.
    01 WS-Records-Read PIC 9(7) VALUE 0.
    01 WS-Keys-Exposed PIC 9(7) VALUE 0.
    01 WS-Pots-Posted PIC 9(5) VALUE 0.
    01 WS-Total-Required PIC S9(11)V99 VALUE 0.
    01 WS-Total-Movement PIC S9(11)V99 VALUE 0.

    01 WS-Prov-Report-Title.
      05 FILLER PIC X(32) VALUE "Bad Debt Provisioning - month ".
      05 PRT-Month PIC X(6).
      05 FILLER PIC X(12) VALUE ", run date ".
      05 PRT-Date PIC X(8).
    01 WS-Prov-Report-Rates.
      05 FILLER PIC X(7) VALUE "Rates: ".
      05 PRR-Entry OCCURS 4 TIMES.
        10 PRR-Label PIC X(9).
        10 PRR-Rate PIC ZZ9.9999.
        10 FILLER PIC X(3) VALUE "%  ".
    01 WS-Prov-Report-Heading.
      05 FILLER PIC X(8) VALUE "Branch".
      05 FILLER PIC X(17) VALUE "       0-30 days".
      05 FILLER PIC X(17) VALUE "      31-60 days".
      05 FILLER PIC X(17) VALUE "      61-90 days".
      05 FILLER PIC X(17) VALUE "    Over 90 days".
      05 FILLER PIC X(17) VALUE "        Required".
      05 FILLER PIC X(17) VALUE "            Held".
      05 FILLER PIC X(17) VALUE "        Movement".
    01 WS-Prov-Report-Detail.
      05 PRD-Branch PIC X(4).
      05 FILLER PIC X(4) VALUE SPACES.
      05 PRD-Exposure OCCURS 4 TIMES PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
      05 PRD-Required PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
      05 PRD-Held PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
      05 PRD-Movement PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

    01 WS-WO-Report-Title.
      05 FILLER PIC X(33) VALUE "Write-Off Register - listed on ".
      05 WRT-Date PIC X(8).
    01 WS-WO-Report-Heading.
      05 FILLER PIC X(12) VALUE "Key".
      05 FILLER PIC X(10) VALUE "Written".
      05 FILLER PIC X(19) VALUE "      Written Off".
      05 FILLER PIC X(4) VALUE "Cur".
      05 FILLER PIC X(19) VALUE "        Recovered".
      05 FILLER PIC X(19) VALUE "         Net Loss".
      05 FILLER PIC X(10) VALUE "Last Rec".
      05 FILLER PIC X(10) VALUE "By".
      05 FILLER PIC X(30) VALUE "Reason".
    01 WS-WO-Report-Detail.
      05 WRD-Key PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 WRD-Date PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 WRD-Amount PIC Z,ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(2) VALUE SPACES.
      05 WRD-Currency PIC X(3).
      05 FILLER PIC X(1) VALUE SPACES.
      05 WRD-Recovered PIC Z,ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(2) VALUE SPACES.
      05 WRD-Net PIC Z,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(1) VALUE SPACES.
      05 WRD-Last-Recovery PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 WRD-By PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 WRD-Reason PIC X(30).
    01 WS-WO-Report-Total.
      05 FILLER PIC X(22) VALUE "Totals".
      05 WRS-Amount PIC Z,ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(6) VALUE SPACES.
      05 WRS-Recovered PIC Z,ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(2) VALUE SPACES.
      05 WRS-Net PIC Z,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(3) VALUE SPACES.
      05 WRS-Count PIC ZZZ,ZZ9.
      05 FILLER PIC X(12) VALUE " write-offs".
    01 WS-WO-Rows PIC 9(7) VALUE 0.
    01 WS-WO-Total-Amount PIC S9(11)V99 VALUE 0.
    01 WS-WO-Total-Recovered PIC S9(11)V99 VALUE 0.
    01 WS-WO-Net PIC S9(11)V99 VALUE 0.

    *> Elapsed/run-history row.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "PROVISN".
    01 WS-RH-Matched PIC 9(7) VALUE 0.
    01 WS-RH-Unmatched PIC 9(7) VALUE 0.
    01 WS-RH-End-Status PIC X(4) VALUE SPACES.

    01 WS-Audit-Message PIC X(80).

    *> Transmission register row for the finished deliverable.
    01 WS-Xmit-Name PIC X(40) VALUE SPACES.
    01 WS-Xmit-Checksum PIC S9(11)V99 VALUE 0.

    01 WS-Error-Code PIC 999 VALUE 0.
    01 WS-Error-Msg PIC X(70) VALUE SPACES.

    01 WS-Log-Level PIC A(4).
    01 WS-Log-Message PIC X(80).
    01 WS-Log-Write-Status PIC XX.

  *> Subroutine Parameters
  LINKAGE SECTION.
    01 LK-Run-ID PIC X(14).
    01 LK-Terminal-ID PIC X(8).
    01 LK-Operator-ID PIC X(8).

  SCREEN SECTION.
    COPY "ProvisionScr.cpy". *> Bad Debt Provisioning screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  ProvisionMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Bad Debt Provisioning selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> Re-defaulted every invocation, then company-qualified - each
    *> company provisions its own book, holds its own provision and
    *> keeps its own write-off register.
    MOVE "TransMaster.dat" TO WS-Trans-Master-Path.
    MOVE "ProvHeld.dat" TO WS-Prov-Held-Path.
    MOVE "GLProv.dat" TO WS-GL-Prov-Path.
    MOVE "ProvControl.dat" TO WS-Prov-Control-Path.
    MOVE "ProvReport.txt" TO WS-Prov-Report-Path.
    MOVE "WriteOffReg.dat" TO WS-Write-Off-Reg-Path.
    MOVE "WriteOffReport.txt" TO WS-WO-Report-Path.
    CALL "ResolveDataPath" USING WS-Trans-Master-Path.
    CALL "ResolveDataPath" USING WS-Prov-Held-Path.
    CALL "ResolveDataPath" USING WS-GL-Prov-Path.
    CALL "ResolveDataPath" USING WS-Prov-Control-Path.
    CALL "ResolveDataPath" USING WS-Prov-Report-Path.
    CALL "ResolveDataPath" USING WS-Write-Off-Reg-Path.
    CALL "ResolveDataPath" USING WS-WO-Report-Path.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date.
    COMPUTE WS-Run-Day-Int =
      FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Run-Date)).

    *> Unattended, there is only the month's provisioning to do.
    IF Batch-Mode-Active THEN
      PERFORM Run-Provisioning
      GOBACK
    END-IF.

    MOVE 0 TO WS-Prov-Action.
    PERFORM Prov-Loop UNTIL Prov-Back.

    GOBACK.

  *> One choice off the front screen.
  Prov-Loop.
    MOVE 0 TO WS-Prov-Action.
    DISPLAY SC-Prov-Menu.
    ACCEPT SC-Prov-Menu.

    MOVE SPACES TO WS-Prov-Result-Label.
    EVALUATE TRUE
      WHEN Prov-Run-Provisioning
        PERFORM Run-Provisioning
      WHEN Prov-Write-Off
        *> Writing a debt off takes money off the book - supervisor
        *> work, and always audited.
        IF WS-Operator-Auth-Level < 3 THEN
          MOVE "Write-off needs supervisor authority."
            TO WS-Prov-Result-Label
        ELSE
          PERFORM Write-Off-Key
        END-IF
      WHEN Prov-Recovery
        IF WS-Operator-Auth-Level < 3 THEN
          MOVE "Recording a recovery needs supervisor authority."
            TO WS-Prov-Result-Label
        ELSE
          PERFORM Record-Recovery
        END-IF
      WHEN Prov-Register-Report
        PERFORM List-Write-Off-Register
      WHEN Prov-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-5." TO WS-Prov-Result-Label
    END-EVALUATE.

    IF NOT Prov-Back AND WS-Prov-Result-Label NOT = SPACES THEN
      DISPLAY SC-Prov-Result
      ACCEPT OMITTED
    END-IF.

  *> The month's provisioning: every owed (debit) balance on the
  *> master aged into the AgeReport buckets and potted by branch,
  *> each bucket provided at its rate, and the difference between
  *> that and what the branch already holds posted to the GL as a
  *> balanced pair - a charge when the provision grows, a release
  *> when it shrinks.
  Run-Provisioning.
    *> The session loop re-CALLs this program in one run unit, so
    *> the VALUE clauses only ever ran once - reset the tallies.
    MOVE 0 TO WS-Records-Read.
    MOVE 0 TO WS-Keys-Exposed.
    MOVE 0 TO WS-Pot-Used.
    MOVE 0 TO WS-Pots-Posted.
    MOVE 0 TO WS-GL-Lines-Written.
    MOVE 0 TO WS-Total-Debits.
    MOVE 0 TO WS-Total-Credits.
    MOVE 0 TO WS-Total-Required.
    MOVE 0 TO WS-Total-Movement.
    MOVE SPACES TO WS-Prov-Result-Label.

    PERFORM Load-Provision-Rates.
    IF NOT Rates-Loaded THEN
      MOVE "(no ProvRates.dat on disk - nothing to provide)"
        TO WS-None-Label
      PERFORM Report-Nothing-To-Do
      EXIT PARAGRAPH
    END-IF.

    PERFORM Check-Prov-Run-Control.

    OPEN INPUT Trans-Master-File.
    IF NOT Trans-Master-Opened-OK THEN
      MOVE "(transaction master not found - run Sort 'n' Report)"
        TO WS-None-Label
      PERFORM Report-Nothing-To-Do
      EXIT PARAGRAPH
    END-IF.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.

    *> OPEN I-O fails with "35" on the first ever run - nothing is
    *> held yet then, and the whole requirement posts as a charge.
    OPEN I-O Prov-Held-File.
    IF Prov-Held-Not-Found THEN
      OPEN OUTPUT Prov-Held-File
      CLOSE Prov-Held-File
      OPEN I-O Prov-Held-File
    END-IF.

    *> Every branch holding provision gets a pot first, so a branch
    *> whose debts have all cleared still has its provision
    *> released.
    MOVE "N" TO WS-Held-At-End-Flag.
    PERFORM UNTIL Held-At-End
      READ Prov-Held-File NEXT
        AT END
          MOVE "Y" TO WS-Held-At-End-Flag
        NOT AT END
          MOVE PH-Branch TO WS-Find-Branch
          PERFORM Find-Branch-Pot
          IF WS-Pot-Find-Idx > 0 THEN
            MOVE PH-Held TO WS-Pot-Held(WS-Pot-Find-Idx)
          END-IF
      END-READ
    END-PERFORM.

    MOVE "N" TO WS-Master-At-End-Flag.
    PERFORM UNTIL Master-At-End
      READ Trans-Master-File NEXT
        AT END
          MOVE "Y" TO WS-Master-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Records-Read
          PERFORM Pot-One-Record
      END-READ
    END-PERFORM.
    CLOSE Trans-Master-File.

    OPEN OUTPUT Prov-Report-File.
    PERFORM Write-Prov-Report-Heading.

    OPEN OUTPUT GL-Prov-File.
    MOVE WS-Run-Date TO GLH-Date.
    MOVE LK-Run-ID TO GLH-Run-ID.
    MOVE WS-GL-Header TO GL-Line.
    WRITE GL-Line.

    PERFORM Post-One-Pot
      VARYING WS-Pot-Idx FROM 1 BY 1
      UNTIL WS-Pot-Idx > WS-Pot-Used.

    MOVE WS-GL-Lines-Written TO GLT-Line-Count.
    MOVE WS-Total-Debits TO GLT-Debits.
    MOVE WS-Total-Credits TO GLT-Credits.
    MOVE WS-GL-Trailer TO GL-Line.
    WRITE GL-Line.
    CLOSE GL-Prov-File.

    CLOSE Prov-Held-File.

    PERFORM Write-Prov-Report-Totals.
    CLOSE Prov-Report-File.

    PERFORM Record-Prov-Run.

    *> The provisioning feed onto the transmission register.
    MOVE WS-GL-Prov-Path(1:40) TO WS-Xmit-Name.
    MOVE WS-Total-Debits TO WS-Xmit-Checksum.
    CALL "WriteXmitReg" USING WS-Xmit-Name WS-GL-Lines-Written
      WS-Xmit-Checksum LK-Run-ID LK-Operator-ID.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

    MOVE WS-Total-Movement TO WS-Amount-Disp.
    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Provisioning done - " DELIMITED BY SIZE
      WS-Keys-Exposed DELIMITED BY SIZE
      " key(s) exposed, " DELIMITED BY SIZE
      WS-Pots-Posted DELIMITED BY SIZE
      " branch(es) posted, movement " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Amount-Disp) DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    MOVE WS-Log-Message TO WS-Audit-Message.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE "OK" TO WS-RH-End-Status.
    MOVE WS-Pots-Posted TO WS-RH-Matched.
    CALL "WriteRunHistory" USING WS-RH-Function WS-Records-Read
      WS-GL-Lines-Written WS-RH-Matched WS-RH-Unmatched
      WS-Elapsed-Seconds WS-RH-End-Status LK-Run-ID LK-Terminal-ID
      LK-Operator-ID.

    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Prov-Done
      ACCEPT OMITTED
    END-IF.

  *> Nothing to provide - say why on the screen, or in the log when
  *> nobody is watching.
  Report-Nothing-To-Do.
    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Prov-None
      ACCEPT OMITTED
    ELSE
      MOVE "WARN" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Provisioning run: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-None-Label) DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

  Load-Provision-Rates.
    MOVE "N" TO WS-Rates-Loaded-Flag.
    INITIALIZE WS-Prov-Rate-Table.
    OPEN INPUT Prov-Rates-File.
    IF Prov-Rates-Not-Found THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-Rates-Loaded-Flag.
    PERFORM UNTIL Prov-Rates-Not-Found
      READ Prov-Rates-File
        AT END
          MOVE "35" TO WS-Prov-Rates-Status
        NOT AT END
          MOVE SPACES TO WS-Card-Keyword
          MOVE SPACES TO WS-Card-Value
          UNSTRING PV-Line DELIMITED BY "="
            INTO WS-Card-Keyword WS-Card-Value
          END-UNSTRING
          PERFORM Parse-One-Rate-Card
      END-READ
    END-PERFORM.
    CLOSE Prov-Rates-File.

  *> One card: BUCKET1 to BUCKET4 and a percentage. Anything
  *> unreadable is skipped with a WARN rather than silently misread.
  Parse-One-Rate-Card.
    IF FUNCTION TRIM(WS-Card-Keyword) = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    COMPUTE WS-Numval-Check =
      FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-Card-Value)).
    IF WS-Numval-Check NOT = 0
      OR WS-Card-Keyword(1:6) NOT = "BUCKET"
      OR WS-Card-Keyword(7:1) < "1" OR WS-Card-Keyword(7:1) > "4"
      OR WS-Card-Keyword(8:13) NOT = SPACES THEN
      MOVE "WARN" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Provisioning: rate card " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Card-Keyword) DELIMITED BY SIZE
        " unreadable - skipped" DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      EXIT PARAGRAPH
    END-IF.
    MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Card-Value))
      TO WS-Work-Rate.
    MOVE WS-Card-Keyword(7:1) TO WS-Bucket-Idx.
    MOVE WS-Work-Rate TO WS-Prov-Rate(WS-Bucket-Idx).

  *> A rerun would post the month's movement twice - refuse it.
  Check-Prov-Run-Control.
    OPEN INPUT Prov-Control-File.
    IF Prov-Control-Not-Found THEN
      EXIT PARAGRAPH
    END-IF.
    READ Prov-Control-File
      AT END
        CONTINUE
      NOT AT END
        IF PCF-Last-Run-Month = WS-Run-Date(1:6) THEN
          CLOSE Prov-Control-File
          MOVE 414 TO WS-Error-Code
          MOVE SPACES TO WS-Error-Msg
          STRING
            "Provision already posted for " DELIMITED BY SIZE
            WS-Run-Date(1:6) DELIMITED BY SIZE
            " - rerun refused" DELIMITED BY SIZE
            INTO WS-Error-Msg
          END-STRING
          CALL "CloseWithError" USING WS-Error-Code WS-Error-Msg
            LK-Run-ID LK-Terminal-ID LK-Operator-ID
        END-IF
    END-READ.
    CLOSE Prov-Control-File.

  *> Records the month so a resubmission within it refuses.
  Record-Prov-Run.
    OPEN OUTPUT Prov-Control-File.
    MOVE WS-Run-Date(1:6) TO PCF-Last-Run-Month.
    WRITE PCF-Line.
    CLOSE Prov-Control-File.

  *> Ages one master record and, if the customer owes it (a debit
  *> balance - charges go on negative), adds what is owed to its
  *> branch's bucket.
  Pot-One-Record.
    IF TM-Amount NOT < 0 THEN
      EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-Keys-Exposed.
    PERFORM Age-Master-Record.

    MOVE TM-Key(1:4) TO WS-Find-Branch.
    PERFORM Find-Branch-Pot.
    IF WS-Pot-Find-Idx > 0 THEN
      SUBTRACT TM-Amount FROM WS-Pot-Exposure(WS-Pot-Find-Idx, WS-Bucket-Idx)
    END-IF.

  *> Age in days of the master record in TM-Record against the run
  *> date, and the bucket it falls in.
  Age-Master-Record.
    IF TM-Value-Date NUMERIC THEN
      MOVE TM-Value-Date TO WS-Age-Date-X
    ELSE
      MOVE TM-Date TO WS-Age-Date-X
    END-IF.
    IF WS-Age-Date-X NUMERIC THEN
      COMPUTE WS-Trans-Day-Int =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Age-Date-X))
      COMPUTE WS-Age-Days = WS-Run-Day-Int - WS-Trans-Day-Int
    ELSE
      MOVE 99999 TO WS-Age-Days
    END-IF.

    EVALUATE TRUE
      WHEN WS-Age-Days <= 30
        MOVE 1 TO WS-Bucket-Idx
      WHEN WS-Age-Days <= 60
        MOVE 2 TO WS-Bucket-Idx
      WHEN WS-Age-Days <= 90
        MOVE 3 TO WS-Bucket-Idx
      WHEN OTHER
        MOVE 4 TO WS-Bucket-Idx
    END-EVALUATE.

  *> Finds WS-Find-Branch's pot, opening a fresh one the first time
  *> the branch is met. WS-Pot-Find-Idx is 0 if the table is full.
  Find-Branch-Pot.
    MOVE 0 TO WS-Pot-Find-Idx.
    PERFORM VARYING WS-Pot-Idx FROM 1 BY 1
      UNTIL WS-Pot-Idx > WS-Pot-Used OR WS-Pot-Find-Idx > 0
      IF WS-Pot-Branch(WS-Pot-Idx) = WS-Find-Branch THEN
        MOVE WS-Pot-Idx TO WS-Pot-Find-Idx
      END-IF
    END-PERFORM.
    IF WS-Pot-Find-Idx > 0 THEN
      EXIT PARAGRAPH
    END-IF.

    IF WS-Pot-Used < 200 THEN
      ADD 1 TO WS-Pot-Used
      MOVE WS-Pot-Used TO WS-Pot-Find-Idx
      INITIALIZE WS-Pot-Entry(WS-Pot-Find-Idx)
      MOVE WS-Find-Branch TO WS-Pot-Branch(WS-Pot-Find-Idx)
    ELSE
      MOVE "ERR" TO WS-Log-Level
      MOVE "Provisioning: branch table overflow - provision incomplete" TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

  *> One branch: the provision its buckets require, the movement
  *> from what it holds posted as a balanced pair, the listing line,
  *> and the held figure moved on to the new requirement.
  Post-One-Pot.
    MOVE 0 TO WS-Pot-Required(WS-Pot-Idx).
    PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1 UNTIL WS-Bucket-Idx > 4
      COMPUTE WS-Bucket-Provision ROUNDED =
        WS-Pot-Exposure(WS-Pot-Idx, WS-Bucket-Idx)
          * WS-Prov-Rate(WS-Bucket-Idx) / 100
      ADD WS-Bucket-Provision TO WS-Pot-Required(WS-Pot-Idx)
    END-PERFORM.
    ADD WS-Pot-Required(WS-Pot-Idx) TO WS-Total-Required.

    COMPUTE WS-Prov-Movement =
      WS-Pot-Required(WS-Pot-Idx) - WS-Pot-Held(WS-Pot-Idx).
    PERFORM Write-Prov-Report-Detail.

    IF WS-Prov-Movement = 0 THEN
      EXIT PARAGRAPH
    END-IF.

    ADD 1 TO WS-Pots-Posted.
    ADD WS-Prov-Movement TO WS-Total-Movement.
    COMPUTE WS-Abs-Movement = FUNCTION ABS(WS-Prov-Movement).

    *> A growing provision is a charge to the P&L against the
    *> balance-sheet provision; a shrinking one releases it back.
    MOVE WS-Pot-Branch(WS-Pot-Idx) TO GLD-Branch.
    MOVE "PROVEXP" TO GLD-Account.
    MOVE WS-Abs-Movement TO GLD-Amount.
    MOVE WS-Run-Date TO GLD-Date.
    MOVE WS-Run-Date TO GLD-Value-Date.
    IF WS-Prov-Movement > 0 THEN
      MOVE "D" TO GLD-DC
    ELSE
      MOVE "C" TO GLD-DC
    END-IF.
    MOVE WS-GL-Detail TO GL-Line.
    WRITE GL-Line.
    ADD 1 TO WS-GL-Lines-Written.

    MOVE "PROVISN" TO GLD-Account.
    IF WS-Prov-Movement > 0 THEN
      MOVE "C" TO GLD-DC
    ELSE
      MOVE "D" TO GLD-DC
    END-IF.
    MOVE WS-GL-Detail TO GL-Line.
    WRITE GL-Line.
    ADD 1 TO WS-GL-Lines-Written.

    ADD WS-Abs-Movement TO WS-Total-Debits.
    ADD WS-Abs-Movement TO WS-Total-Credits.

    MOVE WS-Pot-Branch(WS-Pot-Idx) TO PH-Branch.
    MOVE WS-Pot-Required(WS-Pot-Idx) TO PH-Held.
    MOVE WS-Run-Date TO PH-Date.
    WRITE PH-Record
      INVALID KEY
        REWRITE PH-Record
          INVALID KEY
            CONTINUE
        END-REWRITE
    END-WRITE.

  Write-Prov-Report-Heading.
    MOVE WS-Run-Date(1:6) TO PRT-Month.
    MOVE WS-Run-Date TO PRT-Date.
    MOVE WS-Prov-Report-Title TO PR-Line.
    WRITE PR-Line.
    MOVE "0-30" TO PRR-Label(1).
    MOVE "31-60" TO PRR-Label(2).
    MOVE "61-90" TO PRR-Label(3).
    MOVE "Over 90" TO PRR-Label(4).
    PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1 UNTIL WS-Bucket-Idx > 4
      MOVE WS-Prov-Rate(WS-Bucket-Idx) TO PRR-Rate(WS-Bucket-Idx)
    END-PERFORM.
    MOVE WS-Prov-Report-Rates TO PR-Line.
    WRITE PR-Line.
    MOVE SPACES TO PR-Line.
    WRITE PR-Line.
    MOVE WS-Prov-Report-Heading TO PR-Line.
    WRITE PR-Line.

  Write-Prov-Report-Detail.
    MOVE WS-Pot-Branch(WS-Pot-Idx) TO PRD-Branch.
    PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1 UNTIL WS-Bucket-Idx > 4
      MOVE WS-Pot-Exposure(WS-Pot-Idx, WS-Bucket-Idx)
        TO PRD-Exposure(WS-Bucket-Idx)
    END-PERFORM.
    MOVE WS-Pot-Required(WS-Pot-Idx) TO PRD-Required.
    MOVE WS-Pot-Held(WS-Pot-Idx) TO PRD-Held.
    MOVE WS-Prov-Movement TO PRD-Movement.
    MOVE WS-Prov-Report-Detail TO PR-Line.
    WRITE PR-Line.

  Write-Prov-Report-Totals.
    MOVE SPACES TO PR-Line.
    WRITE PR-Line.
    MOVE WS-Total-Required TO WS-Amount-Disp.
    STRING
      "Provision required: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Amount-Disp) DELIMITED BY SIZE
      INTO PR-Line
    END-STRING.
    WRITE PR-Line.
    MOVE SPACES TO PR-Line.
    MOVE WS-Total-Movement TO WS-Amount-Disp.
    STRING
      "Movement posted:    " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Amount-Disp) DELIMITED BY SIZE
      " (GL lines " DELIMITED BY SIZE
      WS-GL-Lines-Written DELIMITED BY SIZE
      ")" DELIMITED BY SIZE
      INTO PR-Line
    END-STRING.
    WRITE PR-Line.

  *> Writes off one aged key. The debt must be owed (a debit
  *> balance) and over 90 days old. The key is zeroed by a contra
  *> into the adjustment extract - the same path a reversal takes,
  *> so the night's edit pass, the GL feed and the statements all
  *> see it - and the loss goes on the write-off register.
  Write-Off-Key.
    MOVE SPACES TO WS-WO-Entry-Key.
    DISPLAY SC-Prov-WO-Key.
    ACCEPT SC-Prov-WO-Key.
    IF WS-WO-Entry-Key = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    OPEN INPUT Trans-Master-File.
    IF NOT Trans-Master-Opened-OK THEN
      MOVE "Transaction master not found - run Sort 'n' Report."
        TO WS-Prov-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-WO-Entry-Key TO TM-Key.
    READ Trans-Master-File
      INVALID KEY
        MOVE "No record on file for that key." TO WS-Prov-Result-Label
      NOT INVALID KEY
        PERFORM Age-Master-Record
        IF TM-Amount NOT < 0 THEN
          MOVE "Nothing is owed on that key - no write-off."
            TO WS-Prov-Result-Label
        ELSE
          IF WS-Bucket-Idx < 4 THEN
            MOVE "That key is not aged over 90 days - no write-off."
              TO WS-Prov-Result-Label
          END-IF
        END-IF
    END-READ.
    CLOSE Trans-Master-File.
    IF WS-Prov-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-WO-Entry-Reason.
    MOVE SPACES TO WS-WO-Confirm.
    DISPLAY SC-Prov-WO-Confirm.
    ACCEPT SC-Prov-WO-Confirm.

    IF NOT WO-Confirmed THEN
      MOVE "Write-off abandoned - nothing generated."
        TO WS-Prov-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF WS-WO-Entry-Reason = SPACES THEN
      MOVE "A reason is required - nothing generated."
        TO WS-Prov-Result-Label
      EXIT PARAGRAPH
    END-IF.

    CALL "WriteReversal" USING TM-Record LK-Run-ID LK-Terminal-ID
      LK-Operator-ID WS-Reversal-Result.
    IF WS-Reversal-Result NOT = "Y" THEN
      MOVE "Write-off FAILED - adjustment extract not updated."
        TO WS-Prov-Result-Label
      EXIT PARAGRAPH
    END-IF.

    *> OPEN I-O fails with "35" on the first ever write-off - create
    *> the register empty then.
    OPEN I-O Write-Off-Reg-File.
    IF Write-Off-Reg-Not-Found THEN
      OPEN OUTPUT Write-Off-Reg-File
      CLOSE Write-Off-Reg-File
      OPEN I-O Write-Off-Reg-File
    END-IF.

    MOVE TM-Key TO WO-Key.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WO-Stamp.
    MOVE TM-Amount TO WO-Amount.
    MOVE TM-Currency TO WO-Currency.
    IF WS-Age-Days > 99999 THEN
      MOVE 99999 TO WO-Age-Days
    ELSE
      MOVE WS-Age-Days TO WO-Age-Days
    END-IF.
    MOVE WS-WO-Entry-Reason TO WO-Reason.
    MOVE LK-Operator-ID TO WO-By.
    MOVE LK-Run-ID TO WO-Run.
    MOVE 0 TO WO-Recovered.
    MOVE SPACES TO WO-Last-Recovery.
    WRITE WO-Record
      INVALID KEY
        MOVE "Contra written, but the register row was REJECTED."
          TO WS-Prov-Result-Label
      NOT INVALID KEY
        MOVE "Key written off - contra on the adjustment extract."
          TO WS-Prov-Result-Label
    END-WRITE.
    CLOSE Write-Off-Reg-File.

    MOVE TM-Amount TO WS-Amount-Disp.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Key " DELIMITED BY SIZE
      FUNCTION TRIM(TM-Key) DELIMITED BY SIZE
      " written off " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Amount-Disp) DELIMITED BY SIZE
      " by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      ": " DELIMITED BY SIZE
      FUNCTION TRIM(WS-WO-Entry-Reason) DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> Sets money that has come back against a key's latest
  *> write-off. The cash itself arrives through the normal feeds;
  *> this records it against the loss, so the register shows what
  *> was written off, what came back and what is still lost.
  Record-Recovery.
    MOVE SPACES TO WS-WO-Entry-Key.
    MOVE 0 TO WS-Recovery-Amount.
    DISPLAY SC-Prov-Recover-Key.
    ACCEPT SC-Prov-Recover-Key.
    IF WS-WO-Entry-Key = SPACES THEN
      EXIT PARAGRAPH
    END-IF.
    IF WS-Recovery-Amount = 0 THEN
      MOVE "No recovery amount keyed - nothing recorded."
        TO WS-Prov-Result-Label
      EXIT PARAGRAPH
    END-IF.

    OPEN I-O Write-Off-Reg-File.
    IF NOT Write-Off-Reg-Opened-OK THEN
      MOVE "No write-off register on file - nothing to recover."
        TO WS-Prov-Result-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM Find-Latest-Write-Off.
    IF NOT WO-Row-Found THEN
      MOVE "That key has never been written off."
        TO WS-Prov-Result-Label
      CLOSE Write-Off-Reg-File
      EXIT PARAGRAPH
    END-IF.

    COMPUTE WS-Written-Off-Abs = FUNCTION ABS(WO-Amount).
    COMPUTE WS-Recovered-After = WO-Recovered + WS-Recovery-Amount.
    IF WS-Recovered-After > WS-Written-Off-Abs THEN
      MOVE "Recovery would exceed the amount written off - refused."
        TO WS-Prov-Result-Label
      CLOSE Write-Off-Reg-File
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-WO-Confirm.
    DISPLAY SC-Prov-Recover-Confirm.
    ACCEPT SC-Prov-Recover-Confirm.
    IF NOT WO-Confirmed THEN
      MOVE "Recovery abandoned - nothing recorded."
        TO WS-Prov-Result-Label
      CLOSE Write-Off-Reg-File
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Recovered-After TO WO-Recovered.
    MOVE WS-Run-Date TO WO-Last-Recovery.
    REWRITE WO-Record
      INVALID KEY
        MOVE "Recovery failed - rewrite rejected by the file."
          TO WS-Prov-Result-Label
      NOT INVALID KEY
        MOVE "Recovery recorded against the write-off."
          TO WS-Prov-Result-Label
        MOVE WS-Recovery-Amount TO WS-Amount-Disp
        MOVE SPACES TO WS-Audit-Message
        STRING
          "Recovery " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Amount-Disp) DELIMITED BY SIZE
          " on written-off key " DELIMITED BY SIZE
          FUNCTION TRIM(WO-Key) DELIMITED BY SIZE
          " recorded by " DELIMITED BY SIZE
          FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
          INTO WS-Audit-Message
        END-STRING
        CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-REWRITE.
    CLOSE Write-Off-Reg-File.

  *> Positions on the key's last register row (the register is in
  *> key/stamp order, so the latest write-off is the last one seen)
  *> and leaves it in WO-Record for the REWRITE.
  Find-Latest-Write-Off.
    MOVE "N" TO WS-WO-Found-Flag.
    MOVE SPACES TO WS-Last-WO-Stamp.
    MOVE WS-WO-Entry-Key TO WO-Key.
    MOVE LOW-VALUES TO WO-Stamp.
    START Write-Off-Reg-File KEY IS NOT LESS THAN WO-Reg-Key
      INVALID KEY
        EXIT PARAGRAPH
    END-START.

    MOVE "N" TO WS-WO-At-End-Flag.
    PERFORM UNTIL WO-At-End
      READ Write-Off-Reg-File NEXT
        AT END
          MOVE "Y" TO WS-WO-At-End-Flag
        NOT AT END
          IF WO-Key NOT = WS-WO-Entry-Key THEN
            MOVE "Y" TO WS-WO-At-End-Flag
          ELSE
            MOVE "Y" TO WS-WO-Found-Flag
            MOVE WO-Stamp TO WS-Last-WO-Stamp
          END-IF
      END-READ
    END-PERFORM.
    IF NOT WO-Row-Found THEN
      EXIT PARAGRAPH
    END-IF.

    *> Re-read the row found so it is the current record again.
    MOVE WS-WO-Entry-Key TO WO-Key.
    MOVE WS-Last-WO-Stamp TO WO-Stamp.
    READ Write-Off-Reg-File
      INVALID KEY
        MOVE "N" TO WS-WO-Found-Flag
    END-READ.

  *> Lists the whole write-off register - written off, recovered
  *> and the net loss per row, with totals.
  List-Write-Off-Register.
    OPEN INPUT Write-Off-Reg-File.
    IF NOT Write-Off-Reg-Opened-OK THEN
      MOVE "No write-off register on file - nothing to list."
        TO WS-Prov-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO WS-WO-Rows.
    MOVE 0 TO WS-WO-Total-Amount.
    MOVE 0 TO WS-WO-Total-Recovered.

    OPEN OUTPUT WO-Report-File.
    MOVE WS-Run-Date TO WRT-Date.
    MOVE WS-WO-Report-Title TO WR-Line.
    WRITE WR-Line.
    MOVE SPACES TO WR-Line.
    WRITE WR-Line.
    MOVE WS-WO-Report-Heading TO WR-Line.
    WRITE WR-Line.

    MOVE "N" TO WS-WO-At-End-Flag.
    PERFORM UNTIL WO-At-End
      READ Write-Off-Reg-File NEXT
        AT END
          MOVE "Y" TO WS-WO-At-End-Flag
        NOT AT END
          PERFORM Write-WO-Report-Detail
      END-READ
    END-PERFORM.
    CLOSE Write-Off-Reg-File.

    MOVE SPACES TO WR-Line.
    WRITE WR-Line.
    MOVE WS-WO-Total-Amount TO WRS-Amount.
    MOVE WS-WO-Total-Recovered TO WRS-Recovered.
    COMPUTE WS-WO-Net = WS-WO-Total-Amount - WS-WO-Total-Recovered.
    MOVE WS-WO-Net TO WRS-Net.
    MOVE WS-WO-Rows TO WRS-Count.
    MOVE WS-WO-Report-Total TO WR-Line.
    WRITE WR-Line.
    CLOSE WO-Report-File.

    MOVE SPACES TO WS-Prov-Result-Label.
    STRING
      "Write-off register listed to " DELIMITED BY SIZE
      FUNCTION TRIM(WS-WO-Report-Path) DELIMITED BY SIZE
      INTO WS-Prov-Result-Label
    END-STRING.

  Write-WO-Report-Detail.
    ADD 1 TO WS-WO-Rows.
    COMPUTE WS-Written-Off-Abs = FUNCTION ABS(WO-Amount).
    ADD WS-Written-Off-Abs TO WS-WO-Total-Amount.
    ADD WO-Recovered TO WS-WO-Total-Recovered.
    MOVE WO-Key TO WRD-Key.
    MOVE WO-Stamp(1:8) TO WRD-Date.
    MOVE WS-Written-Off-Abs TO WRD-Amount.
    MOVE WO-Currency TO WRD-Currency.
    MOVE WO-Recovered TO WRD-Recovered.
    COMPUTE WS-WO-Net = WS-Written-Off-Abs - WO-Recovered.
    MOVE WS-WO-Net TO WRD-Net.
    MOVE WO-Last-Recovery TO WRD-Last-Recovery.
    MOVE WO-By TO WRD-By.
    MOVE WO-Reason TO WRD-Reason.
    MOVE WS-WO-Report-Detail TO WR-Line.
    WRITE WR-Line.

END PROGRAM Provision.
