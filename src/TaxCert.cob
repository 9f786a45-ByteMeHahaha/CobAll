IDENTIFICATION DIVISION.
  PROGRAM-ID. TaxCert.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> The posted-transaction register - one row per posting, in
      *> key order, naming the feed that carried it. Interest is
      *> what arrived on the accrual feed.
      SELECT Posted-Reg-File ASSIGN TO WS-Posted-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS PR-Reg-Key
      FILE STATUS WS-Posted-Reg-Status.

      *> Named feed registry maintained by FeedMaint - the feed(s)
      *> registered over Accrue's AccrExtract.dat are the interest.
      SELECT Feed-Reg-File ASSIGN TO "FeedReg.dat"
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS FR-Name
      FILE STATUS WS-Feed-Reg-Status.

      *> Account reference - who each certificate is addressed to.
      SELECT Acct-Ref-File ASSIGN TO WS-Acct-Ref-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS AC-Key
      FILE STATUS WS-Acct-Ref-Status.

      *> Keyed transaction master - the account's currency.
      SELECT Trans-Master-File ASSIGN TO WS-Trans-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS TM-Key
      ALTERNATE RECORD KEY IS TM-Date WITH DUPLICATES
      FILE STATUS WS-Trans-Master-Status.

      *> The certificates, one block per key.
      SELECT Cert-Out-File ASSIGN TO WS-Cert-Out-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Cert-Out-Status.

      *> The statement archive - each certificate appended under the
      *> same ###STMT banner a statement gets, so the reprint screen
      *> finds it by key and date like any statement.
      SELECT Stmt-Arch-File ASSIGN TO WS-Stmt-Arch-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Stmt-Arch-Status.

      *> The summary return for the tax authority - TXHD header, one
      *> TXDT per certified key, TXTL trailer with the totals.
      SELECT Tax-Return-File ASSIGN TO WS-Tax-Return-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Tax-Return-Status.

      *> Control-card file for batch runs:
      *>   TAXYEAR=yyyy  the tax year to certify (default last year)
      *>   TAXFEED=name  the interest feed, when FeedReg.dat can't
      *>                 say which feed carries AccrExtract.dat
      SELECT Control-Card-File ASSIGN TO "CobAllCards.dat"
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Control-Card-Status.

DATA DIVISION.
  FILE SECTION.
    FD Posted-Reg-File.
      COPY "PostedRecord.cpy" REPLACING ==:PREFIX:== BY ==PR==.

    FD Feed-Reg-File.
      COPY "FeedRecord.cpy" REPLACING ==:PREFIX:== BY ==FR==.

    FD Acct-Ref-File.
      COPY "AcctRecord.cpy" REPLACING ==:PREFIX:== BY ==AC==.

    FD Trans-Master-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==TM==.

    FD Cert-Out-File.
      01 CO-Line PIC X(80).

    FD Stmt-Arch-File.
      01 SA-Line PIC X(80).

    FD Tax-Return-File.
      01 TR-Line PIC X(100).

    FD Control-Card-File.
      01 CC-Card-Line PIC X(80).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> Training mode, shared by CobAll's login - a return for the
    *> tax authority is never produced off training data.
    01 WS-Training-Mode-Switch PIC A EXTERNAL.
      88 Training-Mode-Active VALUE "Y".

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode - when
    *> on, no screen is displayed or accepted here.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    *> The session's company, shared by CobAll's login - named on
    *> every certificate and on the return's header.
    01 WS-Company-ID PIC X(4) EXTERNAL.

    *> The shared settings block, loaded through the one ReadSettings
    *> parser - this program reads the withholding rate.
    COPY "SettingsRec.cpy" REPLACING ==:PREFIX:== BY ==WS-Cfg==.
    01 WS-Settings-Error PIC X(70) VALUE SPACES.

    01 WS-Posted-Reg-Path PIC X(80) VALUE "PostedReg.dat".
    01 WS-Posted-Reg-Status PIC XX.
      88 Posted-Reg-Opened-OK VALUE "00".
    01 WS-Posted-At-End-Flag PIC X VALUE "N".
      88 Posted-At-End VALUE "Y".

    01 WS-Feed-Reg-Status PIC XX.
      88 Feed-Reg-Opened-OK VALUE "00".
    01 WS-Feed-Reg-At-End-Flag PIC X VALUE "N".
      88 Feed-Reg-At-End VALUE "Y".

    01 WS-Acct-Ref-Path PIC X(80) VALUE "AcctRef.dat".
    01 WS-Acct-Ref-Status PIC XX.
      88 Acct-Ref-Opened-OK VALUE "00".
    01 WS-Acct-Ref-Open-Flag PIC A VALUE "N".
      88 Acct-Ref-Open VALUE "Y".

    01 WS-Trans-Master-Path PIC X(80) VALUE "TransMaster.dat".
    01 WS-Trans-Master-Status PIC XX.
      88 Trans-Master-Opened-OK VALUE "00".
    01 WS-Master-Open-Flag PIC A VALUE "N".
      88 Trans-Master-Open VALUE "Y".

    01 WS-Cert-Out-Path PIC X(80) VALUE SPACES.
    01 WS-Cert-Out-Status PIC XX.

    01 WS-Stmt-Arch-Path PIC X(80) VALUE "StmtArchive.dat".
    01 WS-Stmt-Arch-Status PIC XX.
      88 Stmt-Arch-Not-Found VALUE "35".

    01 WS-Tax-Return-Path PIC X(80) VALUE SPACES.
    01 WS-Tax-Return-Status PIC XX.

    01 WS-Control-Card-Status PIC XX.
      88 Control-Card-Not-Found VALUE "35".
    01 WS-Card-Keyword PIC X(20).
    01 WS-Card-Value PIC X(60).

    *> The archive banner - the reprint screen keys off this exact
    *> layout.
    01 WS-Arch-Banner.
      05 FILLER PIC X(8) VALUE "###STMT ".
      05 SAB-Key PIC X(10).
      05 FILLER PIC X(1) VALUE SPACE.
      05 SAB-Date PIC X(8).
      05 FILLER PIC X(1) VALUE SPACE.
      05 SAB-Run-ID PIC X(14).

    *> The feeds whose postings count as interest - every feed
    *> registered over the accrual extract, or the TAXFEED card.
    01 WS-Tax-Feed-Table.
      05 WS-Tax-Feed PIC X(8) OCCURS 10 TIMES.
    01 WS-Tax-Feed-Used PIC 99 VALUE 0.
    01 WS-Tax-Feed-Idx PIC 99 VALUE 0.
    01 WS-Tax-Feed-Card PIC X(8) VALUE SPACES.
    01 WS-Tax-Feed-Label PIC X(50) VALUE SPACES.
    01 WS-Accr-Name-Count PIC 99 VALUE 0.
    01 WS-Interest-Flag PIC A VALUE "N".
      88 Posting-Is-Interest VALUE "Y".

    *> The year asked for, and the dates it runs between.
    01 WS-Tax-Year PIC X(4) VALUE SPACES.
    01 WS-Tax-Year-Num PIC 9(4) VALUE 0.
    01 WS-Tax-Today PIC X(8) VALUE SPACES.
    01 WS-Tax-Stamp PIC X(14) VALUE SPACES.
    01 WS-Tax-Confirm PIC A VALUE SPACES.
      88 Tax-Confirmed VALUE "Y" "y".
    01 WS-Tax-Result-Label PIC X(76) VALUE SPACES.
    01 WS-Tax-Result-Detail PIC X(76) VALUE SPACES.
    01 WS-Tax-Post-Date PIC X(8) VALUE SPACES.

    *> The key being totalled.
    01 WS-Cur-Key PIC X(10) VALUE SPACES.
    01 WS-Cur-Postings PIC 9(5) VALUE 0.
    01 WS-Cur-Gross PIC S9(11)V99 VALUE 0.
    01 WS-Cur-Tax PIC S9(11)V99 VALUE 0.
    01 WS-Cur-Net PIC S9(11)V99 VALUE 0.
    01 WS-Cur-Name PIC X(30) VALUE SPACES.
    01 WS-Cur-Contact PIC X(40) VALUE SPACES.
    01 WS-Cur-Currency PIC X(3) VALUE SPACES.
    01 WS-Reg-Amount-X PIC X(11).
    01 WS-Reg-Amount REDEFINES WS-Reg-Amount-X PIC S9(9)V99.

    *> Run totals.
    01 WS-Tax-Rows-Read PIC 9(7) VALUE 0.
    01 WS-Tax-Postings PIC 9(7) VALUE 0.
    01 WS-Tax-Certs PIC 9(7) VALUE 0.
    01 WS-Tax-No-Name PIC 9(7) VALUE 0.
    01 WS-Tax-Lines PIC 9(7) VALUE 0.
    01 WS-Tot-Gross PIC S9(13)V99 VALUE 0.
    01 WS-Tot-Tax PIC S9(13)V99 VALUE 0.
    01 WS-Tot-Net PIC S9(13)V99 VALUE 0.

    *> The certificate's figures, edited.
    01 WS-Edit-Amount PIC Z,ZZZ,ZZZ,ZZ9.99.
    01 WS-Edit-Count PIC ZZZZ9.
    01 WS-Edit-Rate PIC Z9.99.
    01 WS-Cert-Build PIC X(80) VALUE SPACES.

    *> The return file's records.
    01 WS-Ret-Header.
      05 FILLER PIC X(4) VALUE "TXHD".
      05 RTH-Company PIC X(4).
      05 RTH-Tax-Year PIC X(4).
      05 RTH-Run-ID PIC X(14).
      05 RTH-Created PIC X(14).
      05 RTH-Rate PIC 9(2)V99.
      05 FILLER PIC X(56) VALUE SPACES.
    01 WS-Ret-Detail.
      05 FILLER PIC X(4) VALUE "TXDT".
      05 RTD-Key PIC X(10).
      05 RTD-Name PIC X(30).
      05 RTD-Currency PIC X(3).
      05 RTD-Postings PIC 9(5).
      05 RTD-Gross PIC 9(11)V99.
      05 RTD-Tax PIC 9(11)V99.
      05 RTD-Net PIC 9(11)V99.
      05 FILLER PIC X(9) VALUE SPACES.
    01 WS-Ret-Trailer.
      05 FILLER PIC X(4) VALUE "TXTL".
      05 RTT-Count PIC 9(7).
      05 RTT-Gross PIC 9(13)V99.
      05 RTT-Tax PIC 9(13)V99.
      05 RTT-Net PIC 9(13)V99.
      05 FILLER PIC X(44) VALUE SPACES.

    01 WS-Spool-Source PIC X(8) VALUE "TAXCERT".
    01 WS-Spool-Paginate PIC X(1) VALUE "N".
    01 WS-Xmit-Name PIC X(40) VALUE SPACES.
    01 WS-Xmit-Checksum PIC S9(11)V99 VALUE 0.

    *> Run history for the batch/schedule path.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "TAXCERT".
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
    COPY "TaxCertScr.cpy". *> Interest Tax Certificate screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  TaxCertMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Interest Tax Certificates selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> The session loop re-CALLs this program in one run unit, so
    *> the VALUE clauses only ever ran once - reset what carries.
    MOVE SPACES TO WS-Tax-Result-Label.
    MOVE SPACES TO WS-Tax-Result-Detail.
    MOVE SPACES TO WS-Tax-Feed-Card.
    MOVE SPACES TO WS-RH-End-Status.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.

    *> Re-defaulted every invocation, then company-qualified. The
    *> account reference and the feed registry are shared.
    MOVE "PostedReg.dat" TO WS-Posted-Reg-Path.
    MOVE "TransMaster.dat" TO WS-Trans-Master-Path.
    MOVE "StmtArchive.dat" TO WS-Stmt-Arch-Path.
    CALL "ResolveDataPath" USING WS-Posted-Reg-Path.
    CALL "ResolveDataPath" USING WS-Trans-Master-Path.
    CALL "ResolveDataPath" USING WS-Stmt-Arch-Path.
    MOVE "AcctRef.dat" TO WS-Acct-Ref-Path.

    IF Training-Mode-Active THEN
      MOVE "Tax certificates are not available in training mode."
        TO WS-Tax-Result-Label
      IF NOT Batch-Mode-Active THEN
        DISPLAY SC-Tax-Result
        ACCEPT OMITTED
      END-IF
      GOBACK
    END-IF.

    PERFORM LoadConfig.

    *> Last year unless told otherwise - the run is a year-end one.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Tax-Today.
    COMPUTE WS-Tax-Year-Num = FUNCTION NUMVAL(WS-Tax-Today(1:4)) - 1.
    MOVE WS-Tax-Year-Num TO WS-Tax-Year.

    IF Batch-Mode-Active THEN
      PERFORM ReadControlCards
      PERFORM Load-Interest-Feeds
      PERFORM Run-Tax-Certificates
      PERFORM Finish-Batch-Run
      GOBACK
    END-IF.

    PERFORM Load-Interest-Feeds.
    MOVE SPACES TO WS-Tax-Confirm.
    DISPLAY SC-Tax-Menu.
    ACCEPT SC-Tax-Menu.
    IF Tax-Confirmed THEN
      PERFORM Run-Tax-Certificates
    ELSE
      MOVE "Tax certificates abandoned - nothing produced."
        TO WS-Tax-Result-Label
    END-IF.
    DISPLAY SC-Tax-Result.
    ACCEPT OMITTED.

    GOBACK.

  *> The feeds whose postings are interest: the TAXFEED card when
  *> given, else every registered feed whose extract is Accrue's
  *> AccrExtract.dat.
  Load-Interest-Feeds.
    MOVE 0 TO WS-Tax-Feed-Used.
    MOVE SPACES TO WS-Tax-Feed-Label.
    IF WS-Tax-Feed-Card NOT = SPACES THEN
      MOVE 1 TO WS-Tax-Feed-Used
      MOVE WS-Tax-Feed-Card TO WS-Tax-Feed(1)
    ELSE
      OPEN INPUT Feed-Reg-File
      IF Feed-Reg-Opened-OK THEN
        MOVE "N" TO WS-Feed-Reg-At-End-Flag
        PERFORM UNTIL Feed-Reg-At-End
          READ Feed-Reg-File NEXT
            AT END
              MOVE "Y" TO WS-Feed-Reg-At-End-Flag
            NOT AT END
              MOVE 0 TO WS-Accr-Name-Count
              INSPECT FR-Extract-Path TALLYING WS-Accr-Name-Count
                FOR ALL "AccrExtract.dat"
              IF WS-Accr-Name-Count > 0 AND WS-Tax-Feed-Used < 10 THEN
                ADD 1 TO WS-Tax-Feed-Used
                MOVE FR-Name TO WS-Tax-Feed(WS-Tax-Feed-Used)
              END-IF
          END-READ
        END-PERFORM
        CLOSE Feed-Reg-File
      END-IF
    END-IF.

    IF WS-Tax-Feed-Used = 0 THEN
      MOVE "(none - register AccrExtract.dat on the feed registry)"
        TO WS-Tax-Feed-Label
      EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-Tax-Feed-Idx FROM 1 BY 1
      UNTIL WS-Tax-Feed-Idx > WS-Tax-Feed-Used
      STRING
        FUNCTION TRIM(WS-Tax-Feed-Label) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Tax-Feed(WS-Tax-Feed-Idx)) DELIMITED BY SIZE
        INTO WS-Tax-Feed-Label
      END-STRING
      MOVE FUNCTION TRIM(WS-Tax-Feed-Label) TO WS-Tax-Feed-Label
    END-PERFORM.

  *> The year-end run: totals the interest feed's postings per key
  *> for the tax year off the posted register (already in key
  *> order), and for every key credited with interest writes its
  *> certificate, archives it and adds it to the return.
  Run-Tax-Certificates.
    MOVE 0 TO WS-Tax-Rows-Read.
    MOVE 0 TO WS-Tax-Postings.
    MOVE 0 TO WS-Tax-Certs.
    MOVE 0 TO WS-Tax-No-Name.
    MOVE 0 TO WS-Tax-Lines.
    MOVE 0 TO WS-Tot-Gross.
    MOVE 0 TO WS-Tot-Tax.
    MOVE 0 TO WS-Tot-Net.

    IF WS-Tax-Year IS NOT NUMERIC OR WS-Tax-Year < "1900"
      OR WS-Tax-Year > WS-Tax-Today(1:4) THEN
      MOVE "Tax year must be a year, YYYY, not in the future."
        TO WS-Tax-Result-Label
      MOVE "ERR" TO WS-RH-End-Status
      EXIT PARAGRAPH
    END-IF.
    IF WS-Tax-Feed-Used = 0 THEN
      MOVE "No interest feed - register AccrExtract.dat on FeedMaint or card TAXFEED."
        TO WS-Tax-Result-Label
      MOVE "ERR" TO WS-RH-End-Status
      EXIT PARAGRAPH
    END-IF.
    OPEN INPUT Posted-Reg-File.
    IF NOT Posted-Reg-Opened-OK THEN
      MOVE "No posted-transaction register - nothing to certify."
        TO WS-Tax-Result-Label
      MOVE "WARN" TO WS-RH-End-Status
      EXIT PARAGRAPH
    END-IF.

    OPEN INPUT Acct-Ref-File.
    IF Acct-Ref-Opened-OK THEN
      MOVE "Y" TO WS-Acct-Ref-Open-Flag
    ELSE
      MOVE "N" TO WS-Acct-Ref-Open-Flag
    END-IF.
    OPEN INPUT Trans-Master-File.
    IF Trans-Master-Opened-OK THEN
      MOVE "Y" TO WS-Master-Open-Flag
    ELSE
      MOVE "N" TO WS-Master-Open-Flag
    END-IF.

    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Tax-Stamp.
    MOVE SPACES TO WS-Cert-Out-Path.
    STRING
      "TaxCert." DELIMITED BY SIZE
      WS-Tax-Year DELIMITED BY SIZE
      ".txt" DELIMITED BY SIZE
      INTO WS-Cert-Out-Path
    END-STRING.
    CALL "ResolveDataPath" USING WS-Cert-Out-Path.
    MOVE SPACES TO WS-Tax-Return-Path.
    STRING
      "TaxReturn." DELIMITED BY SIZE
      WS-Tax-Year DELIMITED BY SIZE
      ".dat" DELIMITED BY SIZE
      INTO WS-Tax-Return-Path
    END-STRING.
    CALL "ResolveDataPath" USING WS-Tax-Return-Path.

    OPEN OUTPUT Cert-Out-File.
    OPEN OUTPUT Tax-Return-File.
    *> The archive only ever grows, like Audit.log.
    OPEN EXTEND Stmt-Arch-File.
    IF Stmt-Arch-Not-Found THEN
      OPEN OUTPUT Stmt-Arch-File
    END-IF.

    MOVE WS-Company-ID TO RTH-Company.
    MOVE WS-Tax-Year TO RTH-Tax-Year.
    MOVE LK-Run-ID TO RTH-Run-ID.
    MOVE WS-Tax-Stamp TO RTH-Created.
    MOVE WS-Cfg-Tax-Withhold-Pct TO RTH-Rate.
    MOVE WS-Ret-Header TO TR-Line.
    WRITE TR-Line.

    MOVE SPACES TO WS-Cur-Key.
    MOVE LOW-VALUES TO PR-Reg-Key.
    MOVE "N" TO WS-Posted-At-End-Flag.
    START Posted-Reg-File KEY IS NOT < PR-Reg-Key
      INVALID KEY
        MOVE "Y" TO WS-Posted-At-End-Flag
    END-START.
    PERFORM UNTIL Posted-At-End
      READ Posted-Reg-File NEXT
        AT END
          MOVE "Y" TO WS-Posted-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Tax-Rows-Read
          PERFORM Take-Posted-Row
      END-READ
    END-PERFORM.
    IF WS-Cur-Key NOT = SPACES THEN
      PERFORM Emit-Key-Certificate
    END-IF.

    MOVE WS-Tax-Certs TO RTT-Count.
    MOVE WS-Tot-Gross TO RTT-Gross.
    MOVE WS-Tot-Tax TO RTT-Tax.
    MOVE WS-Tot-Net TO RTT-Net.
    MOVE WS-Ret-Trailer TO TR-Line.
    WRITE TR-Line.

    CLOSE Posted-Reg-File.
    CLOSE Cert-Out-File.
    CLOSE Tax-Return-File.
    CLOSE Stmt-Arch-File.
    IF Acct-Ref-Open THEN
      CLOSE Acct-Ref-File
    END-IF.
    IF Trans-Master-Open THEN
      CLOSE Trans-Master-File
    END-IF.

    *> The return onto the transmission register - certificate count
    *> and gross interest as the controls.
    MOVE WS-Tax-Return-Path(1:40) TO WS-Xmit-Name.
    MOVE WS-Tot-Gross TO WS-Xmit-Checksum.
    CALL "WriteXmitReg" USING WS-Xmit-Name WS-Tax-Certs
      WS-Xmit-Checksum LK-Run-ID LK-Operator-ID.

    IF WS-Tax-Certs > 0 THEN
      CALL "WriteSpoolJob" USING WS-Spool-Source WS-Cert-Out-Path
        WS-Spool-Paginate LK-Run-ID
    END-IF.

    MOVE SPACES TO WS-Audit-Message.
    STRING
      "TAXCERT year " DELIMITED BY SIZE
      WS-Tax-Year DELIMITED BY SIZE
      " by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " certificates=" DELIMITED BY SIZE
      WS-Tax-Certs DELIMITED BY SIZE
      " return=" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Tax-Return-Path) DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE SPACES TO WS-Tax-Result-Label.
    STRING
      "Certificates: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Cert-Out-Path) DELIMITED BY SIZE
      "  Return: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Tax-Return-Path) DELIMITED BY SIZE
      INTO WS-Tax-Result-Label
    END-STRING.
    MOVE WS-Tot-Gross TO WS-Edit-Amount.
    MOVE SPACES TO WS-Tax-Result-Detail.
    STRING
      WS-Tax-Certs DELIMITED BY SIZE
      " key(s), " DELIMITED BY SIZE
      WS-Tax-Postings DELIMITED BY SIZE
      " posting(s), gross " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Amount) DELIMITED BY SIZE
      INTO WS-Tax-Result-Detail
    END-STRING.
    IF WS-Tax-No-Name > 0 THEN
      MOVE "WARN" TO WS-RH-End-Status
    ELSE
      MOVE "OK" TO WS-RH-End-Status
    END-IF.

    MOVE "INF" TO WS-Log-Level.
    MOVE WS-Tax-Result-Detail TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

  *> One register row: a credit off an interest feed, taking effect
  *> in the tax year, adds to its key. Debit interest (an overdrawn
  *> balance charged) is not interest credited and is left out.
  Take-Posted-Row.
    IF PR-Key NOT = WS-Cur-Key THEN
      IF WS-Cur-Key NOT = SPACES THEN
        PERFORM Emit-Key-Certificate
      END-IF
      MOVE PR-Key TO WS-Cur-Key
      MOVE 0 TO WS-Cur-Postings
      MOVE 0 TO WS-Cur-Gross
    END-IF.

    MOVE "N" TO WS-Interest-Flag.
    PERFORM VARYING WS-Tax-Feed-Idx FROM 1 BY 1
      UNTIL WS-Tax-Feed-Idx > WS-Tax-Feed-Used OR Posting-Is-Interest
      IF PR-Feed = WS-Tax-Feed(WS-Tax-Feed-Idx) THEN
        MOVE "Y" TO WS-Interest-Flag
      END-IF
    END-PERFORM.
    IF NOT Posting-Is-Interest THEN
      EXIT PARAGRAPH
    END-IF.

    *> The tax year goes by the date the interest settled at.
    MOVE PR-Value-Date TO WS-Tax-Post-Date.
    IF WS-Tax-Post-Date(1:4) NOT = WS-Tax-Year THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE PR-Amount-X TO WS-Reg-Amount-X.
    IF WS-Reg-Amount NOT > 0 THEN
      EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-Cur-Postings.
    ADD 1 TO WS-Tax-Postings.
    ADD WS-Reg-Amount TO WS-Cur-Gross.

  *> The key's certificate, its archive copy and its return record -
  *> only when it was credited interest in the year.
  Emit-Key-Certificate.
    IF WS-Cur-Gross NOT > 0 THEN
      EXIT PARAGRAPH
    END-IF.

    COMPUTE WS-Cur-Tax ROUNDED =
      WS-Cur-Gross * WS-Cfg-Tax-Withhold-Pct / 100.
    COMPUTE WS-Cur-Net = WS-Cur-Gross - WS-Cur-Tax.

    MOVE SPACES TO WS-Cur-Name.
    MOVE SPACES TO WS-Cur-Contact.
    IF Acct-Ref-Open THEN
      MOVE WS-Cur-Key TO AC-Key
      READ Acct-Ref-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE AC-Name TO WS-Cur-Name
          MOVE AC-Contact TO WS-Cur-Contact
      END-READ
    END-IF.
    IF WS-Cur-Name = SPACES THEN
      ADD 1 TO WS-Tax-No-Name
    END-IF.
    *> Spaces on the master read as the base currency.
    MOVE "GBP" TO WS-Cur-Currency.
    IF Trans-Master-Open THEN
      MOVE WS-Cur-Key TO TM-Key
      READ Trans-Master-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          IF TM-Currency NOT = SPACES THEN
            MOVE TM-Currency TO WS-Cur-Currency
          END-IF
      END-READ
    END-IF.

    MOVE WS-Cur-Key TO SAB-Key.
    MOVE WS-Tax-Today TO SAB-Date.
    MOVE LK-Run-ID TO SAB-Run-ID.
    MOVE WS-Arch-Banner TO SA-Line.
    WRITE SA-Line.

    MOVE SPACES TO WS-Cert-Build.
    STRING
      "Interest tax certificate " DELIMITED BY SIZE
      WS-Cur-Key DELIMITED BY SIZE
      "  tax year " DELIMITED BY SIZE
      WS-Tax-Year DELIMITED BY SIZE
      INTO WS-Cert-Build
    END-STRING.
    PERFORM Write-Cert-Line.
    *> The name and contact line sits straight under the heading, as
    *> on a statement.
    IF WS-Cur-Name NOT = SPACES THEN
      MOVE SPACES TO WS-Cert-Build
      STRING
        FUNCTION TRIM(WS-Cur-Name) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Cur-Contact) DELIMITED BY SIZE
        INTO WS-Cert-Build
      END-STRING
      PERFORM Write-Cert-Line
    END-IF.
    MOVE "--------------------------------------------------"
      TO WS-Cert-Build.
    PERFORM Write-Cert-Line.

    MOVE SPACES TO WS-Cert-Build.
    STRING
      "Issued by company " DELIMITED BY SIZE
      WS-Company-ID DELIMITED BY SIZE
      " on " DELIMITED BY SIZE
      WS-Tax-Today DELIMITED BY SIZE
      "  run " DELIMITED BY SIZE
      LK-Run-ID DELIMITED BY SIZE
      INTO WS-Cert-Build
    END-STRING.
    PERFORM Write-Cert-Line.
    MOVE SPACES TO WS-Cert-Build.
    STRING
      "Period 01/01/" DELIMITED BY SIZE
      WS-Tax-Year DELIMITED BY SIZE
      " to 31/12/" DELIMITED BY SIZE
      WS-Tax-Year DELIMITED BY SIZE
      "  currency " DELIMITED BY SIZE
      WS-Cur-Currency DELIMITED BY SIZE
      INTO WS-Cert-Build
    END-STRING.
    PERFORM Write-Cert-Line.
    MOVE SPACES TO WS-Cert-Build.
    PERFORM Write-Cert-Line.

    MOVE WS-Cur-Postings TO WS-Edit-Count.
    MOVE SPACES TO WS-Cert-Build.
    MOVE "Interest credits in the year:" TO WS-Cert-Build(1:34).
    MOVE WS-Edit-Count TO WS-Cert-Build(47:5).
    PERFORM Write-Cert-Line.
    MOVE WS-Cur-Gross TO WS-Edit-Amount.
    MOVE SPACES TO WS-Cert-Build.
    MOVE "Gross interest credited:" TO WS-Cert-Build(1:34).
    MOVE WS-Edit-Amount TO WS-Cert-Build(35:17).
    PERFORM Write-Cert-Line.
    MOVE WS-Cfg-Tax-Withhold-Pct TO WS-Edit-Rate.
    MOVE WS-Cur-Tax TO WS-Edit-Amount.
    MOVE SPACES TO WS-Cert-Build.
    STRING
      "Tax withheld at " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Rate) DELIMITED BY SIZE
      "%:" DELIMITED BY SIZE
      INTO WS-Cert-Build(1:34)
    END-STRING.
    MOVE WS-Edit-Amount TO WS-Cert-Build(35:17).
    PERFORM Write-Cert-Line.
    MOVE WS-Cur-Net TO WS-Edit-Amount.
    MOVE SPACES TO WS-Cert-Build.
    MOVE "Net interest paid:" TO WS-Cert-Build(1:34).
    MOVE WS-Edit-Amount TO WS-Cert-Build(35:17).
    PERFORM Write-Cert-Line.
    MOVE SPACES TO WS-Cert-Build.
    PERFORM Write-Cert-Line.
    MOVE "Keep this certificate for your tax return." TO WS-Cert-Build.
    PERFORM Write-Cert-Line.
    MOVE SPACES TO WS-Cert-Build.
    PERFORM Write-Cert-Line.

    MOVE WS-Cur-Key TO RTD-Key.
    MOVE WS-Cur-Name TO RTD-Name.
    MOVE WS-Cur-Currency TO RTD-Currency.
    MOVE WS-Cur-Postings TO RTD-Postings.
    MOVE WS-Cur-Gross TO RTD-Gross.
    MOVE WS-Cur-Tax TO RTD-Tax.
    MOVE WS-Cur-Net TO RTD-Net.
    MOVE WS-Ret-Detail TO TR-Line.
    WRITE TR-Line.

    ADD 1 TO WS-Tax-Certs.
    ADD WS-Cur-Gross TO WS-Tot-Gross.
    ADD WS-Cur-Tax TO WS-Tot-Tax.
    ADD WS-Cur-Net TO WS-Tot-Net.

  *> One certificate line, to the certificate file and the archive.
  Write-Cert-Line.
    MOVE WS-Cert-Build TO CO-Line.
    WRITE CO-Line.
    MOVE WS-Cert-Build TO SA-Line.
    WRITE SA-Line.
    ADD 1 TO WS-Tax-Lines.

  *> Run history and the log line for the batch/schedule path.
  Finish-Batch-Run.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.
    CALL "WriteRunHistory" USING WS-RH-Function WS-Tax-Rows-Read
      WS-Tax-Certs WS-Tax-Postings WS-Tax-No-Name WS-Elapsed-Seconds
      WS-RH-End-Status LK-Run-ID LK-Terminal-ID LK-Operator-ID.

    IF WS-RH-End-Status = "ERR" THEN
      MOVE "ERR" TO WS-Log-Level
    ELSE
      MOVE "INF" TO WS-Log-Level
    END-IF.
    MOVE WS-Tax-Result-Label TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

  LoadConfig.
    CALL "ReadSettings" USING WS-Cfg-Settings WS-Settings-Error.
    IF WS-Settings-Error NOT = SPACES THEN
      MOVE "WARN" TO WS-Log-Level
      MOVE WS-Settings-Error TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

  *> Batch: the tax year and, when the registry can't say, the
  *> interest feed.
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
            WHEN "TAXYEAR"
              MOVE WS-Card-Value(1:4) TO WS-Tax-Year
            WHEN "TAXFEED"
              MOVE WS-Card-Value(1:8) TO WS-Tax-Feed-Card
            WHEN OTHER
              *> Other functions' cards share this file - ignore them.
              CONTINUE
          END-EVALUATE
      END-READ
    END-PERFORM.
    CLOSE Control-Card-File.

END PROGRAM TaxCert.
