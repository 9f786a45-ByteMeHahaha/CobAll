IDENTIFICATION DIVISION.
  PROGRAM-ID. BackupSet.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> One manifest per set - a row for every data file the set
      *> covers, with the numbers its copy is checked against.
      SELECT Manifest-File ASSIGN TO WS-Bkp-Manifest-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Manifest-Status.

      *> The register of sets taken, newest last.
      SELECT Register-File ASSIGN TO WS-Bkp-Register-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Register-Status.

      *> The verification controls WriteVerifyCtl keeps - each
      *> walked copy is held up against its live file's row.
      SELECT Verify-Ctl-File ASSIGN TO "VerifyCtl.dat"
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Verify-Ctl-Status.

      *> The DR transport file - a whole set, manifest and bytes, in
      *> one fixed-length sequential file that can be shipped to the
      *> DR site and loaded there.
      SELECT DR-File ASSIGN TO WS-Bkp-DR-Path
      ORGANISATION SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-DR-Status.

      *> The walked styles, one FD per layout as Master Verify has
      *> them - the path is repointed at each copy in turn.
      SELECT T-Check-File ASSIGN TO WS-Check-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS TC-Key
      ALTERNATE RECORD KEY IS TC-Date WITH DUPLICATES
      FILE STATUS WS-Check-Status.

      SELECT M-Check-File ASSIGN TO WS-Check-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS MC-Key
      FILE STATUS WS-Check-Status.

      SELECT B-Check-File ASSIGN TO WS-Check-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS VB-Branch
      FILE STATUS WS-Check-Status.

      SELECT A-Check-File ASSIGN TO WS-Check-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS VA-Key
      FILE STATUS WS-Check-Status.

      SELECT X-Check-File ASSIGN TO WS-Check-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS VX-Currency
      FILE STATUS WS-Check-Status.

      SELECT S-Check-File ASSIGN TO WS-Check-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS VS-Status
      FILE STATUS WS-Check-Status.

      SELECT G-Check-File ASSIGN TO WS-Check-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS VG-Map-Key
      FILE STATUS WS-Check-Status.

      *> Control-card file for batch runs.
      SELECT Control-Card-File ASSIGN TO "CobAllCards.dat"
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Control-Card-Status.

DATA DIVISION.
  FILE SECTION.
    FD Manifest-File.
      COPY "BackupManRecord.cpy" REPLACING ==:PREFIX:== BY ==BM==.

    FD Register-File.
      COPY "BackupRegRecord.cpy" REPLACING ==:PREFIX:== BY ==BG==.

    FD Verify-Ctl-File.
      01 VC-Line.
        05 VC-Path PIC X(80).
        05 VC-Style PIC X(1).
        05 VC-Count PIC 9(7).
        05 VC-Hash PIC S9(13)V99.

    *> Every transport record is 600 bytes: DRHD (the set's register
    *> row), then per file a FILE (its manifest row and size), DATA
    *> records carrying up to 512 bytes each, and DEND; DRTL closes
    *> the file with its own counts.
    FD DR-File.
      01 DR-Record.
        05 DR-Type PIC X(4).
        05 FILLER PIC X(596).
      01 DR-Header-Rec.
        05 FILLER PIC X(4).
        05 DRH-Register PIC X(88).
        05 DRH-Written PIC X(14).
        05 FILLER PIC X(494).
      01 DR-File-Rec.
        05 FILLER PIC X(4).
        05 DRF-Manifest PIC X(202).
        05 DRF-Size PIC 9(12).
        05 FILLER PIC X(382).
      01 DR-Data-Rec.
        05 FILLER PIC X(4).
        05 DRD-Length PIC 9(4).
        05 DRD-Bytes PIC X(512).
        05 FILLER PIC X(80).
      01 DR-Trailer-Rec.
        05 FILLER PIC X(4).
        05 DRT-Files PIC 9(5).
        05 DRT-Data-Records PIC 9(9).
        05 DRT-Bytes PIC 9(12).
        05 FILLER PIC X(570).

    FD T-Check-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==TC==.

    FD M-Check-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==MC==.

    FD B-Check-File.
      COPY "BranchRecord.cpy" REPLACING ==:PREFIX:== BY ==VB==.

    FD A-Check-File.
      COPY "AcctRecord.cpy" REPLACING ==:PREFIX:== BY ==VA==.

    FD X-Check-File.
      COPY "RateRecord.cpy" REPLACING ==:PREFIX:== BY ==VX==.

    FD S-Check-File.
      COPY "StatusRecord.cpy" REPLACING ==:PREFIX:== BY ==VS==.

    FD G-Check-File.
      COPY "GLMapRecord.cpy" REPLACING ==:PREFIX:== BY ==VG==.

    FD Control-Card-File.
      *> One KEYWORD=VALUE control card.
      01 CC-Card-Line PIC X(80).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> Training mode, shared by CobAll's login - a training session
    *> works on copies seeded from the live files, so a backup or a
    *> restore from one is refused outright.
    01 WS-Training-Mode-Switch PIC A EXTERNAL.
      88 Training-Mode-Active VALUE "Y".

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode - when
    *> on, no screen is displayed or accepted here.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    *> The session's company, shared by CobAll's login - carried on
    *> the register row, so a DR file says whose files it holds.
    01 WS-Company-ID PIC X(4) EXTERNAL.

    *> Every data file the system keeps, in the order a set copies
    *> them: "C" files are the company's own and are resolved the way
    *> their programs resolve them, "S" files are shared by every
    *> company. The style is how the copy is checked - the VerifyCtl
    *> key styles are walked for count and hash, "F" files by size.
    *> Inbound feeds and outbound extracts are not data files - they
    *> are received or regenerated - and neither is the register of
    *> sets itself, which a restore must never wind back.
    01 WS-Bkp-File-List.
      05 FILLER PIC X(26) VALUE "TransMaster.dat         CT".
      05 FILLER PIC X(26) VALUE "MtdMaster.dat           CM".
      05 FILLER PIC X(26) VALUE "PostedReg.dat           CF".
      05 FILLER PIC X(26) VALUE "FwdWarehouse.dat        CF".
      05 FILLER PIC X(26) VALUE "HoldReg.dat             CF".
      05 FILLER PIC X(26) VALUE "DormantReg.dat          CF".
      05 FILLER PIC X(26) VALUE "RetainReg.dat           CF".
      05 FILLER PIC X(26) VALUE "Suspense.dat            CF".
      05 FILLER PIC X(26) VALUE "FeedControl.dat         CF".
      05 FILLER PIC X(26) VALUE "MtdFeedControl.dat      CF".
      05 FILLER PIC X(26) VALUE "MtdPeriod.dat           CF".
      05 FILLER PIC X(26) VALUE "RunTotals.dat           CF".
      05 FILLER PIC X(26) VALUE "Snapshot.dat            CF".
      05 FILLER PIC X(26) VALUE "StandingInstr.dat       CF".
      05 FILLER PIC X(26) VALUE "SIControl.dat           CF".
      05 FILLER PIC X(26) VALUE "SIGenControl.dat        CF".
      05 FILLER PIC X(26) VALUE "AccrControl.dat         CF".
      05 FILLER PIC X(26) VALUE "AccrGenControl.dat      CF".
      05 FILLER PIC X(26) VALUE "FeeControl.dat          CF".
      05 FILLER PIC X(26) VALUE "FeeGenControl.dat       CF".
      05 FILLER PIC X(26) VALUE "FeeTariff.dat           CF".
      05 FILLER PIC X(26) VALUE "AdjustControl.dat       CF".
      05 FILLER PIC X(26) VALUE "Adjustment.dat          CF".
      05 FILLER PIC X(26) VALUE "CollReg.dat             CF".
      05 FILLER PIC X(26) VALUE "DisputeCase.dat         CF".
      05 FILLER PIC X(26) VALUE "DisputeControl.dat      CF".
      05 FILLER PIC X(26) VALUE "DisputeNotes.dat        CF".
      05 FILLER PIC X(26) VALUE "ProvControl.dat         CF".
      05 FILLER PIC X(26) VALUE "ProvHeld.dat            CF".
      05 FILLER PIC X(26) VALUE "WriteOffReg.dat         CF".
      05 FILLER PIC X(26) VALUE "RecControl.dat          CF".
      05 FILLER PIC X(26) VALUE "RecItem.dat             CF".
      05 FILLER PIC X(26) VALUE "RecKeys.dat             CF".
      05 FILLER PIC X(26) VALUE "StmtLine.dat            CF".
      05 FILLER PIC X(26) VALUE "RecallReg.dat           CF".
      05 FILLER PIC X(26) VALUE "FeedQuar.dat            CF".
      05 FILLER PIC X(26) VALUE "TxnHist.dat             CF".
      05 FILLER PIC X(26) VALUE "Resubmit.dat            CF".
      05 FILLER PIC X(26) VALUE "RegReturn.dat           CF".
      05 FILLER PIC X(26) VALUE "StructCase.dat          CF".
      05 FILLER PIC X(26) VALUE "StmtArchive.dat         CF".
      05 FILLER PIC X(26) VALUE "MassUpdPend.dat         CF".
      05 FILLER PIC X(26) VALUE "MonControl.dat          CF".
      05 FILLER PIC X(26) VALUE "TransferReg.dat         CF".
      05 FILLER PIC X(26) VALUE "TransferGen.dat         CF".
      05 FILLER PIC X(26) VALUE "Budget.dat              CF".
      05 FILLER PIC X(26) VALUE "RevalRate.dat           CF".
      05 FILLER PIC X(26) VALUE "ImportMap.dat           CF".
      05 FILLER PIC X(26) VALUE "GroupCos.dat            CF".
      05 FILLER PIC X(26) VALUE "IcKeys.dat              CF".
      05 FILLER PIC X(26) VALUE "CdcCtl.dat              CF".
      05 FILLER PIC X(26) VALUE "LoanMaster.dat          CF".
      05 FILLER PIC X(26) VALUE "LoanControl.dat         CF".
      05 FILLER PIC X(26) VALUE "LoanGenControl.dat      CF".
      05 FILLER PIC X(26) VALUE "DepositMaster.dat       CF".
      05 FILLER PIC X(26) VALUE "DepControl.dat          CF".
      05 FILLER PIC X(26) VALUE "DepGenControl.dat       CF".
      05 FILLER PIC X(26) VALUE "Payments.dat            CF".
      05 FILLER PIC X(26) VALUE "PayRefControl.dat       CF".
      05 FILLER PIC X(26) VALUE "PayGenControl.dat       CF".
      05 FILLER PIC X(26) VALUE "PayRetGenControl.dat    CF".
      05 FILLER PIC X(26) VALUE "RepairJnl.dat           CF".
      05 FILLER PIC X(26) VALUE "RekeyXref.dat           CF".
      05 FILLER PIC X(26) VALUE "RekeyPend.dat           CF".
      05 FILLER PIC X(26) VALUE "SampleReg.dat           CF".
      05 FILLER PIC X(26) VALUE "SampleItem.dat          CF".
      05 FILLER PIC X(26) VALUE "CapHist.dat             CF".
      05 FILLER PIC X(26) VALUE "BranchRef.dat           SB".
      05 FILLER PIC X(26) VALUE "AcctRef.dat             SA".
      05 FILLER PIC X(26) VALUE "ExchRate.dat            SX".
      05 FILLER PIC X(26) VALUE "StatusRef.dat           SS".
      05 FILLER PIC X(26) VALUE "GLAcctMap.dat           SG".
      05 FILLER PIC X(26) VALUE "ProdMaster.dat          SF".
      05 FILLER PIC X(26) VALUE "StatTrans.dat           SF".
      05 FILLER PIC X(26) VALUE "Calendar.dat            SF".
      05 FILLER PIC X(26) VALUE "CustMaster.dat          SF".
      05 FILLER PIC X(26) VALUE "CustLink.dat            SF".
      05 FILLER PIC X(26) VALUE "EditRules.dat           SF".
      05 FILLER PIC X(26) VALUE "BranchLimit.dat         SF".
      05 FILLER PIC X(26) VALUE "RateHist.dat            SF".
      05 FILLER PIC X(26) VALUE "RatePend.dat            SF".
      05 FILLER PIC X(26) VALUE "RateLoadCtl.dat         SF".
      05 FILLER PIC X(26) VALUE "RepairRules.dat         SF".
      05 FILLER PIC X(26) VALUE "AccrRates.dat           SF".
      05 FILLER PIC X(26) VALUE "ProvRates.dat           SF".
      05 FILLER PIC X(26) VALUE "MonRules.dat            SF".
      05 FILLER PIC X(26) VALUE "WatchList.dat           SF".
      05 FILLER PIC X(26) VALUE "ScreenHit.dat           SF".
      05 FILLER PIC X(26) VALUE "StmtCycle.dat           SF".
      05 FILLER PIC X(26) VALUE "OperProf.dat            SF".
      05 FILLER PIC X(26) VALUE "PendAppr.dat            SF".
      05 FILLER PIC X(26) VALUE "FeedReg.dat             SF".
      05 FILLER PIC X(26) VALUE "RptDef.dat              SF".
      05 FILLER PIC X(26) VALUE "Retention.dat           SF".
      05 FILLER PIC X(26) VALUE "CapLimits.dat           SF".
      05 FILLER PIC X(26) VALUE "Schedule.dat            SF".
      05 FILLER PIC X(26) VALUE "Broadcast.dat           SF".
      05 FILLER PIC X(26) VALUE "Handover.dat            SF".
      05 FILLER PIC X(26) VALUE "CfgHistory.dat          SF".
      05 FILLER PIC X(26) VALUE "VerifyCtl.dat           SF".
      05 FILLER PIC X(26) VALUE "XmitReg.dat             SF".
      05 FILLER PIC X(26) VALUE "RunHist.dat             SF".
      05 FILLER PIC X(26) VALUE "TMJournal.dat           SF".
      05 FILLER PIC X(26) VALUE "CobAll.cfg              SF".
    01 WS-Bkp-File-Table REDEFINES WS-Bkp-File-List.
      05 WS-Bkp-File-Entry OCCURS 104 TIMES.
        10 WS-Bkp-File-Name PIC X(24).
        10 WS-Bkp-File-Scope PIC X(1).
        10 WS-Bkp-File-Style PIC X(1).
    01 WS-Bkp-File-Max PIC 9(3) VALUE 104.
    01 WS-Bkp-Idx PIC 9(3) VALUE 0.

    01 WS-Bkp-Manifest-Path PIC X(80) VALUE SPACES.
    01 WS-Manifest-Status PIC XX.
      88 Manifest-Opened-OK VALUE "00".
      88 Manifest-Not-Found VALUE "35".
    01 WS-Manifest-At-End-Flag PIC X VALUE "N".
      88 Manifest-At-End VALUE "Y".

    01 WS-Bkp-Register-Path PIC X(80) VALUE "BackupReg.dat".
    01 WS-Register-Status PIC XX.
      88 Register-Opened-OK VALUE "00".
      88 Register-Not-Found VALUE "35".
    01 WS-Register-At-End-Flag PIC X VALUE "N".
      88 Register-At-End VALUE "Y".

    01 WS-Verify-Ctl-Status PIC XX.
      88 Verify-Ctl-Opened-OK VALUE "00".
    01 WS-Ctl-At-End-Flag PIC X VALUE "N".
      88 Controls-At-End VALUE "Y".

    01 WS-Bkp-DR-Path PIC X(80) VALUE SPACES.
    01 WS-DR-Status PIC XX.
      88 DR-Opened-OK VALUE "00".
      88 DR-Not-Found VALUE "35".
    01 WS-DR-At-End-Flag PIC X VALUE "N".
      88 DR-At-End VALUE "Y".

    01 WS-Check-Path PIC X(80) VALUE SPACES.
    01 WS-Check-Style PIC X(1) VALUE SPACE.
    01 WS-Check-Status PIC XX.
      88 Check-Opened-OK VALUE "00".
    01 WS-Check-At-End-Flag PIC X VALUE "N".
      88 Check-At-End VALUE "Y".
    01 WS-Walk-Count PIC 9(11) VALUE 0.
    01 WS-Walk-Hash PIC S9(13)V99 VALUE 0.

    01 WS-Control-Card-Status PIC XX.
      88 Control-Card-Not-Found VALUE "35".
    01 WS-Card-Keyword PIC X(20).
    01 WS-Card-Value PIC X(60).
    *> BKDRWRITE=Y on a batch backup also writes the set's DR file.
    01 WS-Bkp-DR-Card PIC X(1) VALUE "N".
      88 Bkp-DR-Card-Given VALUE "Y".

    *> The set being taken or worked on. Its ID is the stamp it was
    *> taken at, stepped on a second if a set of that name exists -
    *> a restore's safety set can follow its backup inside one.
    01 WS-Bkp-Set-ID PIC X(14) VALUE SPACES.
    01 WS-Bkp-Set-Number PIC 9(14) VALUE 0.
    01 WS-Bkp-Kind PIC X(1) VALUE SPACE.
    01 WS-Bkp-Note PIC X(40) VALUE SPACES.
    01 WS-Bkp-Target-Set PIC X(14) VALUE SPACES.
    01 WS-Bkp-Safety-Set PIC X(14) VALUE SPACES.
    01 WS-Bkp-Live-Path PIC X(80) VALUE SPACES.
    01 WS-Bkp-Copy-Path PIC X(80) VALUE SPACES.

    01 WS-Bkp-Files PIC 9(3) VALUE 0.
    01 WS-Bkp-Absent PIC 9(3) VALUE 0.
    01 WS-Bkp-Copy-Fail PIC 9(3) VALUE 0.
    01 WS-Bkp-Ctl-Agree PIC 9(3) VALUE 0.
    01 WS-Bkp-Ctl-Differ PIC 9(3) VALUE 0.
    01 WS-Bkp-Bytes PIC 9(12) VALUE 0.
    01 WS-Bkp-First-Bad PIC X(40) VALUE SPACES.

    *> A set is checked copy by copy against its manifest before it
    *> is restored or shipped.
    01 WS-Bkp-Verify-Files PIC 9(3) VALUE 0.
    01 WS-Bkp-Verify-Absent PIC 9(3) VALUE 0.
    01 WS-Bkp-Verify-Fail PIC 9(3) VALUE 0.
    01 WS-Bkp-Set-Found-Flag PIC A VALUE "N".
      88 Bkp-Set-Found VALUE "Y".
    01 WS-Bkp-Restore-Fail PIC 9(3) VALUE 0.
    01 WS-Bkp-Rollback-Fail PIC 9(3) VALUE 0.

    *> The live file's VerifyCtl.dat row, when it has one.
    01 WS-Vfc-Found-Flag PIC A VALUE "N".
      88 Vfc-Found VALUE "Y".
    01 WS-Vfc-Count PIC 9(7) VALUE 0.
    01 WS-Vfc-Hash PIC S9(13)V99 VALUE 0.

    *> WriteVerifyCtl's parameters - a restore re-records the
    *> controls of every walked file from the manifest it restored.
    01 WS-Vc-Path PIC X(80) VALUE SPACES.
    01 WS-Vc-Style PIC X(1) VALUE SPACE.
    01 WS-Vc-Count PIC 9(7) VALUE 0.
    01 WS-Vc-Hash PIC S9(13)V99 VALUE 0.

    *> The register row for the set in hand, as read.
    COPY "BackupRegRecord.cpy" REPLACING ==:PREFIX:== BY ==BX==.
    01 WS-Bkp-Reg-Found-Flag PIC A VALUE "N".
      88 Bkp-Reg-Found VALUE "Y".

    *> The run locks a set is taken and restored under - its own,
    *> and the two the master-rebuilding streams hold, so no night
    *> run is writing while files are copied either way.
    01 WS-Bkp-Lock-Names.
      05 FILLER PIC X(8) VALUE "BACKUP".
      05 FILLER PIC X(8) VALUE "SORTRPT".
      05 FILLER PIC X(8) VALUE "SORTMRG".
    01 WS-Bkp-Lock-Table REDEFINES WS-Bkp-Lock-Names.
      05 WS-Bkp-Lock-Entry OCCURS 3 TIMES PIC X(8).
    01 WS-Bkp-Lock-Idx PIC 9 VALUE 0.
    01 WS-Bkp-Locks-Held PIC 9 VALUE 0.
    01 WS-Bkp-Lock-Refused-Flag PIC A VALUE "N".
      88 Bkp-Lock-Refused VALUE "Y".
    01 WS-Lock-Action PIC X(1) VALUE SPACE.
    01 WS-Lock-Name PIC X(8) VALUE SPACES.
    01 WS-Lock-Result PIC X(1) VALUE SPACE.
    01 WS-Lock-Holder-Info PIC X(60) VALUE SPACES.

    *> File routines - existence and size, whole-file copy, and the
    *> byte-stream calls the DR transport file is built and loaded
    *> with.
    01 WS-Bkp-File-Info.
      05 WS-Bkp-File-Size PIC X(8) COMP-X.
      05 FILLER PIC X(16).
    01 WS-Bkp-Exist-Status PIC S9(9) COMP-5.
    01 WS-Bkp-Copy-Status PIC S9(9) COMP-5.
    01 WS-Bkp-Delete-Status PIC S9(9) COMP-5.
    01 WS-Byte-Name PIC X(80) VALUE SPACES.
    01 WS-Byte-Access PIC X COMP-X VALUE 1.
    01 WS-Byte-Deny PIC X COMP-X VALUE 0.
    01 WS-Byte-Device PIC X COMP-X VALUE 0.
    01 WS-Byte-Handle PIC X(4) VALUE LOW-VALUES.
    01 WS-Byte-Offset PIC X(8) COMP-X VALUE 0.
    01 WS-Byte-Count PIC X(4) COMP-X VALUE 0.
    01 WS-Byte-Flags PIC X COMP-X VALUE 0.
    01 WS-Byte-Buffer PIC X(512) VALUE SPACES.
    01 WS-Byte-Status PIC S9(9) COMP-5.
    01 WS-Byte-Size PIC 9(12) VALUE 0.
    01 WS-Byte-Open-Flag PIC A VALUE "N".
      88 Byte-File-Open VALUE "Y".

    *> DR transport counts - written to the trailer, checked against
    *> it on load.
    01 WS-DR-Files PIC 9(5) VALUE 0.
    01 WS-DR-Data-Records PIC 9(9) VALUE 0.
    01 WS-DR-Bytes PIC 9(12) VALUE 0.
    01 WS-DR-Fail-Flag PIC A VALUE "N".
      88 DR-Failed VALUE "Y".
    01 WS-DR-Trailer-Flag PIC A VALUE "N".
      88 DR-Trailer-Agrees VALUE "Y".

    *> Transmission register row for a shipped DR file.
    01 WS-Xmit-Name PIC X(40) VALUE SPACES.
    01 WS-Xmit-Count PIC 9(7) VALUE 0.
    01 WS-Xmit-Checksum PIC S9(11)V99 VALUE 0.

    *> The menu page - the ten most recent sets, newest first.
    01 WS-Bkp-List-Lines.
      05 WS-Bkp-List-Line OCCURS 10 TIMES PIC X(76).
    01 WS-Bkp-List-Label PIC X(60) VALUE SPACES.
    01 WS-Bkp-Reg-Count PIC 9(5) VALUE 0.
    01 WS-Bkp-Reg-Seq PIC 9(5) VALUE 0.
    01 WS-Bkp-List-Idx PIC 99 VALUE 0.
    01 WS-Bkp-Disp-Files PIC ZZ9.

    01 WS-Bkp-Choice PIC 9 VALUE 0.
    01 WS-Bkp-Set-Request PIC X(14) VALUE SPACES.
    01 WS-Bkp-DR-Request PIC X(56) VALUE SPACES.
    01 WS-Bkp-Confirm PIC A VALUE SPACES.
      88 Bkp-Confirmed VALUE "Y" "y".
    01 WS-Bkp-Back-Flag PIC A VALUE "N".
      88 Bkp-Back-Requested VALUE "Y".
    01 WS-Bkp-Result-Label PIC X(76) VALUE SPACES.
    01 WS-Bkp-Result-Detail PIC X(76) VALUE SPACES.
    01 WS-Bkp-Disp-Count PIC ZZZ,ZZZ,ZZZ,ZZ9.

    *> Run history for the batch/schedule path.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "BACKUP".
    01 WS-RH-Read PIC 9(7) VALUE 0.
    01 WS-RH-Written PIC 9(7) VALUE 0.
    01 WS-RH-Matched PIC 9(7) VALUE 0.
    01 WS-RH-Unmatched PIC 9(7) VALUE 0.
    01 WS-RH-End-Status PIC X(4) VALUE SPACES.

    01 WS-Error-Code PIC 999 VALUE 0.
    01 WS-Error-Msg PIC X(70) VALUE SPACES.

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
    COPY "BackupSetScr.cpy". *> Backup and DR Restore screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  BackupSetMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Backup and DR Restore selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> The session loop re-CALLs this program in one run unit, so
    *> the VALUE clauses only ever ran once - reset what carries.
    MOVE "N" TO WS-Bkp-Back-Flag.
    MOVE "N" TO WS-Bkp-DR-Card.
    MOVE 0 TO WS-Bkp-Locks-Held.
    MOVE SPACES TO WS-Bkp-Result-Label.
    MOVE SPACES TO WS-Bkp-Result-Detail.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.

    MOVE "BackupReg.dat" TO WS-Bkp-Register-Path.
    CALL "ResolveDataPath" USING WS-Bkp-Register-Path.

    IF Training-Mode-Active THEN
      MOVE "Backup and restore are not available in training mode."
        TO WS-Bkp-Result-Label
      IF NOT Batch-Mode-Active THEN
        DISPLAY SC-Bkp-Result
        ACCEPT OMITTED
      END-IF
      GOBACK
    END-IF.

    IF Batch-Mode-Active THEN
      PERFORM Run-Batch-Backup
      GOBACK
    END-IF.

    PERFORM Bkp-Loop UNTIL Bkp-Back-Requested.

    GOBACK.

  *> One pass of the menu: list the sets, take the request.
  Bkp-Loop.
    PERFORM Load-Set-List.
    MOVE 0 TO WS-Bkp-Choice.
    MOVE SPACES TO WS-Bkp-Set-Request.
    MOVE SPACES TO WS-Bkp-DR-Request.
    DISPLAY SC-Bkp-Menu.
    ACCEPT SC-Bkp-Menu.

    MOVE SPACES TO WS-Bkp-Result-Label.
    MOVE SPACES TO WS-Bkp-Result-Detail.
    EVALUATE WS-Bkp-Choice
      WHEN 1
        PERFORM Take-Locked-Backup
      WHEN 2
        PERFORM Verify-Requested-Set
      WHEN 3
        PERFORM Restore-Requested-Set
      WHEN 4
        PERFORM Write-Requested-DR-File
      WHEN 5
        PERFORM Load-DR-File
      WHEN 6
        MOVE "Y" TO WS-Bkp-Back-Flag
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

    IF WS-Bkp-Choice >= 1 AND WS-Bkp-Choice <= 5 THEN
      DISPLAY SC-Bkp-Result
      ACCEPT OMITTED
    END-IF.

  *> Batch: take a set under the locks, and write its DR file too
  *> when the BKDRWRITE card asks. An incomplete set stops the
  *> stream through the catalog - the night must not go on believing
  *> it has a backup.
  Run-Batch-Backup.
    PERFORM ReadControlCards.
    PERFORM Take-Locked-Backup.

    IF WS-RH-End-Status NOT = "ERR" AND Bkp-DR-Card-Given THEN
      PERFORM Write-DR-Transport
      IF DR-Failed THEN
        MOVE "ERR" TO WS-RH-End-Status
      END-IF
    END-IF.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

    MOVE WS-Bkp-Files TO WS-RH-Read.
    COMPUTE WS-RH-Written = WS-Bkp-Files - WS-Bkp-Absent
      - WS-Bkp-Copy-Fail.
    MOVE WS-Bkp-Ctl-Agree TO WS-RH-Matched.
    MOVE WS-Bkp-Ctl-Differ TO WS-RH-Unmatched.
    CALL "WriteRunHistory" USING WS-RH-Function WS-RH-Read
      WS-RH-Written WS-RH-Matched WS-RH-Unmatched WS-Elapsed-Seconds
      WS-RH-End-Status LK-Run-ID LK-Terminal-ID LK-Operator-ID.

    MOVE "INF" TO WS-Log-Level.
    MOVE WS-Bkp-Result-Label TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    IF WS-RH-End-Status = "ERR" THEN
      MOVE 427 TO WS-Error-Code
      MOVE WS-Bkp-Result-Label(1:70) TO WS-Error-Msg
      CALL "CloseWithError" USING WS-Error-Code WS-Error-Msg
        LK-Run-ID LK-Terminal-ID LK-Operator-ID
    END-IF.

  *> Takes a backup set under the run locks. A copy that failed
  *> leaves the set on the register marked incomplete (its manifest
  *> row will never verify, so it can't be restored); a walked copy
  *> that disagrees with its VerifyCtl.dat row is a warning - the set
  *> holds the file as it was, and the nightly verify will say the
  *> same of the live one.
  Take-Locked-Backup.
    PERFORM Acquire-Backup-Locks.
    IF Bkp-Lock-Refused THEN
      MOVE SPACES TO WS-Bkp-Result-Label
      STRING
        "Backup not taken - " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Lock-Holder-Info) DELIMITED BY SIZE
        INTO WS-Bkp-Result-Label
      END-STRING
      MOVE "ERR" TO WS-RH-End-Status
      EXIT PARAGRAPH
    END-IF.

    MOVE "B" TO WS-Bkp-Kind.
    MOVE SPACES TO WS-Bkp-Note.
    PERFORM Take-Backup-Set.
    PERFORM Release-Backup-Locks.

    MOVE SPACES TO WS-Bkp-Result-Label.
    EVALUATE TRUE
      WHEN WS-Bkp-Copy-Fail > 0
        STRING
          "Backup set " DELIMITED BY SIZE
          WS-Bkp-Set-ID DELIMITED BY SIZE
          " INCOMPLETE - " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Bkp-First-Bad) DELIMITED BY SIZE
          " not copied" DELIMITED BY SIZE
          INTO WS-Bkp-Result-Label
        END-STRING
        MOVE "ERR" TO WS-RH-End-Status
      WHEN WS-Bkp-Ctl-Differ > 0
        STRING
          "Backup set " DELIMITED BY SIZE
          WS-Bkp-Set-ID DELIMITED BY SIZE
          " taken - " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Bkp-First-Bad) DELIMITED BY SIZE
          " differs from its control" DELIMITED BY SIZE
          INTO WS-Bkp-Result-Label
        END-STRING
        MOVE "WARN" TO WS-RH-End-Status
      WHEN OTHER
        STRING
          "Backup set " DELIMITED BY SIZE
          WS-Bkp-Set-ID DELIMITED BY SIZE
          " taken." DELIMITED BY SIZE
          INTO WS-Bkp-Result-Label
        END-STRING
        MOVE "OK" TO WS-RH-End-Status
    END-EVALUATE.
    PERFORM Build-Set-Detail.

    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Backup set " DELIMITED BY SIZE
      WS-Bkp-Set-ID DELIMITED BY SIZE
      " taken by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " - " DELIMITED BY SIZE
      FUNCTION TRIM(WS-RH-End-Status) DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> Files, absent, bytes and control agreement for the result
  *> screen.
  Build-Set-Detail.
    MOVE WS-Bkp-Bytes TO WS-Bkp-Disp-Count.
    MOVE SPACES TO WS-Bkp-Result-Detail.
    STRING
      "Files " DELIMITED BY SIZE
      WS-Bkp-Files DELIMITED BY SIZE
      "  absent " DELIMITED BY SIZE
      WS-Bkp-Absent DELIMITED BY SIZE
      "  controls agree " DELIMITED BY SIZE
      WS-Bkp-Ctl-Agree DELIMITED BY SIZE
      " differ " DELIMITED BY SIZE
      WS-Bkp-Ctl-Differ DELIMITED BY SIZE
      "  bytes " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Bkp-Disp-Count) DELIMITED BY SIZE
      INTO WS-Bkp-Result-Detail
    END-STRING.

  *> Takes the three locks in order; the first refused gives back
  *> any already held, so nothing is left half-locked.
  Acquire-Backup-Locks.
    MOVE "N" TO WS-Bkp-Lock-Refused-Flag.
    MOVE 0 TO WS-Bkp-Locks-Held.
    PERFORM VARYING WS-Bkp-Lock-Idx FROM 1 BY 1
      UNTIL WS-Bkp-Lock-Idx > 3 OR Bkp-Lock-Refused
      MOVE "A" TO WS-Lock-Action
      MOVE WS-Bkp-Lock-Entry(WS-Bkp-Lock-Idx) TO WS-Lock-Name
      CALL "RunLock" USING WS-Lock-Action WS-Lock-Name LK-Run-ID
        LK-Operator-ID WS-Lock-Result WS-Lock-Holder-Info
      IF WS-Lock-Result = "Y" THEN
        MOVE WS-Bkp-Lock-Idx TO WS-Bkp-Locks-Held
      ELSE
        MOVE "Y" TO WS-Bkp-Lock-Refused-Flag
      END-IF
    END-PERFORM.
    IF Bkp-Lock-Refused THEN
      PERFORM Release-Backup-Locks
    END-IF.

  *> Gives back the locks held, in the reverse order.
  Release-Backup-Locks.
    PERFORM VARYING WS-Bkp-Lock-Idx FROM WS-Bkp-Locks-Held BY -1
      UNTIL WS-Bkp-Lock-Idx < 1
      MOVE "R" TO WS-Lock-Action
      MOVE WS-Bkp-Lock-Entry(WS-Bkp-Lock-Idx) TO WS-Lock-Name
      CALL "RunLock" USING WS-Lock-Action WS-Lock-Name LK-Run-ID
        LK-Operator-ID WS-Lock-Result WS-Lock-Holder-Info
    END-PERFORM.
    MOVE 0 TO WS-Bkp-Locks-Held.

  *> Copies every data file into a new set and writes its manifest
  *> and register row. The caller holds the locks and sets the kind
  *> and note. Each copy is walked after it is made, so the manifest
  *> describes exactly what the set holds.
  Take-Backup-Set.
    MOVE 0 TO WS-Bkp-Files.
    MOVE 0 TO WS-Bkp-Absent.
    MOVE 0 TO WS-Bkp-Copy-Fail.
    MOVE 0 TO WS-Bkp-Ctl-Agree.
    MOVE 0 TO WS-Bkp-Ctl-Differ.
    MOVE 0 TO WS-Bkp-Bytes.
    MOVE SPACES TO WS-Bkp-First-Bad.

    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Bkp-Set-Number.
    MOVE WS-Bkp-Set-Number TO WS-Bkp-Set-ID.
    PERFORM Build-Set-Names.
    CALL "CBL_CHECK_FILE_EXIST" USING WS-Bkp-Manifest-Path
      WS-Bkp-File-Info RETURNING WS-Bkp-Exist-Status
    END-CALL.
    PERFORM UNTIL WS-Bkp-Exist-Status NOT = 0
      ADD 1 TO WS-Bkp-Set-Number
      MOVE WS-Bkp-Set-Number TO WS-Bkp-Set-ID
      PERFORM Build-Set-Names
      CALL "CBL_CHECK_FILE_EXIST" USING WS-Bkp-Manifest-Path
        WS-Bkp-File-Info RETURNING WS-Bkp-Exist-Status
      END-CALL
    END-PERFORM.

    OPEN OUTPUT Manifest-File.
    IF NOT Manifest-Opened-OK THEN
      MOVE 1 TO WS-Bkp-Copy-Fail
      MOVE "the manifest" TO WS-Bkp-First-Bad
      EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-Bkp-Idx FROM 1 BY 1
      UNTIL WS-Bkp-Idx > WS-Bkp-File-Max
      PERFORM Back-Up-One-File
    END-PERFORM.
    CLOSE Manifest-File.

    MOVE SPACES TO BX-Record.
    MOVE WS-Bkp-Set-ID TO BX-Set-ID.
    MOVE WS-Bkp-Kind TO BX-Kind.
    MOVE LK-Operator-ID TO BX-Operator.
    MOVE LK-Run-ID TO BX-Run-ID.
    MOVE WS-Company-ID TO BX-Company.
    MOVE WS-Bkp-Files TO BX-Files.
    MOVE WS-Bkp-Absent TO BX-Absent.
    IF WS-Bkp-Ctl-Differ > 0 THEN
      MOVE "X" TO BX-Ctl-Status
    ELSE
      MOVE "Y" TO BX-Ctl-Status
    END-IF.
    IF WS-Bkp-Copy-Fail > 0 THEN
      MOVE "INCOMPLETE - a file could not be copied" TO BX-Note
    ELSE
      MOVE WS-Bkp-Note TO BX-Note
    END-IF.
    PERFORM Append-Register-Row.

  *> The set's manifest and DR file names, off its ID.
  Build-Set-Names.
    MOVE SPACES TO WS-Bkp-Manifest-Path.
    STRING
      "BackupSet." DELIMITED BY SIZE
      WS-Bkp-Set-ID DELIMITED BY SIZE
      ".man" DELIMITED BY SIZE
      INTO WS-Bkp-Manifest-Path
    END-STRING.
    CALL "ResolveDataPath" USING WS-Bkp-Manifest-Path.
    MOVE SPACES TO WS-Bkp-DR-Path.
    STRING
      "DRSet." DELIMITED BY SIZE
      WS-Bkp-Set-ID DELIMITED BY SIZE
      ".dat" DELIMITED BY SIZE
      INTO WS-Bkp-DR-Path
    END-STRING.
    CALL "ResolveDataPath" USING WS-Bkp-DR-Path.

  *> One data file: copied alongside itself as <file>.BK<set ID>,
  *> the copy walked or sized, and its manifest row written. A file
  *> not there at all is recorded as absent, so a restore removes it
  *> and the set comes back exactly as it was.
  Back-Up-One-File.
    MOVE WS-Bkp-File-Name(WS-Bkp-Idx) TO WS-Bkp-Live-Path.
    IF WS-Bkp-File-Scope(WS-Bkp-Idx) = "C" THEN
      CALL "ResolveDataPath" USING WS-Bkp-Live-Path
    END-IF.
    MOVE SPACES TO WS-Bkp-Copy-Path.
    STRING
      FUNCTION TRIM(WS-Bkp-Live-Path) DELIMITED BY SIZE
      ".BK" DELIMITED BY SIZE
      WS-Bkp-Set-ID DELIMITED BY SIZE
      INTO WS-Bkp-Copy-Path
    END-STRING.

    MOVE SPACES TO BM-Record.
    MOVE WS-Bkp-Set-ID TO BM-Set-ID.
    MOVE WS-Bkp-Live-Path TO BM-Live-Path.
    MOVE WS-Bkp-Copy-Path TO BM-Copy-Path.
    MOVE WS-Bkp-File-Style(WS-Bkp-Idx) TO BM-Style.
    MOVE 0 TO BM-Count.
    MOVE 0 TO BM-Hash.
    MOVE "N" TO BM-Ctl-Check.
    ADD 1 TO WS-Bkp-Files.

    CALL "CBL_CHECK_FILE_EXIST" USING WS-Bkp-Live-Path
      WS-Bkp-File-Info RETURNING WS-Bkp-Exist-Status
    END-CALL.
    IF WS-Bkp-Exist-Status NOT = 0 THEN
      MOVE "N" TO BM-Style
      ADD 1 TO WS-Bkp-Absent
      WRITE BM-Record
      EXIT PARAGRAPH
    END-IF.

    CALL "CBL_COPY_FILE" USING WS-Bkp-Live-Path WS-Bkp-Copy-Path
      RETURNING WS-Bkp-Copy-Status
    END-CALL.
    IF WS-Bkp-Copy-Status NOT = 0 THEN
      ADD 1 TO WS-Bkp-Copy-Fail
      IF WS-Bkp-First-Bad = SPACES OR WS-Bkp-Copy-Fail = 1 THEN
        MOVE WS-Bkp-Live-Path TO WS-Bkp-First-Bad
      END-IF
      MOVE "WARN" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Backup: copy of " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Bkp-Live-Path) DELIMITED BY SIZE
        " failed" DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      WRITE BM-Record
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Bkp-Copy-Path TO WS-Check-Path.
    MOVE BM-Style TO WS-Check-Style.
    PERFORM Walk-Check-File.
    MOVE WS-Walk-Count TO BM-Count.
    MOVE WS-Walk-Hash TO BM-Hash.
    CALL "CBL_CHECK_FILE_EXIST" USING WS-Bkp-Copy-Path
      WS-Bkp-File-Info RETURNING WS-Bkp-Exist-Status
    END-CALL.
    IF WS-Bkp-Exist-Status = 0 THEN
      ADD WS-Bkp-File-Size TO WS-Bkp-Bytes
    END-IF.

    IF BM-Style NOT = "F" THEN
      PERFORM Find-Verify-Control
      IF Vfc-Found THEN
        IF WS-Vfc-Count = BM-Count AND WS-Vfc-Hash = BM-Hash THEN
          MOVE "Y" TO BM-Ctl-Check
          ADD 1 TO WS-Bkp-Ctl-Agree
        ELSE
          MOVE "X" TO BM-Ctl-Check
          ADD 1 TO WS-Bkp-Ctl-Differ
          IF WS-Bkp-Copy-Fail = 0 AND WS-Bkp-Ctl-Differ = 1 THEN
            MOVE WS-Bkp-Live-Path TO WS-Bkp-First-Bad
          END-IF
        END-IF
      END-IF
    END-IF.
    WRITE BM-Record.

  *> The VerifyCtl.dat row for the live file, if one was recorded.
  Find-Verify-Control.
    MOVE "N" TO WS-Vfc-Found-Flag.
    OPEN INPUT Verify-Ctl-File.
    IF NOT Verify-Ctl-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Ctl-At-End-Flag.
    PERFORM UNTIL Controls-At-End
      READ Verify-Ctl-File
        AT END
          MOVE "Y" TO WS-Ctl-At-End-Flag
        NOT AT END
          IF VC-Path = WS-Bkp-Live-Path THEN
            MOVE "Y" TO WS-Vfc-Found-Flag
            MOVE VC-Count TO WS-Vfc-Count
            MOVE VC-Hash TO WS-Vfc-Hash
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Verify-Ctl-File.

  *> Appends the row in BX-Record to the register.
  Append-Register-Row.
    OPEN EXTEND Register-File.
    IF Register-Not-Found THEN
      OPEN OUTPUT Register-File
    END-IF.
    MOVE BX-Record TO BG-Record.
    WRITE BG-Record.
    CLOSE Register-File.

  *> The register row for WS-Bkp-Set-ID into BX-Record, if any.
  Read-Register-Row.
    MOVE "N" TO WS-Bkp-Reg-Found-Flag.
    MOVE SPACES TO BX-Record.
    OPEN INPUT Register-File.
    IF NOT Register-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Register-At-End-Flag.
    PERFORM UNTIL Register-At-End
      READ Register-File
        AT END
          MOVE "Y" TO WS-Register-At-End-Flag
        NOT AT END
          IF BG-Set-ID = WS-Bkp-Set-ID THEN
            MOVE BG-Record TO BX-Record
            MOVE "Y" TO WS-Bkp-Reg-Found-Flag
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Register-File.

  *> The menu page: the last ten register rows, newest at the top.
  Load-Set-List.
    MOVE SPACES TO WS-Bkp-List-Lines.
    MOVE SPACES TO WS-Bkp-List-Label.
    MOVE 0 TO WS-Bkp-Reg-Count.
    OPEN INPUT Register-File.
    IF NOT Register-Opened-OK THEN
      MOVE "(no backup sets taken yet)" TO WS-Bkp-List-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Register-At-End-Flag.
    PERFORM UNTIL Register-At-End
      READ Register-File
        AT END
          MOVE "Y" TO WS-Register-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Bkp-Reg-Count
      END-READ
    END-PERFORM.
    CLOSE Register-File.

    OPEN INPUT Register-File.
    MOVE 0 TO WS-Bkp-Reg-Seq.
    MOVE "N" TO WS-Register-At-End-Flag.
    PERFORM UNTIL Register-At-End
      READ Register-File
        AT END
          MOVE "Y" TO WS-Register-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Bkp-Reg-Seq
          IF WS-Bkp-Reg-Seq + 10 > WS-Bkp-Reg-Count THEN
            COMPUTE WS-Bkp-List-Idx =
              WS-Bkp-Reg-Count - WS-Bkp-Reg-Seq + 1
            PERFORM Build-List-Line
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Register-File.
    IF WS-Bkp-Reg-Count > 10 THEN
      MOVE "(older sets are on BackupReg.dat)" TO WS-Bkp-List-Label
    END-IF.

  Build-List-Line.
    MOVE SPACES TO WS-Bkp-List-Line(WS-Bkp-List-Idx).
    STRING
      BG-Set-ID DELIMITED BY SIZE
      "   " DELIMITED BY SIZE
      BG-Kind DELIMITED BY SIZE
      "    " DELIMITED BY SIZE
      BG-Files DELIMITED BY SIZE
      "    " DELIMITED BY SIZE
      BG-Absent DELIMITED BY SIZE
      "   " DELIMITED BY SIZE
      BG-Ctl-Status DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      BG-Operator DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      BG-Note DELIMITED BY SIZE
      INTO WS-Bkp-List-Line(WS-Bkp-List-Idx)
    END-STRING.

  *> Walks one copy in its style: the VerifyCtl key styles for
  *> count and amount hash exactly as Master Verify does, anything
  *> else for its size in bytes. WS-Check-Status is left "00" when
  *> the file could be read at all.
  Walk-Check-File.
    MOVE 0 TO WS-Walk-Count.
    MOVE 0 TO WS-Walk-Hash.
    EVALUATE WS-Check-Style
      WHEN "T"
        PERFORM Walk-T-Style-File
      WHEN "M"
        PERFORM Walk-M-Style-File
      WHEN "B"
        PERFORM Walk-B-Style-File
      WHEN "A"
        PERFORM Walk-A-Style-File
      WHEN "X"
        PERFORM Walk-X-Style-File
      WHEN "S"
        PERFORM Walk-S-Style-File
      WHEN "G"
        PERFORM Walk-G-Style-File
      WHEN OTHER
        CALL "CBL_CHECK_FILE_EXIST" USING WS-Check-Path
          WS-Bkp-File-Info RETURNING WS-Bkp-Exist-Status
        END-CALL
        IF WS-Bkp-Exist-Status = 0 THEN
          MOVE WS-Bkp-File-Size TO WS-Walk-Count
          MOVE "00" TO WS-Check-Status
        ELSE
          MOVE "35" TO WS-Check-Status
        END-IF
    END-EVALUATE.

  Walk-T-Style-File.
    OPEN INPUT T-Check-File.
    IF NOT Check-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO TC-Key.
    MOVE "N" TO WS-Check-At-End-Flag.
    START T-Check-File KEY IS NOT < TC-Key
      INVALID KEY
        MOVE "Y" TO WS-Check-At-End-Flag
    END-START.
    PERFORM UNTIL Check-At-End
      READ T-Check-File NEXT
        AT END
          MOVE "Y" TO WS-Check-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Walk-Count
          ADD TC-Amount TO WS-Walk-Hash
      END-READ
    END-PERFORM.
    CLOSE T-Check-File.
    MOVE "00" TO WS-Check-Status.

  Walk-M-Style-File.
    OPEN INPUT M-Check-File.
    IF NOT Check-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO MC-Key.
    MOVE "N" TO WS-Check-At-End-Flag.
    START M-Check-File KEY IS NOT < MC-Key
      INVALID KEY
        MOVE "Y" TO WS-Check-At-End-Flag
    END-START.
    PERFORM UNTIL Check-At-End
      READ M-Check-File NEXT
        AT END
          MOVE "Y" TO WS-Check-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Walk-Count
          ADD MC-Amount TO WS-Walk-Hash
      END-READ
    END-PERFORM.
    CLOSE M-Check-File.
    MOVE "00" TO WS-Check-Status.

  *> The reference walks - count-only, matching the count-based
  *> controls their maintenance screens record (hash zero).
  Walk-B-Style-File.
    OPEN INPUT B-Check-File.
    IF NOT Check-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO VB-Branch.
    MOVE "N" TO WS-Check-At-End-Flag.
    START B-Check-File KEY IS NOT < VB-Branch
      INVALID KEY
        MOVE "Y" TO WS-Check-At-End-Flag
    END-START.
    PERFORM UNTIL Check-At-End
      READ B-Check-File NEXT
        AT END
          MOVE "Y" TO WS-Check-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Walk-Count
      END-READ
    END-PERFORM.
    CLOSE B-Check-File.
    MOVE "00" TO WS-Check-Status.

  Walk-A-Style-File.
    OPEN INPUT A-Check-File.
    IF NOT Check-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO VA-Key.
    MOVE "N" TO WS-Check-At-End-Flag.
    START A-Check-File KEY IS NOT < VA-Key
      INVALID KEY
        MOVE "Y" TO WS-Check-At-End-Flag
    END-START.
    PERFORM UNTIL Check-At-End
      READ A-Check-File NEXT
        AT END
          MOVE "Y" TO WS-Check-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Walk-Count
      END-READ
    END-PERFORM.
    CLOSE A-Check-File.
    MOVE "00" TO WS-Check-Status.

  Walk-X-Style-File.
    OPEN INPUT X-Check-File.
    IF NOT Check-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO VX-Currency.
    MOVE "N" TO WS-Check-At-End-Flag.
    START X-Check-File KEY IS NOT < VX-Currency
      INVALID KEY
        MOVE "Y" TO WS-Check-At-End-Flag
    END-START.
    PERFORM UNTIL Check-At-End
      READ X-Check-File NEXT
        AT END
          MOVE "Y" TO WS-Check-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Walk-Count
      END-READ
    END-PERFORM.
    CLOSE X-Check-File.
    MOVE "00" TO WS-Check-Status.

  Walk-S-Style-File.
    OPEN INPUT S-Check-File.
    IF NOT Check-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO VS-Status.
    MOVE "N" TO WS-Check-At-End-Flag.
    START S-Check-File KEY IS NOT < VS-Status
      INVALID KEY
        MOVE "Y" TO WS-Check-At-End-Flag
    END-START.
    PERFORM UNTIL Check-At-End
      READ S-Check-File NEXT
        AT END
          MOVE "Y" TO WS-Check-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Walk-Count
      END-READ
    END-PERFORM.
    CLOSE S-Check-File.
    MOVE "00" TO WS-Check-Status.

  Walk-G-Style-File.
    OPEN INPUT G-Check-File.
    IF NOT Check-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO VG-Map-Key.
    MOVE "N" TO WS-Check-At-End-Flag.
    START G-Check-File KEY IS NOT < VG-Map-Key
      INVALID KEY
        MOVE "Y" TO WS-Check-At-End-Flag
    END-START.
    PERFORM UNTIL Check-At-End
      READ G-Check-File NEXT
        AT END
          MOVE "Y" TO WS-Check-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Walk-Count
      END-READ
    END-PERFORM.
    CLOSE G-Check-File.
    MOVE "00" TO WS-Check-Status.

  *> Checks every copy in set WS-Bkp-Set-ID against its manifest
  *> row - there, readable, and the same count and hash (or size)
  *> as when the set was taken. Nothing is restored or shipped from
  *> a set that fails.
  Verify-Set.
    MOVE 0 TO WS-Bkp-Verify-Files.
    MOVE 0 TO WS-Bkp-Verify-Absent.
    MOVE 0 TO WS-Bkp-Verify-Fail.
    MOVE SPACES TO WS-Bkp-First-Bad.
    MOVE "N" TO WS-Bkp-Set-Found-Flag.
    PERFORM Build-Set-Names.
    OPEN INPUT Manifest-File.
    IF NOT Manifest-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-Bkp-Set-Found-Flag.
    MOVE "N" TO WS-Manifest-At-End-Flag.
    PERFORM UNTIL Manifest-At-End
      READ Manifest-File
        AT END
          MOVE "Y" TO WS-Manifest-At-End-Flag
        NOT AT END
          PERFORM Verify-One-Copy
      END-READ
    END-PERFORM.
    CLOSE Manifest-File.
    *> A manifest with no rows is no set at all.
    IF WS-Bkp-Verify-Files = 0 THEN
      ADD 1 TO WS-Bkp-Verify-Fail
      MOVE "the manifest (empty)" TO WS-Bkp-First-Bad
    END-IF.

  Verify-One-Copy.
    ADD 1 TO WS-Bkp-Verify-Files.
    IF BM-Style = "N" THEN
      ADD 1 TO WS-Bkp-Verify-Absent
      EXIT PARAGRAPH
    END-IF.
    MOVE BM-Copy-Path TO WS-Check-Path.
    MOVE BM-Style TO WS-Check-Style.
    PERFORM Walk-Check-File.
    IF NOT Check-Opened-OK
      OR WS-Walk-Count NOT = BM-Count
      OR WS-Walk-Hash NOT = BM-Hash THEN
      ADD 1 TO WS-Bkp-Verify-Fail
      IF WS-Bkp-Verify-Fail = 1 THEN
        MOVE BM-Live-Path TO WS-Bkp-First-Bad
      END-IF
    END-IF.

  *> Menu 2: check a set without touching anything.
  Verify-Requested-Set.
    IF WS-Bkp-Set-Request = SPACES THEN
      MOVE "Key the set ID to verify." TO WS-Bkp-Result-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Bkp-Set-Request TO WS-Bkp-Set-ID.
    PERFORM Verify-Set.
    PERFORM Build-Verify-Label.

  *> The outcome of Verify-Set, for the result screen.
  Build-Verify-Label.
    MOVE SPACES TO WS-Bkp-Result-Label.
    MOVE SPACES TO WS-Bkp-Result-Detail.
    IF NOT Bkp-Set-Found THEN
      MOVE "No backup set on file with that ID." TO WS-Bkp-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF WS-Bkp-Verify-Fail = 0 THEN
      STRING
        "Set " DELIMITED BY SIZE
        WS-Bkp-Set-ID DELIMITED BY SIZE
        " verified - every copy checks against its manifest."
          DELIMITED BY SIZE
        INTO WS-Bkp-Result-Label
      END-STRING
    ELSE
      STRING
        "Set " DELIMITED BY SIZE
        WS-Bkp-Set-ID DELIMITED BY SIZE
        " FAILED verification - first bad: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Bkp-First-Bad) DELIMITED BY SIZE
        INTO WS-Bkp-Result-Label
      END-STRING
    END-IF.
    STRING
      "Files " DELIMITED BY SIZE
      WS-Bkp-Verify-Files DELIMITED BY SIZE
      "  absent " DELIMITED BY SIZE
      WS-Bkp-Verify-Absent DELIMITED BY SIZE
      "  failed " DELIMITED BY SIZE
      WS-Bkp-Verify-Fail DELIMITED BY SIZE
      INTO WS-Bkp-Result-Detail
    END-STRING.

  *> Menu 3: restore every data file from a set. The set must verify
  *> first; then, under the locks, what is live now is taken as a
  *> safety set and the set is copied back file by file. If any
  *> copy fails the safety set goes back the same way, so the system
  *> is left either wholly at the set or wholly as it was.
  Restore-Requested-Set.
    IF WS-Bkp-Set-Request = SPACES THEN
      MOVE "Key the set ID to restore." TO WS-Bkp-Result-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Bkp-Set-Request TO WS-Bkp-Set-ID.
    PERFORM Verify-Set.
    IF NOT Bkp-Set-Found OR WS-Bkp-Verify-Fail > 0 THEN
      PERFORM Build-Verify-Label
      MOVE "Nothing restored." TO WS-Bkp-Result-Detail
      EXIT PARAGRAPH
    END-IF.
    PERFORM Read-Register-Row.

    MOVE SPACES TO WS-Bkp-Confirm.
    DISPLAY SC-Bkp-Confirm.
    ACCEPT SC-Bkp-Confirm.
    IF NOT Bkp-Confirmed THEN
      MOVE "Restore abandoned - nothing changed."
        TO WS-Bkp-Result-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Bkp-Set-ID TO WS-Bkp-Target-Set.

    PERFORM Acquire-Backup-Locks.
    IF Bkp-Lock-Refused THEN
      MOVE SPACES TO WS-Bkp-Result-Label
      STRING
        "Restore not started - " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Lock-Holder-Info) DELIMITED BY SIZE
        INTO WS-Bkp-Result-Label
      END-STRING
      EXIT PARAGRAPH
    END-IF.

    MOVE "P" TO WS-Bkp-Kind.
    MOVE SPACES TO WS-Bkp-Note.
    STRING
      "Taken before restore of " DELIMITED BY SIZE
      WS-Bkp-Target-Set DELIMITED BY SIZE
      INTO WS-Bkp-Note
    END-STRING.
    PERFORM Take-Backup-Set.
    MOVE WS-Bkp-Set-ID TO WS-Bkp-Safety-Set.
    IF WS-Bkp-Copy-Fail > 0 THEN
      PERFORM Release-Backup-Locks
      MOVE SPACES TO WS-Bkp-Result-Label
      STRING
        "Restore abandoned - safety set failed on " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Bkp-First-Bad) DELIMITED BY SIZE
        INTO WS-Bkp-Result-Label
      END-STRING
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Bkp-Target-Set TO WS-Bkp-Set-ID.
    PERFORM Build-Set-Names.
    PERFORM Restore-From-Manifest.
    MOVE WS-Bkp-Restore-Fail TO WS-Bkp-Rollback-Fail.

    MOVE SPACES TO WS-Bkp-Result-Label.
    MOVE SPACES TO WS-Bkp-Result-Detail.
    MOVE SPACES TO WS-Audit-Message.
    IF WS-Bkp-Rollback-Fail = 0 THEN
      PERFORM Re-Record-Controls
      STRING
        "Restored from set " DELIMITED BY SIZE
        WS-Bkp-Target-Set DELIMITED BY SIZE
        " - safety set " DELIMITED BY SIZE
        WS-Bkp-Safety-Set DELIMITED BY SIZE
        INTO WS-Bkp-Result-Label
      END-STRING
      STRING
        "RESTORE of set " DELIMITED BY SIZE
        WS-Bkp-Target-Set DELIMITED BY SIZE
        " by " DELIMITED BY SIZE
        FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
        " - safety " DELIMITED BY SIZE
        WS-Bkp-Safety-Set DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
    ELSE
      STRING
        "Restore FAILED on " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Bkp-First-Bad) DELIMITED BY SIZE
        INTO WS-Bkp-Result-Label
      END-STRING
      MOVE WS-Bkp-Safety-Set TO WS-Bkp-Set-ID
      PERFORM Build-Set-Names
      PERFORM Restore-From-Manifest
      IF WS-Bkp-Restore-Fail = 0 THEN
        STRING
          "Rolled back to safety set " DELIMITED BY SIZE
          WS-Bkp-Safety-Set DELIMITED BY SIZE
          " - files are as they were." DELIMITED BY SIZE
          INTO WS-Bkp-Result-Detail
        END-STRING
      ELSE
        STRING
          "ROLLBACK ALSO FAILED - restore safety set " DELIMITED BY SIZE
          WS-Bkp-Safety-Set DELIMITED BY SIZE
          " before any run." DELIMITED BY SIZE
          INTO WS-Bkp-Result-Detail
        END-STRING
      END-IF
      STRING
        "RESTORE of set " DELIMITED BY SIZE
        WS-Bkp-Target-Set DELIMITED BY SIZE
        " by " DELIMITED BY SIZE
        FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
        " FAILED - rolled back to " DELIMITED BY SIZE
        WS-Bkp-Safety-Set DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
    END-IF.
    PERFORM Release-Backup-Locks.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE "INF" TO WS-Log-Level.
    MOVE WS-Audit-Message TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

  *> Puts every file in set WS-Bkp-Set-ID back over its live file,
  *> and removes the live files the set recorded as absent. Counts
  *> the copies that failed; the first is named.
  Restore-From-Manifest.
    MOVE 0 TO WS-Bkp-Restore-Fail.
    MOVE SPACES TO WS-Bkp-First-Bad.
    OPEN INPUT Manifest-File.
    IF NOT Manifest-Opened-OK THEN
      MOVE 1 TO WS-Bkp-Restore-Fail
      MOVE "the manifest" TO WS-Bkp-First-Bad
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Manifest-At-End-Flag.
    PERFORM UNTIL Manifest-At-End
      READ Manifest-File
        AT END
          MOVE "Y" TO WS-Manifest-At-End-Flag
        NOT AT END
          PERFORM Restore-One-File
      END-READ
    END-PERFORM.
    CLOSE Manifest-File.

  Restore-One-File.
    IF BM-Style = "N" THEN
      CALL "CBL_DELETE_FILE" USING BM-Live-Path
        RETURNING WS-Bkp-Delete-Status
      END-CALL
      EXIT PARAGRAPH
    END-IF.
    CALL "CBL_COPY_FILE" USING BM-Copy-Path BM-Live-Path
      RETURNING WS-Bkp-Copy-Status
    END-CALL.
    IF WS-Bkp-Copy-Status NOT = 0 THEN
      ADD 1 TO WS-Bkp-Restore-Fail
      IF WS-Bkp-Restore-Fail = 1 THEN
        MOVE BM-Live-Path TO WS-Bkp-First-Bad
      END-IF
      MOVE "WARN" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Restore: copy back of " DELIMITED BY SIZE
        FUNCTION TRIM(BM-Live-Path) DELIMITED BY SIZE
        " failed" DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

  *> After a good restore the walked files' controls are recorded
  *> from the manifest - they were counted off these very copies -
  *> so the next Master Verify checks the files as restored.
  Re-Record-Controls.
    OPEN INPUT Manifest-File.
    IF NOT Manifest-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Manifest-At-End-Flag.
    PERFORM UNTIL Manifest-At-End
      READ Manifest-File
        AT END
          MOVE "Y" TO WS-Manifest-At-End-Flag
        NOT AT END
          IF BM-Style NOT = "N" AND BM-Style NOT = "F" THEN
            MOVE BM-Live-Path TO WS-Vc-Path
            MOVE BM-Style TO WS-Vc-Style
            MOVE BM-Count TO WS-Vc-Count
            MOVE BM-Hash TO WS-Vc-Hash
            CALL "WriteVerifyCtl" USING WS-Vc-Path WS-Vc-Style
              WS-Vc-Count WS-Vc-Hash
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Manifest-File.

  *> Menu 4: write the DR transport file for a set that verifies.
  Write-Requested-DR-File.
    IF WS-Bkp-Set-Request = SPACES THEN
      MOVE "Key the set ID to write a DR file for."
        TO WS-Bkp-Result-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Bkp-Set-Request TO WS-Bkp-Set-ID.
    PERFORM Verify-Set.
    IF NOT Bkp-Set-Found OR WS-Bkp-Verify-Fail > 0 THEN
      PERFORM Build-Verify-Label
      MOVE "No DR file written." TO WS-Bkp-Result-Detail
      EXIT PARAGRAPH
    END-IF.
    PERFORM Write-DR-Transport.

  *> Writes set WS-Bkp-Set-ID, manifest rows and file bytes, into
  *> DRSet.<set ID>.dat - one file to ship to the DR site, checked
  *> there by its trailer before a byte of it is used. Goes on the
  *> transmission register like any other outbound file.
  Write-DR-Transport.
    MOVE "N" TO WS-DR-Fail-Flag.
    MOVE 0 TO WS-DR-Files.
    MOVE 0 TO WS-DR-Data-Records.
    MOVE 0 TO WS-DR-Bytes.
    MOVE SPACES TO WS-Bkp-First-Bad.
    PERFORM Build-Set-Names.
    PERFORM Read-Register-Row.

    OPEN INPUT Manifest-File.
    IF NOT Manifest-Opened-OK THEN
      MOVE "Y" TO WS-DR-Fail-Flag
      MOVE "No backup set on file with that ID." TO WS-Bkp-Result-Label
      EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT DR-File.
    IF NOT DR-Opened-OK THEN
      CLOSE Manifest-File
      MOVE "Y" TO WS-DR-Fail-Flag
      MOVE SPACES TO WS-Bkp-Result-Label
      STRING
        "DR file could not be opened: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Bkp-DR-Path) DELIMITED BY SIZE
        INTO WS-Bkp-Result-Label
      END-STRING
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO DR-Header-Rec.
    MOVE "DRHD" TO DR-Type.
    MOVE BX-Record TO DRH-Register.
    MOVE FUNCTION CURRENT-DATE(1:14) TO DRH-Written.
    WRITE DR-Header-Rec.

    MOVE "N" TO WS-Manifest-At-End-Flag.
    PERFORM UNTIL Manifest-At-End OR DR-Failed
      READ Manifest-File
        AT END
          MOVE "Y" TO WS-Manifest-At-End-Flag
        NOT AT END
          PERFORM Write-DR-One-File
      END-READ
    END-PERFORM.
    CLOSE Manifest-File.

    MOVE SPACES TO DR-Trailer-Rec.
    MOVE "DRTL" TO DR-Type.
    MOVE WS-DR-Files TO DRT-Files.
    MOVE WS-DR-Data-Records TO DRT-Data-Records.
    MOVE WS-DR-Bytes TO DRT-Bytes.
    WRITE DR-Trailer-Rec.
    CLOSE DR-File.

    *> A part-written transport file is worse than none - it would
    *> fail its trailer at the DR site, but only after the trip.
    IF DR-Failed THEN
      CALL "CBL_DELETE_FILE" USING WS-Bkp-DR-Path
        RETURNING WS-Bkp-Delete-Status
      END-CALL
      MOVE SPACES TO WS-Bkp-Result-Label
      STRING
        "DR file NOT written - could not read " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Bkp-First-Bad) DELIMITED BY SIZE
        INTO WS-Bkp-Result-Label
      END-STRING
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Bkp-DR-Path TO WS-Xmit-Name.
    MOVE WS-DR-Files TO WS-Xmit-Count.
    MOVE 0 TO WS-Xmit-Checksum.
    CALL "WriteXmitReg" USING WS-Xmit-Name WS-Xmit-Count
      WS-Xmit-Checksum LK-Run-ID LK-Operator-ID.

    MOVE SPACES TO WS-Bkp-Result-Label.
    STRING
      "DR file written: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Bkp-DR-Path) DELIMITED BY SIZE
      INTO WS-Bkp-Result-Label
    END-STRING.
    MOVE WS-DR-Bytes TO WS-Bkp-Disp-Count.
    MOVE SPACES TO WS-Bkp-Result-Detail.
    STRING
      "Files " DELIMITED BY SIZE
      WS-DR-Files DELIMITED BY SIZE
      "  data records " DELIMITED BY SIZE
      WS-DR-Data-Records DELIMITED BY SIZE
      "  bytes " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Bkp-Disp-Count) DELIMITED BY SIZE
      INTO WS-Bkp-Result-Detail
    END-STRING.

    MOVE SPACES TO WS-Audit-Message.
    STRING
      "DR file for set " DELIMITED BY SIZE
      WS-Bkp-Set-ID DELIMITED BY SIZE
      " written by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

  *> One manifest row: FILE, the copy's bytes in DATA records, DEND.
  *> An absent file travels as its FILE and DEND alone.
  Write-DR-One-File.
    ADD 1 TO WS-DR-Files.
    MOVE 0 TO WS-Byte-Size.
    IF BM-Style NOT = "N" THEN
      CALL "CBL_CHECK_FILE_EXIST" USING BM-Copy-Path
        WS-Bkp-File-Info RETURNING WS-Bkp-Exist-Status
      END-CALL
      IF WS-Bkp-Exist-Status NOT = 0 THEN
        MOVE "Y" TO WS-DR-Fail-Flag
        MOVE BM-Copy-Path TO WS-Bkp-First-Bad
        EXIT PARAGRAPH
      END-IF
      MOVE WS-Bkp-File-Size TO WS-Byte-Size
    END-IF.

    MOVE SPACES TO DR-File-Rec.
    MOVE "FILE" TO DR-Type.
    MOVE BM-Record TO DRF-Manifest.
    MOVE WS-Byte-Size TO DRF-Size.
    WRITE DR-File-Rec.

    IF WS-Byte-Size > 0 THEN
      MOVE BM-Copy-Path TO WS-Byte-Name
      MOVE 1 TO WS-Byte-Access
      CALL "CBL_OPEN_FILE" USING WS-Byte-Name WS-Byte-Access
        WS-Byte-Deny WS-Byte-Device WS-Byte-Handle
        RETURNING WS-Byte-Status
      END-CALL
      IF WS-Byte-Status NOT = 0 THEN
        MOVE "Y" TO WS-DR-Fail-Flag
        MOVE BM-Copy-Path TO WS-Bkp-First-Bad
        EXIT PARAGRAPH
      END-IF
      MOVE 0 TO WS-Byte-Offset
      PERFORM Write-DR-Data-Chunk
        UNTIL WS-Byte-Offset >= WS-Byte-Size OR DR-Failed
      CALL "CBL_CLOSE_FILE" USING WS-Byte-Handle
        RETURNING WS-Byte-Status
      END-CALL
      IF DR-Failed THEN
        EXIT PARAGRAPH
      END-IF
    END-IF.

    MOVE SPACES TO DR-Record.
    MOVE "DEND" TO DR-Type.
    WRITE DR-Record.

  Write-DR-Data-Chunk.
    IF WS-Byte-Size - WS-Byte-Offset > 512 THEN
      MOVE 512 TO WS-Byte-Count
    ELSE
      COMPUTE WS-Byte-Count = WS-Byte-Size - WS-Byte-Offset
    END-IF.
    MOVE SPACES TO WS-Byte-Buffer.
    CALL "CBL_READ_FILE" USING WS-Byte-Handle WS-Byte-Offset
      WS-Byte-Count WS-Byte-Flags WS-Byte-Buffer
      RETURNING WS-Byte-Status
    END-CALL.
    IF WS-Byte-Status NOT = 0 THEN
      MOVE "Y" TO WS-DR-Fail-Flag
      MOVE BM-Copy-Path TO WS-Bkp-First-Bad
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO DR-Data-Rec.
    MOVE "DATA" TO DR-Type.
    MOVE WS-Byte-Count TO DRD-Length.
    MOVE WS-Byte-Buffer TO DRD-Bytes.
    WRITE DR-Data-Rec.
    ADD WS-Byte-Count TO WS-Byte-Offset.
    ADD WS-Byte-Count TO WS-DR-Bytes.
    ADD 1 TO WS-DR-Data-Records.

  *> Menu 5: at the DR site, rebuild a set from its transport file -
  *> the copies, the manifest and the register row - so it can be
  *> verified and restored like any set taken here. The set only
  *> goes on the register when the trailer agrees with what was
  *> read; it is then verified straight away.
  Load-DR-File.
    IF WS-Bkp-DR-Request = SPACES THEN
      MOVE "Key the DR file to load." TO WS-Bkp-Result-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Bkp-DR-Request TO WS-Bkp-DR-Path.
    OPEN INPUT DR-File.
    IF NOT DR-Opened-OK THEN
      MOVE "DR file not found." TO WS-Bkp-Result-Label
      EXIT PARAGRAPH
    END-IF.
    READ DR-File
      AT END
        MOVE SPACES TO DR-Record
    END-READ.
    IF DR-Type NOT = "DRHD" THEN
      CLOSE DR-File
      MOVE "Not a DR transport file - no header record."
        TO WS-Bkp-Result-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE DRH-Register TO BX-Record.
    MOVE BX-Set-ID TO WS-Bkp-Set-ID.
    PERFORM Build-Set-Names.
    MOVE WS-Bkp-DR-Request TO WS-Bkp-DR-Path.

    CALL "CBL_CHECK_FILE_EXIST" USING WS-Bkp-Manifest-Path
      WS-Bkp-File-Info RETURNING WS-Bkp-Exist-Status
    END-CALL.
    IF WS-Bkp-Exist-Status = 0 THEN
      CLOSE DR-File
      MOVE SPACES TO WS-Bkp-Result-Label
      STRING
        "Set " DELIMITED BY SIZE
        WS-Bkp-Set-ID DELIMITED BY SIZE
        " is already on file here - nothing loaded." DELIMITED BY SIZE
        INTO WS-Bkp-Result-Label
      END-STRING
      EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-DR-Fail-Flag.
    MOVE "N" TO WS-DR-Trailer-Flag.
    MOVE "N" TO WS-Byte-Open-Flag.
    MOVE 0 TO WS-DR-Files.
    MOVE 0 TO WS-DR-Data-Records.
    MOVE 0 TO WS-DR-Bytes.
    MOVE SPACES TO WS-Bkp-First-Bad.
    OPEN OUTPUT Manifest-File.
    MOVE "N" TO WS-DR-At-End-Flag.
    PERFORM UNTIL DR-At-End OR DR-Failed
      READ DR-File
        AT END
          MOVE "Y" TO WS-DR-At-End-Flag
        NOT AT END
          PERFORM Load-DR-Record
      END-READ
    END-PERFORM.
    IF Byte-File-Open THEN
      CALL "CBL_CLOSE_FILE" USING WS-Byte-Handle
        RETURNING WS-Byte-Status
      END-CALL
    END-IF.
    CLOSE Manifest-File.
    CLOSE DR-File.

    MOVE SPACES TO WS-Bkp-Result-Label.
    IF DR-Failed OR NOT DR-Trailer-Agrees THEN
      CALL "CBL_DELETE_FILE" USING WS-Bkp-Manifest-Path
        RETURNING WS-Bkp-Delete-Status
      END-CALL
      IF WS-Bkp-First-Bad = SPACES THEN
        MOVE "its trailer" TO WS-Bkp-First-Bad
      END-IF
      STRING
        "DR file NOT loaded - failed at " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Bkp-First-Bad) DELIMITED BY SIZE
        INTO WS-Bkp-Result-Label
      END-STRING
      EXIT PARAGRAPH
    END-IF.

    MOVE "D" TO BX-Kind.
    MOVE SPACES TO BX-Note.
    STRING
      "Loaded from DR file by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      INTO BX-Note
    END-STRING.
    PERFORM Append-Register-Row.

    MOVE SPACES TO WS-Audit-Message.
    STRING
      "DR file loaded as set " DELIMITED BY SIZE
      WS-Bkp-Set-ID DELIMITED BY SIZE
      " by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    PERFORM Verify-Set.
    PERFORM Build-Verify-Label.

  *> One transport record on load.
  Load-DR-Record.
    EVALUATE DR-Type
      WHEN "FILE"
        MOVE DRF-Manifest TO BM-Record
        ADD 1 TO WS-DR-Files
        IF BM-Style NOT = "N" THEN
          MOVE BM-Copy-Path TO WS-Byte-Name
          MOVE 2 TO WS-Byte-Access
          CALL "CBL_CREATE_FILE" USING WS-Byte-Name WS-Byte-Access
            WS-Byte-Deny WS-Byte-Device WS-Byte-Handle
            RETURNING WS-Byte-Status
          END-CALL
          IF WS-Byte-Status NOT = 0 THEN
            MOVE "Y" TO WS-DR-Fail-Flag
            MOVE BM-Copy-Path TO WS-Bkp-First-Bad
          ELSE
            MOVE "Y" TO WS-Byte-Open-Flag
            MOVE 0 TO WS-Byte-Offset
          END-IF
        END-IF
      WHEN "DATA"
        IF NOT Byte-File-Open THEN
          MOVE "Y" TO WS-DR-Fail-Flag
          MOVE "a data record out of place" TO WS-Bkp-First-Bad
          EXIT PARAGRAPH
        END-IF
        MOVE DRD-Length TO WS-Byte-Count
        CALL "CBL_WRITE_FILE" USING WS-Byte-Handle WS-Byte-Offset
          WS-Byte-Count WS-Byte-Flags DRD-Bytes
          RETURNING WS-Byte-Status
        END-CALL
        IF WS-Byte-Status NOT = 0 THEN
          MOVE "Y" TO WS-DR-Fail-Flag
          MOVE BM-Copy-Path TO WS-Bkp-First-Bad
          EXIT PARAGRAPH
        END-IF
        ADD WS-Byte-Count TO WS-Byte-Offset
        ADD WS-Byte-Count TO WS-DR-Bytes
        ADD 1 TO WS-DR-Data-Records
      WHEN "DEND"
        IF Byte-File-Open THEN
          CALL "CBL_CLOSE_FILE" USING WS-Byte-Handle
            RETURNING WS-Byte-Status
          END-CALL
          MOVE "N" TO WS-Byte-Open-Flag
        END-IF
        WRITE BM-Record
      WHEN "DRTL"
        IF DRT-Files = WS-DR-Files
          AND DRT-Data-Records = WS-DR-Data-Records
          AND DRT-Bytes = WS-DR-Bytes THEN
          MOVE "Y" TO WS-DR-Trailer-Flag
        END-IF
        MOVE "Y" TO WS-DR-At-End-Flag
      WHEN OTHER
        MOVE "Y" TO WS-DR-Fail-Flag
        MOVE "an unrecognised record" TO WS-Bkp-First-Bad
    END-EVALUATE.

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
            WHEN "BKDRWRITE"
              IF WS-Card-Value(1:1) = "Y" OR WS-Card-Value(1:1) = "y"
                THEN
                MOVE "Y" TO WS-Bkp-DR-Card
              END-IF
            WHEN OTHER
              *> Other functions' cards share this file - ignore them.
              CONTINUE
          END-EVALUATE
      END-READ
    END-PERFORM.
    CLOSE Control-Card-File.

END PROGRAM BackupSet.
