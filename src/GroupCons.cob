IDENTIFICATION DIVISION.
  PROGRAM-ID. GroupCons.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> The companies that make up the group - one company ID per
      *> line (columns 1-4), with its name after it (6-35). A blank
      *> ID stands for the unqualified single-company files.
      SELECT Group-Cos-File ASSIGN TO WS-Group-Cos-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Group-Cos-Status.

      *> The designated intercompany pairs - one balance in one group
      *> company and the balance that mirrors it in another. Both
      *> sides come out of the group position; the pair should net
      *> to nothing.
      SELECT IC-Keys-File ASSIGN TO WS-IC-Keys-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-IC-Keys-Status.

      *> Each company's keyed transaction master in turn - the path
      *> is repointed company by company.
      SELECT Trans-Master-File ASSIGN TO WS-Trans-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE SEQUENTIAL
      RECORD KEY IS TM-Key
      ALTERNATE RECORD KEY IS TM-Date WITH DUPLICATES
      FILE STATUS WS-Trans-Master-Status.

      *> Branch reference master maintained by BranchMaint - the
      *> region each branch reports under.
      SELECT Branch-Ref-File ASSIGN TO WS-Branch-Ref-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS BR-Branch
      FILE STATUS WS-Branch-Ref-Status.

      *> Live rates maintained by RateMaint - the fallback when the
      *> history holds nothing early enough.
      SELECT Exch-Rate-File ASSIGN TO WS-Exch-Rate-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS XR-Currency
      FILE STATUS WS-Exch-Rate-Status.

      *> Rate history written by RateMaint - every balance converts
      *> at the rate in force on the consolidation date.
      SELECT Rate-Hist-File ASSIGN TO "RateHist.dat"
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS XH-Hist-Key
      FILE STATUS WS-Rate-Hist-Status.

      *> The group position, by branch region and currency.
      SELECT Group-Report-File ASSIGN TO WS-Group-Report-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Group-Report-Status.

      *> The elimination schedule - every intercompany pair, what was
      *> netted out, and whether the two sides agree.
      SELECT Elim-Report-File ASSIGN TO WS-Elim-Report-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Elim-Report-Status.

DATA DIVISION.
  FILE SECTION.
    FD Group-Cos-File.
      01 GC-Line.
        05 GC-Company PIC X(4).
        05 FILLER PIC X(1).
        05 GC-Name PIC X(30).
        05 FILLER PIC X(45).

    FD IC-Keys-File.
      01 IC-Line.
        05 IC-Company-A PIC X(4).
        05 IC-Key-A PIC X(10).
        05 IC-Company-B PIC X(4).
        05 IC-Key-B PIC X(10).
        05 FILLER PIC X(52).

    FD Trans-Master-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==TM==.

    FD Branch-Ref-File.
      COPY "BranchRecord.cpy" REPLACING ==:PREFIX:== BY ==BR==.

    FD Exch-Rate-File.
      COPY "RateRecord.cpy" REPLACING ==:PREFIX:== BY ==XR==.

    FD Rate-Hist-File.
      COPY "RateHistRecord.cpy" REPLACING ==:PREFIX:== BY ==XH==.

    FD Group-Report-File.
      01 GR-Line PIC X(132).

    FD Elim-Report-File.
      01 ER-Line PIC X(132).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode - when
    *> on, no screen is displayed or accepted here.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    *> The session's company, shared by CobAll's login. The group run
    *> points it at each member company in turn so ResolveDataPath
    *> names that company's master, and puts the session's own back
    *> afterwards.
    01 WS-Company-ID PIC X(4) EXTERNAL.
    01 WS-Session-Company PIC X(4) VALUE SPACES.

    01 WS-Group-Cos-Path PIC X(80) VALUE "GroupCos.dat".
    01 WS-Group-Cos-Status PIC XX.
      88 Group-Cos-Opened-OK VALUE "00".

    01 WS-IC-Keys-Path PIC X(80) VALUE "IcKeys.dat".
    01 WS-IC-Keys-Status PIC XX.
      88 IC-Keys-Opened-OK VALUE "00".

    01 WS-Trans-Master-Path PIC X(80) VALUE "TransMaster.dat".
    01 WS-Trans-Master-Status PIC XX.
      88 Trans-Master-Opened-OK VALUE "00".
    01 WS-Master-At-End-Flag PIC X VALUE "N".
      88 Master-At-End VALUE "Y".

    01 WS-Branch-Ref-Path PIC X(80) VALUE "BranchRef.dat".
    01 WS-Branch-Ref-Status PIC XX.
      88 Branch-Ref-Opened-OK VALUE "00".
    01 WS-Branch-Ref-Missing-Flag PIC A VALUE "N".
      88 Branch-Ref-Missing VALUE "Y".

    01 WS-Exch-Rate-Path PIC X(80) VALUE "ExchRate.dat".
    01 WS-Exch-Rate-Status PIC XX.
      88 Exch-Rate-Opened-OK VALUE "00".
    01 WS-Exch-Rate-Missing-Flag PIC A VALUE "N".
      88 Exch-Rate-Missing VALUE "Y".

    01 WS-Rate-Hist-Status PIC XX.
      88 Rate-Hist-Opened-OK VALUE "00".
    01 WS-Rate-Hist-Missing-Flag PIC A VALUE "N".
      88 Rate-Hist-Missing VALUE "Y".
    01 WS-Eff-Hist-At-End-Flag PIC A VALUE "N".
      88 Eff-Hist-At-End VALUE "Y".

    01 WS-Group-Report-Path PIC X(80) VALUE "GroupCons.txt".
    01 WS-Group-Report-Status PIC XX.
    01 WS-Elim-Report-Path PIC X(80) VALUE "GroupElim.txt".
    01 WS-Elim-Report-Status PIC XX.

    01 WS-None-Label PIC X(60) VALUE SPACES.

    *> The member companies, with what each put into the group.
    01 WS-Co-Table.
      05 WS-Co-Entry OCCURS 50 TIMES.
        10 WS-Co-ID PIC X(4).
        10 WS-Co-Name PIC X(30).
        10 WS-Co-Found PIC X(1).
        10 WS-Co-Records PIC 9(7).
        10 WS-Co-GBP PIC S9(13)V99.
        10 WS-Co-Elim-GBP PIC S9(13)V99.
    01 WS-Co-Used PIC 99 VALUE 0.
    01 WS-Co-Idx PIC 99 VALUE 0.

    *> The designated pairs, each side's balance picked up as the
    *> masters are read.
    01 WS-IC-Table.
      05 WS-IC-Entry OCCURS 200 TIMES.
        10 WS-IC-Co-A PIC X(4).
        10 WS-IC-Key-A PIC X(10).
        10 WS-IC-Found-A PIC X(1).
        10 WS-IC-Ccy-A PIC X(3).
        10 WS-IC-Native-A PIC S9(11)V99.
        10 WS-IC-GBP-A PIC S9(13)V99.
        10 WS-IC-Co-B PIC X(4).
        10 WS-IC-Key-B PIC X(10).
        10 WS-IC-Found-B PIC X(1).
        10 WS-IC-Ccy-B PIC X(3).
        10 WS-IC-Native-B PIC S9(11)V99.
        10 WS-IC-GBP-B PIC S9(13)V99.
    01 WS-IC-Used PIC 9(3) VALUE 0.
    01 WS-IC-Idx PIC 9(3) VALUE 0.
    01 WS-IC-Hit-Flag PIC A VALUE "N".
      88 IC-Key-Hit VALUE "Y".

    *> Two sides in different currencies each convert on their own
    *> rounding, so a true pair can differ by pennies in GBP - agree
    *> within this. Same-currency pairs must net to nothing exactly.
    01 WS-IC-Tolerance PIC 9(3)V99 VALUE 1.00.
    01 WS-IC-Net PIC S9(13)V99 VALUE 0.
    01 WS-IC-Native-Net PIC S9(11)V99 VALUE 0.
    01 WS-IC-Abs-Net PIC 9(13)V99 VALUE 0.
    01 WS-IC-State PIC X(14) VALUE SPACES.

    *> The group position - one row per branch region and currency,
    *> native and converted.
    01 WS-Pos-Table.
      05 WS-Pos-Entry OCCURS 300 TIMES.
        10 WS-Pos-Sort-Key.
          15 WS-Pos-Region PIC X(10).
          15 WS-Pos-Currency PIC X(3).
        10 WS-Pos-Count PIC 9(7).
        10 WS-Pos-Native PIC S9(13)V99.
        10 WS-Pos-GBP PIC S9(13)V99.
        10 WS-Pos-No-Rate PIC X(1).
    01 WS-Pos-Used PIC 9(3) VALUE 0.
    01 WS-Pos-Idx PIC 9(3) VALUE 0.
    01 WS-Pos-Swap-Idx PIC 9(3) VALUE 0.
    01 WS-Pos-Found-Flag PIC A VALUE "N".
      88 Pos-Found VALUE "Y".
    01 WS-Pos-Hold PIC X(51).
    01 WS-Pos-Full-Flag PIC A VALUE "N".
      88 Pos-Table-Full VALUE "Y".

    *> Rates looked up once per currency for the run.
    01 WS-Rate-Cache.
      05 WS-Rate-Entry OCCURS 50 TIMES.
        10 WS-Rate-Ccy PIC X(3).
        10 WS-Rate-Value PIC 9(3)V9(6).
    01 WS-Rate-Used PIC 99 VALUE 0.
    01 WS-Rate-Idx PIC 99 VALUE 0.
    01 WS-Rate-Found-Flag PIC A VALUE "N".
      88 Rate-Found VALUE "Y".
    01 WS-Eff-Currency PIC X(3).
    01 WS-Rate-Work PIC 9(3)V9(6) VALUE 0.

    *> The record in hand.
    01 WS-Cons-Date PIC X(8) VALUE SPACES.
    01 WS-Last-Branch PIC X(4) VALUE HIGH-VALUES.
    01 WS-Branch-Region PIC X(10) VALUE SPACES.
    01 WS-Currency PIC X(3) VALUE SPACES.
    01 WS-GBP-Amount PIC S9(13)V99 VALUE 0.
    01 WS-No-Rate-Flag PIC A VALUE "N".
      88 No-Rate-For-Currency VALUE "Y".

    *> Tallies.
    01 WS-Records-Read PIC 9(7) VALUE 0.
    01 WS-Cos-Read PIC 99 VALUE 0.
    01 WS-Cos-Missing PIC 99 VALUE 0.
    01 WS-Pairs-Agreed PIC 9(7) VALUE 0.
    01 WS-Pairs-Disagreed PIC 9(7) VALUE 0.
    01 WS-Group-GBP PIC S9(13)V99 VALUE 0.
    01 WS-Elim-GBP PIC S9(13)V99 VALUE 0.
    01 WS-Region-GBP PIC S9(13)V99 VALUE 0.
    01 WS-Region-Break PIC X(10) VALUE SPACES.
    01 WS-Unconverted-Flag PIC A VALUE "N".
      88 Some-Unconverted VALUE "Y".

    01 WS-Report-Title.
      05 FILLER PIC X(36) VALUE "Group Consolidation - position at ".
      05 RGT-Date PIC X(8).
      05 FILLER PIC X(26) VALUE " (GBP at rates in force)".
    01 WS-Pos-Heading.
      05 FILLER PIC X(12) VALUE "Region".
      05 FILLER PIC X(5) VALUE "Ccy".
      05 FILLER PIC X(9) VALUE "   Keys".
      05 FILLER PIC X(21) VALUE "        Native".
      05 FILLER PIC X(21) VALUE "           GBP".
    01 WS-Pos-Detail.
      05 RGD-Region PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RGD-Currency PIC X(3).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RGD-Count PIC ZZZ,ZZ9.
      05 FILLER PIC X(2) VALUE SPACES.
      05 RGD-Native PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(2) VALUE SPACES.
      05 RGD-GBP PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(1) VALUE SPACES.
      *> "*" - no rate on file; carried unconverted.
      05 RGD-No-Rate PIC X(1).
    01 WS-Group-Total.
      05 FILLER PIC X(4) VALUE SPACES.
      05 RGT-Label PIC X(42).
      05 RGT-Amount PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
    01 WS-Co-Detail.
      05 RGC-Company PIC X(4).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RGC-Name PIC X(30).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RGC-Records PIC ZZZ,ZZ9.
      05 FILLER PIC X(2) VALUE SPACES.
      05 RGC-GBP PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(2) VALUE SPACES.
      05 RGC-Elim PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(2) VALUE SPACES.
      05 RGC-Note PIC X(20).

    01 WS-Elim-Heading.
      05 FILLER PIC X(16) VALUE "Side A".
      05 FILLER PIC X(4) VALUE "Ccy".
      05 FILLER PIC X(20) VALUE "     Native / GBP".
      05 FILLER PIC X(16) VALUE "Side B".
      05 FILLER PIC X(4) VALUE "Ccy".
      05 FILLER PIC X(20) VALUE "     Native / GBP".
      05 FILLER PIC X(20) VALUE "          Net GBP".
      05 FILLER PIC X(14) VALUE "  State".
    01 WS-Elim-Detail.
      05 RED-Co-A PIC X(4).
      05 FILLER PIC X(1) VALUE SPACES.
      05 RED-Key-A PIC X(10).
      05 FILLER PIC X(1) VALUE SPACES.
      05 RED-Ccy-A PIC X(3).
      05 FILLER PIC X(1) VALUE SPACES.
      05 RED-Amt-A PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(1) VALUE SPACES.
      05 RED-Co-B PIC X(4).
      05 FILLER PIC X(1) VALUE SPACES.
      05 RED-Key-B PIC X(10).
      05 FILLER PIC X(1) VALUE SPACES.
      05 RED-Ccy-B PIC X(3).
      05 FILLER PIC X(1) VALUE SPACES.
      05 RED-Amt-B PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(1) VALUE SPACES.
      05 RED-Net PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(2) VALUE SPACES.
      05 RED-State PIC X(14).

    *> Elapsed/run-history row.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "GROUPCON".
    01 WS-RH-Written PIC 9(7) VALUE 0.
    01 WS-RH-End-Status PIC X(4) VALUE SPACES.

    01 WS-Amount-Disp PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
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
    COPY "GroupConsScr.cpy". *> Group Consolidation screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  GroupConsMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Group Consolidation selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> The session loop re-CALLs this program in one run unit, so
    *> the VALUE clauses only ever ran once - reset the tallies.
    MOVE 0 TO WS-Records-Read.
    MOVE 0 TO WS-Cos-Read.
    MOVE 0 TO WS-Cos-Missing.
    MOVE 0 TO WS-Pairs-Agreed.
    MOVE 0 TO WS-Pairs-Disagreed.
    MOVE 0 TO WS-Group-GBP.
    MOVE 0 TO WS-Elim-GBP.
    MOVE 0 TO WS-Pos-Used.
    MOVE 0 TO WS-Rate-Used.
    MOVE "N" TO WS-Pos-Full-Flag.
    MOVE "N" TO WS-Unconverted-Flag.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Cons-Date.

    *> The group's own files belong to no one company - resolved
    *> with the session company set aside (training still applies).
    MOVE WS-Company-ID TO WS-Session-Company.
    MOVE SPACES TO WS-Company-ID.
    MOVE "GroupCos.dat" TO WS-Group-Cos-Path.
    MOVE "IcKeys.dat" TO WS-IC-Keys-Path.
    MOVE "GroupCons.txt" TO WS-Group-Report-Path.
    MOVE "GroupElim.txt" TO WS-Elim-Report-Path.
    CALL "ResolveDataPath" USING WS-Group-Cos-Path.
    CALL "ResolveDataPath" USING WS-IC-Keys-Path.
    CALL "ResolveDataPath" USING WS-Group-Report-Path.
    CALL "ResolveDataPath" USING WS-Elim-Report-Path.
    MOVE WS-Session-Company TO WS-Company-ID.

    PERFORM Load-Group-Companies.
    IF WS-Co-Used = 0 THEN
      MOVE "(no companies listed in GroupCos.dat - nothing to consolidate)"
        TO WS-None-Label
      PERFORM Report-Nothing-To-Do
      GOBACK
    END-IF.
    PERFORM Load-IC-Pairs.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.

    *> Reference files are shared by every company.
    MOVE "N" TO WS-Branch-Ref-Missing-Flag.
    OPEN INPUT Branch-Ref-File.
    IF NOT Branch-Ref-Opened-OK THEN
      MOVE "Y" TO WS-Branch-Ref-Missing-Flag
      MOVE "WARN" TO WS-Log-Level
      MOVE "Group Consolidation: branch reference file not found - regions unavailable" TO WS-Log-Message
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.
    MOVE "N" TO WS-Exch-Rate-Missing-Flag.
    OPEN INPUT Exch-Rate-File.
    IF NOT Exch-Rate-Opened-OK THEN
      MOVE "Y" TO WS-Exch-Rate-Missing-Flag
    END-IF.
    MOVE "N" TO WS-Rate-Hist-Missing-Flag.
    OPEN INPUT Rate-Hist-File.
    IF NOT Rate-Hist-Opened-OK THEN
      MOVE "Y" TO WS-Rate-Hist-Missing-Flag
    END-IF.

    PERFORM Consolidate-One-Company
      VARYING WS-Co-Idx FROM 1 BY 1
      UNTIL WS-Co-Idx > WS-Co-Used.
    MOVE WS-Session-Company TO WS-Company-ID.

    IF NOT Branch-Ref-Missing THEN
      CLOSE Branch-Ref-File
    END-IF.
    IF NOT Exch-Rate-Missing THEN
      CLOSE Exch-Rate-File
    END-IF.
    IF NOT Rate-Hist-Missing THEN
      CLOSE Rate-Hist-File
    END-IF.

    PERFORM Sort-Position-Table.
    PERFORM Write-Group-Report.
    PERFORM Write-Elim-Schedule.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

    MOVE WS-Group-GBP TO WS-Amount-Disp.
    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Group consolidation - " DELIMITED BY SIZE
      WS-Cos-Read DELIMITED BY SIZE
      " co(s), GBP " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Amount-Disp) DELIMITED BY SIZE
      ", " DELIMITED BY SIZE
      WS-Pairs-Disagreed DELIMITED BY SIZE
      " IC pair(s) disagree" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    MOVE WS-Log-Message TO WS-Audit-Message.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    *> A pair that doesn't agree, or a company whose master couldn't
    *> be read, leaves the group figure in doubt - WARN, so a
    *> scheduled stream can stop on it.
    IF WS-Pairs-Disagreed > 0 OR WS-Cos-Missing > 0 THEN
      MOVE "WARN" TO WS-RH-End-Status
    ELSE
      MOVE "OK" TO WS-RH-End-Status
    END-IF.
    MOVE WS-Pos-Used TO WS-RH-Written.
    CALL "WriteRunHistory" USING WS-RH-Function WS-Records-Read
      WS-RH-Written WS-Pairs-Agreed WS-Pairs-Disagreed
      WS-Elapsed-Seconds WS-RH-End-Status LK-Run-ID LK-Terminal-ID
      LK-Operator-ID.

    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Group-Done
      ACCEPT OMITTED
    END-IF.

    GOBACK.

  *> Nothing to consolidate - say why on the screen, or in the log
  *> when nobody is watching.
  Report-Nothing-To-Do.
    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Group-None
      ACCEPT OMITTED
    ELSE
      MOVE "WARN" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Group Consolidation: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-None-Label) DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

  Load-Group-Companies.
    MOVE 0 TO WS-Co-Used.
    OPEN INPUT Group-Cos-File.
    IF NOT Group-Cos-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL NOT Group-Cos-Opened-OK
      READ Group-Cos-File
        AT END
          MOVE "10" TO WS-Group-Cos-Status
        NOT AT END
          IF GC-Line NOT = SPACES AND WS-Co-Used < 50 THEN
            ADD 1 TO WS-Co-Used
            MOVE GC-Company TO WS-Co-ID(WS-Co-Used)
            MOVE GC-Name TO WS-Co-Name(WS-Co-Used)
            MOVE "N" TO WS-Co-Found(WS-Co-Used)
            MOVE 0 TO WS-Co-Records(WS-Co-Used)
            MOVE 0 TO WS-Co-GBP(WS-Co-Used)
            MOVE 0 TO WS-Co-Elim-GBP(WS-Co-Used)
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Group-Cos-File.

  *> No pairs file just means nothing is eliminated.
  Load-IC-Pairs.
    MOVE 0 TO WS-IC-Used.
    OPEN INPUT IC-Keys-File.
    IF NOT IC-Keys-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL NOT IC-Keys-Opened-OK
      READ IC-Keys-File
        AT END
          MOVE "10" TO WS-IC-Keys-Status
        NOT AT END
          IF IC-Key-A NOT = SPACES AND IC-Key-B NOT = SPACES
            AND WS-IC-Used < 200 THEN
            ADD 1 TO WS-IC-Used
            MOVE IC-Company-A TO WS-IC-Co-A(WS-IC-Used)
            MOVE IC-Key-A TO WS-IC-Key-A(WS-IC-Used)
            MOVE IC-Company-B TO WS-IC-Co-B(WS-IC-Used)
            MOVE IC-Key-B TO WS-IC-Key-B(WS-IC-Used)
            MOVE "N" TO WS-IC-Found-A(WS-IC-Used)
            MOVE "N" TO WS-IC-Found-B(WS-IC-Used)
            MOVE SPACES TO WS-IC-Ccy-A(WS-IC-Used)
            MOVE SPACES TO WS-IC-Ccy-B(WS-IC-Used)
            MOVE 0 TO WS-IC-Native-A(WS-IC-Used)
            MOVE 0 TO WS-IC-Native-B(WS-IC-Used)
            MOVE 0 TO WS-IC-GBP-A(WS-IC-Used)
            MOVE 0 TO WS-IC-GBP-B(WS-IC-Used)
          END-IF
      END-READ
    END-PERFORM.
    CLOSE IC-Keys-File.

  *> One member company's master, start to finish: every balance
  *> converted, designated intercompany balances set aside for the
  *> schedule, everything else into its region and currency.
  Consolidate-One-Company.
    MOVE WS-Co-ID(WS-Co-Idx) TO WS-Company-ID.
    MOVE "TransMaster.dat" TO WS-Trans-Master-Path.
    CALL "ResolveDataPath" USING WS-Trans-Master-Path.
    MOVE WS-Session-Company TO WS-Company-ID.

    OPEN INPUT Trans-Master-File.
    IF NOT Trans-Master-Opened-OK THEN
      ADD 1 TO WS-Cos-Missing
      MOVE "WARN" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Group Consolidation: no master for company " DELIMITED BY SIZE
        WS-Co-ID(WS-Co-Idx) DELIMITED BY SIZE
        " - " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Trans-Master-Path) DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
      EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-Co-Found(WS-Co-Idx).
    ADD 1 TO WS-Cos-Read.
    MOVE HIGH-VALUES TO WS-Last-Branch.

    MOVE "N" TO WS-Master-At-End-Flag.
    PERFORM UNTIL Master-At-End
      READ Trans-Master-File
        AT END
          MOVE "Y" TO WS-Master-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Records-Read
          ADD 1 TO WS-Co-Records(WS-Co-Idx)
          PERFORM Consolidate-One-Balance
      END-READ
    END-PERFORM.
    CLOSE Trans-Master-File.

  Consolidate-One-Balance.
    IF TM-Currency = SPACES THEN
      MOVE "GBP" TO WS-Currency
    ELSE
      MOVE TM-Currency TO WS-Currency
    END-IF.
    PERFORM Convert-To-GBP.

    PERFORM Check-IC-Pair.
    IF IC-Key-Hit THEN
      ADD WS-GBP-Amount TO WS-Co-Elim-GBP(WS-Co-Idx)
      ADD WS-GBP-Amount TO WS-Elim-GBP
      EXIT PARAGRAPH
    END-IF.

    ADD WS-GBP-Amount TO WS-Co-GBP(WS-Co-Idx).
    ADD WS-GBP-Amount TO WS-Group-GBP.
    IF TM-Key(1:4) NOT = WS-Last-Branch THEN
      MOVE TM-Key(1:4) TO WS-Last-Branch
      PERFORM Lookup-Branch-Region
    END-IF.
    PERFORM Add-To-Position.

  *> TM-Amount in WS-Currency converted at the rate in force on the
  *> consolidation date. No rate at all leaves it unconverted and
  *> flagged, the way the Sort 'n' Report converted totals do.
  Convert-To-GBP.
    MOVE "N" TO WS-No-Rate-Flag.
    IF WS-Currency = "GBP" THEN
      MOVE TM-Amount TO WS-GBP-Amount
      EXIT PARAGRAPH
    END-IF.
    PERFORM Get-Cached-Rate.
    IF WS-Rate-Work = 0 THEN
      MOVE "Y" TO WS-No-Rate-Flag
      MOVE "Y" TO WS-Unconverted-Flag
      MOVE TM-Amount TO WS-GBP-Amount
    ELSE
      COMPUTE WS-GBP-Amount ROUNDED = TM-Amount * WS-Rate-Work
    END-IF.

  Get-Cached-Rate.
    MOVE "N" TO WS-Rate-Found-Flag.
    PERFORM VARYING WS-Rate-Idx FROM 1 BY 1
      UNTIL WS-Rate-Idx > WS-Rate-Used OR Rate-Found
      IF WS-Rate-Ccy(WS-Rate-Idx) = WS-Currency THEN
        MOVE WS-Rate-Value(WS-Rate-Idx) TO WS-Rate-Work
        MOVE "Y" TO WS-Rate-Found-Flag
      END-IF
    END-PERFORM.
    IF Rate-Found THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Currency TO WS-Eff-Currency.
    PERFORM Lookup-Effective-Rate.
    IF WS-Rate-Used < 50 THEN
      ADD 1 TO WS-Rate-Used
      MOVE WS-Currency TO WS-Rate-Ccy(WS-Rate-Used)
      MOVE WS-Rate-Work TO WS-Rate-Value(WS-Rate-Used)
    END-IF.

  *> The rate in force for WS-Eff-Currency on the consolidation
  *> date: the newest history row dated on or before it, else the
  *> live rate.
  Lookup-Effective-Rate.
    MOVE 0 TO WS-Rate-Work.

    IF NOT Rate-Hist-Missing THEN
      MOVE WS-Eff-Currency TO XH-Currency
      MOVE "00000000" TO XH-Eff-Date
      START Rate-Hist-File KEY IS NOT < XH-Hist-Key
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE "N" TO WS-Eff-Hist-At-End-Flag
          PERFORM UNTIL Eff-Hist-At-End
            READ Rate-Hist-File NEXT
              AT END
                MOVE "Y" TO WS-Eff-Hist-At-End-Flag
              NOT AT END
                IF XH-Currency NOT = WS-Eff-Currency
                  OR XH-Eff-Date > WS-Cons-Date THEN
                  MOVE "Y" TO WS-Eff-Hist-At-End-Flag
                ELSE
                  MOVE XH-Rate TO WS-Rate-Work
                END-IF
            END-READ
          END-PERFORM
      END-START
    END-IF.

    IF WS-Rate-Work = 0 AND NOT Exch-Rate-Missing THEN
      MOVE WS-Eff-Currency TO XR-Currency
      READ Exch-Rate-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE XR-Rate TO WS-Rate-Work
      END-READ
    END-IF.

  *> Is this company's key one side of a designated pair? If so its
  *> balance is kept against the pair instead of the position.
  Check-IC-Pair.
    MOVE "N" TO WS-IC-Hit-Flag.
    PERFORM VARYING WS-IC-Idx FROM 1 BY 1
      UNTIL WS-IC-Idx > WS-IC-Used OR IC-Key-Hit
      IF WS-IC-Co-A(WS-IC-Idx) = WS-Co-ID(WS-Co-Idx)
        AND WS-IC-Key-A(WS-IC-Idx) = TM-Key THEN
        MOVE "Y" TO WS-IC-Hit-Flag
        MOVE "Y" TO WS-IC-Found-A(WS-IC-Idx)
        MOVE WS-Currency TO WS-IC-Ccy-A(WS-IC-Idx)
        MOVE TM-Amount TO WS-IC-Native-A(WS-IC-Idx)
        MOVE WS-GBP-Amount TO WS-IC-GBP-A(WS-IC-Idx)
      END-IF
      IF NOT IC-Key-Hit
        AND WS-IC-Co-B(WS-IC-Idx) = WS-Co-ID(WS-Co-Idx)
        AND WS-IC-Key-B(WS-IC-Idx) = TM-Key THEN
        MOVE "Y" TO WS-IC-Hit-Flag
        MOVE "Y" TO WS-IC-Found-B(WS-IC-Idx)
        MOVE WS-Currency TO WS-IC-Ccy-B(WS-IC-Idx)
        MOVE TM-Amount TO WS-IC-Native-B(WS-IC-Idx)
        MOVE WS-GBP-Amount TO WS-IC-GBP-B(WS-IC-Idx)
      END-IF
    END-PERFORM.

  *> The region a branch reports under - an unknown branch reports
  *> under "(none)" so its money still appears.
  Lookup-Branch-Region.
    MOVE "(none)" TO WS-Branch-Region.
    IF NOT Branch-Ref-Missing THEN
      MOVE WS-Last-Branch TO BR-Branch
      READ Branch-Ref-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          IF BR-Region NOT = SPACES THEN
            MOVE BR-Region TO WS-Branch-Region
          END-IF
      END-READ
    END-IF.

  Add-To-Position.
    MOVE "N" TO WS-Pos-Found-Flag.
    PERFORM VARYING WS-Pos-Idx FROM 1 BY 1
      UNTIL WS-Pos-Idx > WS-Pos-Used OR Pos-Found
      IF WS-Pos-Region(WS-Pos-Idx) = WS-Branch-Region
        AND WS-Pos-Currency(WS-Pos-Idx) = WS-Currency THEN
        MOVE "Y" TO WS-Pos-Found-Flag
        ADD 1 TO WS-Pos-Count(WS-Pos-Idx)
        ADD TM-Amount TO WS-Pos-Native(WS-Pos-Idx)
        ADD WS-GBP-Amount TO WS-Pos-GBP(WS-Pos-Idx)
        IF No-Rate-For-Currency THEN
          MOVE "*" TO WS-Pos-No-Rate(WS-Pos-Idx)
        END-IF
      END-IF
    END-PERFORM.
    IF Pos-Found THEN
      EXIT PARAGRAPH
    END-IF.
    IF WS-Pos-Used NOT < 300 THEN
      MOVE "Y" TO WS-Pos-Full-Flag
      EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-Pos-Used.
    MOVE WS-Branch-Region TO WS-Pos-Region(WS-Pos-Used).
    MOVE WS-Currency TO WS-Pos-Currency(WS-Pos-Used).
    MOVE 1 TO WS-Pos-Count(WS-Pos-Used).
    MOVE TM-Amount TO WS-Pos-Native(WS-Pos-Used).
    MOVE WS-GBP-Amount TO WS-Pos-GBP(WS-Pos-Used).
    IF No-Rate-For-Currency THEN
      MOVE "*" TO WS-Pos-No-Rate(WS-Pos-Used)
    ELSE
      MOVE SPACE TO WS-Pos-No-Rate(WS-Pos-Used)
    END-IF.

  *> Region then currency order for the report - the table is a few
  *> dozen rows, so a straight exchange sort does.
  Sort-Position-Table.
    PERFORM VARYING WS-Pos-Idx FROM 1 BY 1
      UNTIL WS-Pos-Idx >= WS-Pos-Used
      PERFORM VARYING WS-Pos-Swap-Idx FROM WS-Pos-Idx BY 1
        UNTIL WS-Pos-Swap-Idx > WS-Pos-Used
        IF WS-Pos-Sort-Key(WS-Pos-Swap-Idx)
          < WS-Pos-Sort-Key(WS-Pos-Idx) THEN
          MOVE WS-Pos-Entry(WS-Pos-Idx) TO WS-Pos-Hold
          MOVE WS-Pos-Entry(WS-Pos-Swap-Idx) TO WS-Pos-Entry(WS-Pos-Idx)
          MOVE WS-Pos-Hold TO WS-Pos-Entry(WS-Pos-Swap-Idx)
        END-IF
      END-PERFORM
    END-PERFORM.

  *> The group position, region by region with a GBP subtotal per
  *> region, then the group total, what each company contributed,
  *> and what the eliminations took out.
  Write-Group-Report.
    OPEN OUTPUT Group-Report-File.
    MOVE WS-Cons-Date TO RGT-Date.
    MOVE WS-Report-Title TO GR-Line.
    WRITE GR-Line.
    MOVE SPACES TO GR-Line.
    WRITE GR-Line.
    MOVE WS-Pos-Heading TO GR-Line.
    WRITE GR-Line.

    MOVE 0 TO WS-Region-GBP.
    IF WS-Pos-Used > 0 THEN
      MOVE WS-Pos-Region(1) TO WS-Region-Break
    END-IF.
    PERFORM VARYING WS-Pos-Idx FROM 1 BY 1
      UNTIL WS-Pos-Idx > WS-Pos-Used
      IF WS-Pos-Region(WS-Pos-Idx) NOT = WS-Region-Break THEN
        PERFORM Write-Region-Subtotal
        MOVE WS-Pos-Region(WS-Pos-Idx) TO WS-Region-Break
      END-IF
      MOVE WS-Pos-Region(WS-Pos-Idx) TO RGD-Region
      MOVE WS-Pos-Currency(WS-Pos-Idx) TO RGD-Currency
      MOVE WS-Pos-Count(WS-Pos-Idx) TO RGD-Count
      MOVE WS-Pos-Native(WS-Pos-Idx) TO RGD-Native
      MOVE WS-Pos-GBP(WS-Pos-Idx) TO RGD-GBP
      MOVE WS-Pos-No-Rate(WS-Pos-Idx) TO RGD-No-Rate
      MOVE WS-Pos-Detail TO GR-Line
      WRITE GR-Line
      ADD WS-Pos-GBP(WS-Pos-Idx) TO WS-Region-GBP
    END-PERFORM.
    IF WS-Pos-Used > 0 THEN
      PERFORM Write-Region-Subtotal
    END-IF.

    MOVE SPACES TO GR-Line.
    WRITE GR-Line.
    MOVE SPACES TO WS-Group-Total.
    MOVE "Group position (GBP, after eliminations):" TO RGT-Label.
    MOVE WS-Group-GBP TO RGT-Amount.
    MOVE WS-Group-Total TO GR-Line.
    WRITE GR-Line.
    MOVE SPACES TO WS-Group-Total.
    MOVE "Intercompany eliminated (GBP, net):" TO RGT-Label.
    MOVE WS-Elim-GBP TO RGT-Amount.
    MOVE WS-Group-Total TO GR-Line.
    WRITE GR-Line.
    IF Some-Unconverted THEN
      MOVE "  * no rate on file for the currency - carried unconverted"
        TO GR-Line
      WRITE GR-Line
    END-IF.
    IF Pos-Table-Full THEN
      MOVE "  ** position table full - some region/currency rows omitted"
        TO GR-Line
      WRITE GR-Line
    END-IF.

    MOVE SPACES TO GR-Line.
    WRITE GR-Line.
    MOVE "By company           Records        GBP contributed         IC eliminated"
      TO GR-Line.
    WRITE GR-Line.
    PERFORM VARYING WS-Co-Idx FROM 1 BY 1
      UNTIL WS-Co-Idx > WS-Co-Used
      MOVE WS-Co-ID(WS-Co-Idx) TO RGC-Company
      MOVE WS-Co-Name(WS-Co-Idx) TO RGC-Name
      MOVE WS-Co-Records(WS-Co-Idx) TO RGC-Records
      MOVE WS-Co-GBP(WS-Co-Idx) TO RGC-GBP
      MOVE WS-Co-Elim-GBP(WS-Co-Idx) TO RGC-Elim
      IF WS-Co-Found(WS-Co-Idx) = "Y" THEN
        MOVE SPACES TO RGC-Note
      ELSE
        MOVE "** MASTER NOT FOUND" TO RGC-Note
      END-IF
      MOVE WS-Co-Detail TO GR-Line
      WRITE GR-Line
    END-PERFORM.
    CLOSE Group-Report-File.

  Write-Region-Subtotal.
    MOVE SPACES TO WS-Group-Total.
    STRING
      "Region total (" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Region-Break) DELIMITED BY SIZE
      ", GBP):" DELIMITED BY SIZE
      INTO RGT-Label
    END-STRING.
    MOVE WS-Region-GBP TO RGT-Amount.
    MOVE WS-Group-Total TO GR-Line.
    WRITE GR-Line.
    MOVE 0 TO WS-Region-GBP.

  *> One line per designated pair - each side native and in GBP,
  *> the net, and whether the two agree. A side missing from its
  *> company's master can't agree with anything.
  Write-Elim-Schedule.
    OPEN OUTPUT Elim-Report-File.
    MOVE SPACES TO ER-Line.
    STRING
      "Intercompany Elimination Schedule - " DELIMITED BY SIZE
      WS-Cons-Date DELIMITED BY SIZE
      INTO ER-Line
    END-STRING.
    WRITE ER-Line.
    MOVE SPACES TO ER-Line.
    WRITE ER-Line.
    MOVE WS-Elim-Heading TO ER-Line.
    WRITE ER-Line.

    PERFORM Write-One-Pair
      VARYING WS-IC-Idx FROM 1 BY 1
      UNTIL WS-IC-Idx > WS-IC-Used.

    MOVE SPACES TO ER-Line.
    WRITE ER-Line.
    MOVE SPACES TO ER-Line.
    STRING
      "Pairs: " DELIMITED BY SIZE
      WS-IC-Used DELIMITED BY SIZE
      "  agree: " DELIMITED BY SIZE
      WS-Pairs-Agreed DELIMITED BY SIZE
      "  do not agree: " DELIMITED BY SIZE
      WS-Pairs-Disagreed DELIMITED BY SIZE
      INTO ER-Line
    END-STRING.
    WRITE ER-Line.
    MOVE SPACES TO WS-Group-Total.
    MOVE "Total eliminated (GBP, net):" TO RGT-Label.
    MOVE WS-Elim-GBP TO RGT-Amount.
    MOVE WS-Group-Total TO ER-Line.
    WRITE ER-Line.
    CLOSE Elim-Report-File.

  Write-One-Pair.
    COMPUTE WS-IC-Net =
      WS-IC-GBP-A(WS-IC-Idx) + WS-IC-GBP-B(WS-IC-Idx).
    COMPUTE WS-IC-Abs-Net = FUNCTION ABS(WS-IC-Net).

    EVALUATE TRUE
      WHEN WS-IC-Found-A(WS-IC-Idx) NOT = "Y"
        MOVE "A NOT FOUND" TO WS-IC-State
      WHEN WS-IC-Found-B(WS-IC-Idx) NOT = "Y"
        MOVE "B NOT FOUND" TO WS-IC-State
      WHEN WS-IC-Ccy-A(WS-IC-Idx) = WS-IC-Ccy-B(WS-IC-Idx)
        COMPUTE WS-IC-Native-Net =
          WS-IC-Native-A(WS-IC-Idx) + WS-IC-Native-B(WS-IC-Idx)
        IF WS-IC-Native-Net = 0 THEN
          MOVE "AGREES" TO WS-IC-State
        ELSE
          MOVE "DOES NOT AGREE" TO WS-IC-State
        END-IF
      WHEN WS-IC-Abs-Net NOT > WS-IC-Tolerance
        MOVE "AGREES" TO WS-IC-State
      WHEN OTHER
        MOVE "DOES NOT AGREE" TO WS-IC-State
    END-EVALUATE.
    IF WS-IC-State = "AGREES" THEN
      ADD 1 TO WS-Pairs-Agreed
    ELSE
      ADD 1 TO WS-Pairs-Disagreed
    END-IF.

    *> Native line, then the GBP line under it.
    MOVE SPACES TO WS-Elim-Detail.
    MOVE WS-IC-Co-A(WS-IC-Idx) TO RED-Co-A.
    MOVE WS-IC-Key-A(WS-IC-Idx) TO RED-Key-A.
    MOVE WS-IC-Ccy-A(WS-IC-Idx) TO RED-Ccy-A.
    MOVE WS-IC-Native-A(WS-IC-Idx) TO RED-Amt-A.
    MOVE WS-IC-Co-B(WS-IC-Idx) TO RED-Co-B.
    MOVE WS-IC-Key-B(WS-IC-Idx) TO RED-Key-B.
    MOVE WS-IC-Ccy-B(WS-IC-Idx) TO RED-Ccy-B.
    MOVE WS-IC-Native-B(WS-IC-Idx) TO RED-Amt-B.
    MOVE WS-IC-Net TO RED-Net.
    MOVE WS-IC-State TO RED-State.
    MOVE WS-Elim-Detail TO ER-Line.
    WRITE ER-Line.
    MOVE SPACES TO WS-Elim-Detail.
    MOVE "GBP" TO RED-Ccy-A.
    MOVE WS-IC-GBP-A(WS-IC-Idx) TO RED-Amt-A.
    MOVE "GBP" TO RED-Ccy-B.
    MOVE WS-IC-GBP-B(WS-IC-Idx) TO RED-Amt-B.
    MOVE WS-Elim-Detail TO ER-Line.
    WRITE ER-Line.

END PROGRAM GroupCons.
