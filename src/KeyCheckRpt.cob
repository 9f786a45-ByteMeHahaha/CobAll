IDENTIFICATION DIVISION.
  PROGRAM-ID. KeyCheckRpt.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Keyed transaction master - every key the business posts to.
      SELECT Trans-Master-File ASSIGN TO WS-Trans-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE SEQUENTIAL
      RECORD KEY IS TM-Key
      ALTERNATE RECORD KEY IS TM-Date WITH DUPLICATES
      FILE STATUS WS-Trans-Master-Status.

      *> Account reference - keys named for statements, some of which
      *> may never have posted.
      SELECT Acct-Ref-File ASSIGN TO WS-Acct-Ref-Path
      ORGANISATION INDEXED
      ACCESS MODE SEQUENTIAL
      RECORD KEY IS AC-Key
      FILE STATUS WS-Acct-Ref-Status.

      *> Branch reference maintained by BranchMaint - each branch's
      *> check-digit scheme.
      SELECT Branch-Ref-File ASSIGN TO WS-Branch-Ref-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS BR-Branch
      FILE STATUS WS-Branch-Ref-Status.

      *> The exception listing - one line per failing key.
      SELECT Key-Report-File ASSIGN TO WS-Key-Report-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Key-Report-Status.

DATA DIVISION.
  FILE SECTION.
    FD Trans-Master-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==TM==.

    FD Acct-Ref-File.
      COPY "AcctRecord.cpy" REPLACING ==:PREFIX:== BY ==AC==.

    FD Branch-Ref-File.
      COPY "BranchRecord.cpy" REPLACING ==:PREFIX:== BY ==BR==.

    FD Key-Report-File.
      01 KR-Line PIC X(80).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> The session's company, shared by CobAll's login - stamped on
    *> the report.
    01 WS-Company-ID PIC X(4) EXTERNAL.

    01 WS-Trans-Master-Path PIC X(80) VALUE "TransMaster.dat".
    01 WS-Trans-Master-Status PIC XX.
      88 Trans-Master-Opened-OK VALUE "00".
    01 WS-Acct-Ref-Path PIC X(80) VALUE "AcctRef.dat".
    01 WS-Acct-Ref-Status PIC XX.
      88 Acct-Ref-Opened-OK VALUE "00".
    01 WS-Branch-Ref-Path PIC X(80) VALUE "BranchRef.dat".
    01 WS-Branch-Ref-Status PIC XX.
      88 Branch-Ref-Opened-OK VALUE "00".
    01 WS-Branch-Ref-Missing-Flag PIC A VALUE "N".
      88 Branch-Ref-Missing VALUE "Y".
    01 WS-Key-Report-Path PIC X(80) VALUE "KeyCheck.txt".
    01 WS-Key-Report-Status PIC XX.
    01 WS-Walk-At-End-Flag PIC X VALUE "N".
      88 Walk-At-End VALUE "Y".

    *> The key being judged, and its branch's scheme - remembered
    *> across keys, since both files come in key order and a branch's
    *> keys arrive together.
    01 WS-Check-Source PIC X(8) VALUE SPACES.
    01 WS-Check-Key PIC X(10) VALUE SPACES.
    01 WS-Check-Name PIC X(30) VALUE SPACES.
    01 WS-Last-Branch PIC X(4) VALUE HIGH-VALUES.
    01 WS-Last-Scheme PIC X(1) VALUE SPACE.
    01 WS-Key-Check-Result PIC X(1) VALUE "Y".
      88 Key-Check-Passed VALUE "Y".
    01 WS-Key-Check-Expected PIC X(1) VALUE SPACE.

    *> Tallies, per file.
    01 WS-Master-Checked PIC 9(7) VALUE 0.
    01 WS-Master-Failed PIC 9(7) VALUE 0.
    01 WS-Acct-Checked PIC 9(7) VALUE 0.
    01 WS-Acct-Failed PIC 9(7) VALUE 0.
    01 WS-Keys-Unchecked PIC 9(7) VALUE 0.
    01 WS-Key-Check-Note PIC X(76) VALUE SPACES.

    *> BranchAccess's verdict on each key against the operator's data
    *> scope - keys on other branches are left off the listing and
    *> the tallies, counted, noted and audited once.
    01 WS-Access-Silent PIC X(20) VALUE SPACES.
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".
    01 WS-Rows-Withheld PIC 9(7) VALUE 0.

    01 WS-Report-Detail.
      05 KRD-Source PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 KRD-Key PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 KRD-Scheme PIC X(1).
      05 FILLER PIC X(5) VALUE SPACES.
      05 KRD-Expected PIC X(4).
      05 FILLER PIC X(2) VALUE SPACES.
      05 KRD-Name PIC X(30).

    01 WS-Edit-Count PIC ZZZ,ZZ9.
    01 WS-Edit-Count-2 PIC ZZZ,ZZ9.

    01 WS-Spool-Source PIC X(8) VALUE "KEYCHECK".
    01 WS-Spool-Paginate PIC X(1) VALUE "Y".

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
    COPY "KeyCheckScr.cpy". *> Key Check-Digit Report screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  KeyCheckRptMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Key Check-Digit Report selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> The session loop re-CALLs this program in one run unit - the
    *> tallies and the remembered branch start afresh every run.
    MOVE 0 TO WS-Master-Checked.
    MOVE 0 TO WS-Master-Failed.
    MOVE 0 TO WS-Acct-Checked.
    MOVE 0 TO WS-Acct-Failed.
    MOVE 0 TO WS-Keys-Unchecked.
    MOVE 0 TO WS-Rows-Withheld.
    MOVE HIGH-VALUES TO WS-Last-Branch.
    MOVE SPACE TO WS-Last-Scheme.
    MOVE SPACES TO WS-Key-Check-Note.

    *> Re-defaulted every invocation, then qualified - the master
    *> and the listing are the company's own; the references shared.
    MOVE "TransMaster.dat" TO WS-Trans-Master-Path.
    MOVE "KeyCheck.txt" TO WS-Key-Report-Path.
    CALL "ResolveDataPath" USING WS-Trans-Master-Path.
    CALL "ResolveDataPath" USING WS-Key-Report-Path.

    MOVE "N" TO WS-Branch-Ref-Missing-Flag.
    OPEN INPUT Branch-Ref-File.
    IF NOT Branch-Ref-Opened-OK THEN
      MOVE "Y" TO WS-Branch-Ref-Missing-Flag
    END-IF.

    OPEN OUTPUT Key-Report-File.
    PERFORM Write-Report-Heading.

    IF Branch-Ref-Missing THEN
      MOVE "No branch reference - no branch has a scheme to check against."
        TO KR-Line
      WRITE KR-Line
      MOVE "No branch reference - nothing to check."
        TO WS-Key-Check-Note
    ELSE
      PERFORM Check-Master-Keys
      PERFORM Check-Acct-Ref-Keys
      CLOSE Branch-Ref-File
    END-IF.

    PERFORM Write-Report-Totals.
    PERFORM Note-Rows-Withheld.
    CLOSE Key-Report-File.

    CALL "WriteSpoolJob" USING WS-Spool-Source WS-Key-Report-Path
      WS-Spool-Paginate LK-Run-ID.

    MOVE WS-Master-Failed TO WS-Edit-Count.
    MOVE WS-Acct-Failed TO WS-Edit-Count-2.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Key check-digit report by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " - master fails " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
      ", acct ref fails " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Count-2) DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    IF WS-Key-Check-Note = SPACES THEN
      IF WS-Master-Failed = 0 AND WS-Acct-Failed = 0 THEN
        MOVE "Every key checked carries its branch's check digit."
          TO WS-Key-Check-Note
      ELSE
        MOVE "Clean up the listed keys (Account Re-key) before the edit pass suspends them."
          TO WS-Key-Check-Note
      END-IF
    END-IF.

    DISPLAY SC-Key-Check-Done.
    ACCEPT OMITTED.

    GOBACK.

  Write-Report-Heading.
    MOVE SPACES TO KR-Line.
    STRING
      "KEY CHECK-DIGIT EXCEPTIONS   Company " DELIMITED BY SIZE
      WS-Company-ID DELIMITED BY SIZE
      "   " DELIMITED BY SIZE
      FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
      "   " DELIMITED BY SIZE
      WS-Training-Banner DELIMITED BY SIZE
      INTO KR-Line
    END-STRING.
    WRITE KR-Line.
    MOVE "Keys that fail the check digit of their branch's scheme (L = Luhn, W = mod 11)."
      TO KR-Line.
    WRITE KR-Line.
    MOVE SPACES TO KR-Line.
    WRITE KR-Line.
    MOVE "File      Key         Sch  Want  Name" TO KR-Line.
    WRITE KR-Line.
    MOVE ALL "-" TO KR-Line.
    WRITE KR-Line.

  *> Every key on the transaction master, in key order.
  Check-Master-Keys.
    OPEN INPUT Trans-Master-File.
    IF NOT Trans-Master-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "MASTER" TO WS-Check-Source.
    MOVE "N" TO WS-Walk-At-End-Flag.
    PERFORM UNTIL Walk-At-End
      READ Trans-Master-File NEXT
        AT END
          MOVE "Y" TO WS-Walk-At-End-Flag
        NOT AT END
          MOVE TM-Key TO WS-Check-Key
          MOVE SPACES TO WS-Check-Name
          PERFORM Check-One-Key
      END-READ
    END-PERFORM.
    CLOSE Trans-Master-File.

  *> Every key named on the account reference, in key order.
  Check-Acct-Ref-Keys.
    OPEN INPUT Acct-Ref-File.
    IF NOT Acct-Ref-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "ACCTREF" TO WS-Check-Source.
    MOVE "N" TO WS-Walk-At-End-Flag.
    PERFORM UNTIL Walk-At-End
      READ Acct-Ref-File NEXT
        AT END
          MOVE "Y" TO WS-Walk-At-End-Flag
        NOT AT END
          MOVE AC-Key TO WS-Check-Key
          MOVE AC-Name TO WS-Check-Name
          PERFORM Check-One-Key
      END-READ
    END-PERFORM.
    CLOSE Acct-Ref-File.

  *> One key against its branch's scheme; a failure is listed with
  *> the check digit the account number should have carried.
  Check-One-Key.
    CALL "BranchAccess" USING WS-Check-Key WS-Access-Silent
      LK-Run-ID LK-Operator-ID WS-Access-Result.
    IF NOT Access-Permitted THEN
      ADD 1 TO WS-Rows-Withheld
      EXIT PARAGRAPH
    END-IF.

    IF WS-Check-Key(1:4) NOT = WS-Last-Branch THEN
      MOVE WS-Check-Key(1:4) TO WS-Last-Branch
      MOVE SPACE TO WS-Last-Scheme
      MOVE WS-Last-Branch TO BR-Branch
      READ Branch-Ref-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE BR-Check-Scheme TO WS-Last-Scheme
      END-READ
    END-IF.
    IF WS-Last-Scheme = SPACE THEN
      ADD 1 TO WS-Keys-Unchecked
      EXIT PARAGRAPH
    END-IF.

    IF WS-Check-Source = "MASTER" THEN
      ADD 1 TO WS-Master-Checked
    ELSE
      ADD 1 TO WS-Acct-Checked
    END-IF.
    CALL "CheckKeyDigit" USING WS-Last-Scheme WS-Check-Key
      WS-Key-Check-Result WS-Key-Check-Expected.
    IF Key-Check-Passed THEN
      EXIT PARAGRAPH
    END-IF.

    IF WS-Check-Source = "MASTER" THEN
      ADD 1 TO WS-Master-Failed
    ELSE
      ADD 1 TO WS-Acct-Failed
    END-IF.
    MOVE WS-Check-Source TO KRD-Source.
    MOVE WS-Check-Key TO KRD-Key.
    MOVE WS-Last-Scheme TO KRD-Scheme.
    IF WS-Key-Check-Expected = SPACE THEN
      MOVE "none" TO KRD-Expected
    ELSE
      MOVE WS-Key-Check-Expected TO KRD-Expected
    END-IF.
    MOVE WS-Check-Name TO KRD-Name.
    MOVE WS-Report-Detail TO KR-Line.
    WRITE KR-Line.

  Write-Report-Totals.
    MOVE ALL "-" TO KR-Line.
    WRITE KR-Line.
    MOVE WS-Master-Checked TO WS-Edit-Count.
    MOVE WS-Master-Failed TO WS-Edit-Count-2.
    MOVE SPACES TO KR-Line.
    STRING
      "Transaction master: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
      " key(s) checked, " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Count-2) DELIMITED BY SIZE
      " failed" DELIMITED BY SIZE
      INTO KR-Line
    END-STRING.
    WRITE KR-Line.
    MOVE WS-Acct-Checked TO WS-Edit-Count.
    MOVE WS-Acct-Failed TO WS-Edit-Count-2.
    MOVE SPACES TO KR-Line.
    STRING
      "Account reference:  " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
      " key(s) checked, " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Count-2) DELIMITED BY SIZE
      " failed" DELIMITED BY SIZE
      INTO KR-Line
    END-STRING.
    WRITE KR-Line.
    MOVE WS-Keys-Unchecked TO WS-Edit-Count.
    MOVE SPACES TO KR-Line.
    STRING
      "Keys on branches with no scheme (not checked): " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
      INTO KR-Line
    END-STRING.
    WRITE KR-Line.

  *> Notes on the report, and audits once, the keys left out because
  *> they sit outside the operator's permitted branches.
  Note-Rows-Withheld.
    IF WS-Rows-Withheld = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO KR-Line.
    STRING
      "Restricted to the branches permitted to " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " - " DELIMITED BY SIZE
      WS-Rows-Withheld DELIMITED BY SIZE
      " key(s) withheld" DELIMITED BY SIZE
      INTO KR-Line
    END-STRING.
    WRITE KR-Line.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Branch access REFUSED for " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " at Key Check Report - " DELIMITED BY SIZE
      WS-Rows-Withheld DELIMITED BY SIZE
      " key(s) withheld" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

END PROGRAM KeyCheckRpt.
