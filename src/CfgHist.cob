IDENTIFICATION DIVISION.
  PROGRAM-ID. CfgHist.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> The settings history the Settings screen's save appends to -
      *> one line per keyword card of every version, oldest first.
      SELECT Cfg-History-File ASSIGN TO "CfgHistory.dat"
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Cfg-History-Status.

      *> The session's own config file, rewritten by a restore - the
      *> same file SaveConfig writes (<company>.CobAll.cfg for a
      *> company session, CobAll.cfg otherwise).
      SELECT Config-File ASSIGN TO WS-CfgH-Own-Config
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Config-File-Status.

DATA DIVISION.
  FILE SECTION.
    FD Cfg-History-File.
      COPY "CfgHistRecord.cpy" REPLACING ==:PREFIX:== BY ==CH==.

    FD Config-File.
      01 CF-Config-Line PIC X(80).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> The session's company, shared by CobAll's login - it decides
    *> which config file this session saves to and may restore.
    01 WS-Company-ID PIC X(4) EXTERNAL.

    *> The version in force, shared with ReadSettings and
    *> WriteRunHistory - a restore moves it on.
    01 WS-Config-Version-Used PIC 9(6) EXTERNAL.

    01 WS-Cfg-History-Status PIC XX.
      88 Cfg-History-Opened-OK VALUE "00".
      88 Cfg-History-Not-Found VALUE "35".
    01 WS-Cfg-History-At-End-Flag PIC A VALUE "N".
      88 Cfg-History-At-End VALUE "Y".
    01 WS-Config-File-Status PIC XX.

    *> Operator's request off SC-CfgH-Menu.
    01 WS-CfgH-Action PIC 9 VALUE 0.
      88 CfgH-List-Run VALUE 1.
      88 CfgH-Compare-Run VALUE 2.
      88 CfgH-Restore-Run VALUE 3.
      88 CfgH-Back VALUE 4.
    01 WS-CfgH-Ver-A PIC 9(6) VALUE 0.
    01 WS-CfgH-Ver-B PIC 9(6) VALUE 0.
    01 WS-CfgH-Confirm PIC A VALUE SPACE.
      88 CfgH-Confirmed VALUE "Y" "y".
    01 WS-CfgH-Stop PIC A VALUE SPACE.
      88 CfgH-Stop-Requested VALUE "N" "n".
    01 WS-CfgH-Result-Label PIC X(70) VALUE SPACES.
    01 WS-CfgH-Saved-Label PIC X(40) VALUE SPACES.

    *> The file this session saves to, the latest version of it and
    *> the one before (the menu's default comparison).
    01 WS-CfgH-Own-Config PIC X(20) VALUE SPACES.
    01 WS-CfgH-Own-Latest PIC 9(6) VALUE 0.
    01 WS-CfgH-Own-Previous PIC 9(6) VALUE 0.
    01 WS-CfgH-Last-Version PIC 9(6) VALUE 0.
    01 WS-CfgH-New-Version PIC 9(6) VALUE 0.

    *> One row per version, oldest first - when the table is full the
    *> oldest row drops off, so the listing always shows the latest.
    01 WS-Ver-Table.
      05 WS-Ver-Entry OCCURS 500 TIMES.
        10 WS-Ver-No PIC 9(6).
        10 WS-Ver-Config PIC X(20).
        10 WS-Ver-Date PIC X(8).
        10 WS-Ver-Time PIC X(6).
        10 WS-Ver-Operator PIC X(8).
        10 WS-Ver-Restored-From PIC 9(6).
        10 WS-Ver-Cards PIC 99.
    01 WS-Ver-Used PIC 9(3) VALUE 0.
    01 WS-Ver-Idx PIC 9(3) VALUE 0.
    01 WS-Ver-Found-Idx PIC 9(3) VALUE 0.

    *> The two versions' cards split into keyword and value. Card
    *> table A also carries the cards a restore writes back.
    01 WS-Card-Table-A.
      05 WS-Card-A OCCURS 40 TIMES.
        10 WS-Card-A-Line PIC X(80).
        10 WS-Card-A-Key PIC X(20).
        10 WS-Card-A-Value PIC X(60).
    01 WS-Card-A-Used PIC 99 VALUE 0.
    01 WS-Card-Table-B.
      05 WS-Card-B OCCURS 40 TIMES.
        10 WS-Card-B-Key PIC X(20).
        10 WS-Card-B-Value PIC X(60).
        10 WS-Card-B-Matched PIC A.
    01 WS-Card-B-Used PIC 99 VALUE 0.
    01 WS-Card-Idx PIC 99 VALUE 0.
    01 WS-Card-Scan PIC 99 VALUE 0.
    01 WS-Card-Found PIC 99 VALUE 0.
    01 WS-Load-Version PIC 9(6) VALUE 0.
    01 WS-Load-Key PIC X(20).
    01 WS-Load-Value PIC X(60).

    *> Comparison lines, built whole and then paged fifteen at a time.
    01 WS-Diff-Table.
      05 WS-Diff-Line OCCURS 80 TIMES PIC X(74).
    01 WS-Diff-Used PIC 99 VALUE 0.
    01 WS-CfgH-Diff-Count PIC 999 VALUE 0.
    01 WS-Diff-Detail.
      05 CDD-Key PIC X(14).
      05 CDD-Value-A PIC X(27).
      05 CDD-Value-B PIC X(27).
      05 FILLER PIC X(2) VALUE SPACES.
      05 CDD-Flag PIC X(4).

    *> Version listing lines.
    01 WS-Ver-Detail.
      05 CVD-Version PIC Z(5)9.
      05 FILLER PIC X(2) VALUE SPACES.
      05 CVD-Config PIC X(20).
      05 CVD-Date PIC X(10).
      05 FILLER PIC X(1) VALUE SPACES.
      05 CVD-Time PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 CVD-Operator PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 CVD-Remark PIC X(15).

    *> The page on screen.
    01 WS-CfgH-List-Title PIC X(60) VALUE SPACES.
    01 WS-CfgH-List-Heading PIC X(74) VALUE SPACES.
    01 WS-CfgH-List-Footer PIC X(60) VALUE SPACES.
    01 WS-CfgH-Lines.
      05 WS-CfgH-Line OCCURS 15 TIMES PIC X(74).
    01 WS-Page-Idx PIC 99 VALUE 0.
    01 WS-Page-From PIC 9(3) VALUE 0.

    *> Run lock around the restore - the same SETTINGS lock the
    *> Settings screen's save takes, so the two never interleave.
    01 WS-Lock-Action PIC X(1) VALUE SPACE.
    01 WS-Lock-Name PIC X(8) VALUE "SETTINGS".
    01 WS-Lock-Result PIC X(1) VALUE SPACE.
    01 WS-Lock-Holder-Info PIC X(60) VALUE SPACES.

    01 WS-Stamp PIC X(14) VALUE SPACES.
    01 WS-Disp-Ver-1 PIC Z(5)9.
    01 WS-Disp-Ver-2 PIC Z(5)9.
    01 WS-Disp-Count PIC ZZ9.

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
    COPY "CfgHistScr.cpy". *> Settings History screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  CfgHistMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Settings History selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> The same choice of file SaveConfig makes.
    IF WS-Company-ID NOT = SPACES THEN
      MOVE SPACES TO WS-CfgH-Own-Config
      STRING
        FUNCTION TRIM(WS-Company-ID) DELIMITED BY SIZE
        ".CobAll.cfg" DELIMITED BY SIZE
        INTO WS-CfgH-Own-Config
      END-STRING
    ELSE
      MOVE "CobAll.cfg" TO WS-CfgH-Own-Config
    END-IF.

    PERFORM Load-Version-Index.
    MOVE WS-CfgH-Own-Previous TO WS-CfgH-Ver-A.
    MOVE WS-CfgH-Own-Latest TO WS-CfgH-Ver-B.

    MOVE 0 TO WS-CfgH-Action.
    PERFORM CfgH-Loop UNTIL CfgH-Back.

    GOBACK.

  *> One choice off the front screen.
  CfgH-Loop.
    MOVE 0 TO WS-CfgH-Action.
    DISPLAY SC-CfgH-Menu.
    ACCEPT SC-CfgH-Menu.

    MOVE SPACES TO WS-CfgH-Result-Label.
    EVALUATE TRUE
      WHEN CfgH-List-Run
        PERFORM List-Versions
      WHEN CfgH-Compare-Run
        PERFORM Compare-Versions
      WHEN CfgH-Restore-Run
        PERFORM Restore-Version
      WHEN CfgH-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-4." TO WS-CfgH-Result-Label
    END-EVALUATE.

    IF NOT CfgH-Back AND WS-CfgH-Result-Label NOT = SPACES THEN
      DISPLAY SC-CfgH-Result
      ACCEPT OMITTED
    END-IF.

  *> One pass of the history building the version index, and the
  *> latest two versions of this session's own file.
  Load-Version-Index.
    MOVE 0 TO WS-Ver-Used.
    MOVE 0 TO WS-CfgH-Own-Latest.
    MOVE 0 TO WS-CfgH-Own-Previous.
    MOVE 0 TO WS-CfgH-Last-Version.
    OPEN INPUT Cfg-History-File.
    IF NOT Cfg-History-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Cfg-History-At-End-Flag.
    PERFORM UNTIL Cfg-History-At-End
      READ Cfg-History-File
        AT END
          MOVE "Y" TO WS-Cfg-History-At-End-Flag
        NOT AT END
          IF CH-Version IS NUMERIC THEN
            PERFORM Index-History-Line
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Cfg-History-File.

  *> A version's first card opens its row; the rest only count.
  Index-History-Line.
    IF CH-Version > WS-CfgH-Last-Version THEN
      MOVE CH-Version TO WS-CfgH-Last-Version
    END-IF.
    IF WS-Ver-Used > 0 THEN
      IF WS-Ver-No(WS-Ver-Used) = CH-Version THEN
        ADD 1 TO WS-Ver-Cards(WS-Ver-Used)
        EXIT PARAGRAPH
      END-IF
    END-IF.

    IF WS-Ver-Used >= 500 THEN
      PERFORM VARYING WS-Ver-Idx FROM 1 BY 1 UNTIL WS-Ver-Idx > 499
        MOVE WS-Ver-Entry(WS-Ver-Idx + 1) TO WS-Ver-Entry(WS-Ver-Idx)
      END-PERFORM
    ELSE
      ADD 1 TO WS-Ver-Used
    END-IF.
    MOVE CH-Version TO WS-Ver-No(WS-Ver-Used).
    MOVE CH-Config TO WS-Ver-Config(WS-Ver-Used).
    MOVE CH-Saved-Date TO WS-Ver-Date(WS-Ver-Used).
    MOVE CH-Saved-Time TO WS-Ver-Time(WS-Ver-Used).
    MOVE CH-Operator TO WS-Ver-Operator(WS-Ver-Used).
    MOVE CH-Restored-From TO WS-Ver-Restored-From(WS-Ver-Used).
    MOVE 1 TO WS-Ver-Cards(WS-Ver-Used).

    IF CH-Config = WS-CfgH-Own-Config THEN
      MOVE WS-CfgH-Own-Latest TO WS-CfgH-Own-Previous
      MOVE CH-Version TO WS-CfgH-Own-Latest
    END-IF.

  *> Every version, most recent first, fifteen to a page.
  List-Versions.
    PERFORM Load-Version-Index.
    IF WS-Ver-Used = 0 THEN
      MOVE "(no settings history yet - the next settings save starts it)"
        TO WS-CfgH-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE "Settings versions - most recent first" TO WS-CfgH-List-Title.
    MOVE "Version  Config file         Saved                Operator  Note"
      TO WS-CfgH-List-Heading.
    MOVE SPACES TO WS-CfgH-List-Footer.
    MOVE SPACES TO WS-CfgH-Stop.
    MOVE WS-Ver-Used TO WS-Ver-Idx.
    PERFORM UNTIL WS-Ver-Idx < 1 OR CfgH-Stop-Requested
      MOVE SPACES TO WS-CfgH-Lines
      MOVE 0 TO WS-Page-Idx
      PERFORM UNTIL WS-Ver-Idx < 1 OR WS-Page-Idx >= 15
        ADD 1 TO WS-Page-Idx
        PERFORM Format-Version-Line
        MOVE WS-Ver-Detail TO WS-CfgH-Line(WS-Page-Idx)
        SUBTRACT 1 FROM WS-Ver-Idx
      END-PERFORM
      DISPLAY SC-CfgH-List
      ACCEPT SC-CfgH-List
    END-PERFORM.

  Format-Version-Line.
    MOVE WS-Ver-No(WS-Ver-Idx) TO CVD-Version.
    MOVE WS-Ver-Config(WS-Ver-Idx) TO CVD-Config.
    MOVE SPACES TO CVD-Date.
    STRING
      WS-Ver-Date(WS-Ver-Idx)(1:4) DELIMITED BY SIZE
      "-" DELIMITED BY SIZE
      WS-Ver-Date(WS-Ver-Idx)(5:2) DELIMITED BY SIZE
      "-" DELIMITED BY SIZE
      WS-Ver-Date(WS-Ver-Idx)(7:2) DELIMITED BY SIZE
      INTO CVD-Date
    END-STRING.
    MOVE SPACES TO CVD-Time.
    STRING
      WS-Ver-Time(WS-Ver-Idx)(1:2) DELIMITED BY SIZE
      ":" DELIMITED BY SIZE
      WS-Ver-Time(WS-Ver-Idx)(3:2) DELIMITED BY SIZE
      ":" DELIMITED BY SIZE
      WS-Ver-Time(WS-Ver-Idx)(5:2) DELIMITED BY SIZE
      INTO CVD-Time
    END-STRING.
    MOVE WS-Ver-Operator(WS-Ver-Idx) TO CVD-Operator.
    MOVE SPACES TO CVD-Remark.
    IF WS-Ver-Restored-From(WS-Ver-Idx) > 0 THEN
      MOVE WS-Ver-Restored-From(WS-Ver-Idx) TO WS-Disp-Ver-1
      STRING
        "restores " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Disp-Ver-1) DELIMITED BY SIZE
        INTO CVD-Remark
      END-STRING
    END-IF.

  *> Version A beside version B keyword by keyword, differences
  *> marked - A's keywords in its card order, then any only B has.
  Compare-Versions.
    PERFORM Load-Version-Index.
    MOVE WS-CfgH-Ver-A TO WS-Load-Version.
    PERFORM Find-Version.
    IF WS-Ver-Found-Idx = 0 THEN
      PERFORM Report-Unknown-Version
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-CfgH-Ver-B TO WS-Load-Version.
    PERFORM Find-Version.
    IF WS-Ver-Found-Idx = 0 THEN
      PERFORM Report-Unknown-Version
      EXIT PARAGRAPH
    END-IF.

    PERFORM Load-Both-Versions.
    PERFORM Build-Diff-Lines.

    MOVE WS-CfgH-Ver-A TO WS-Disp-Ver-1.
    MOVE WS-CfgH-Ver-B TO WS-Disp-Ver-2.
    MOVE SPACES TO WS-CfgH-List-Title.
    STRING
      "Settings version " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Disp-Ver-1) DELIMITED BY SIZE
      " (A) against version " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Disp-Ver-2) DELIMITED BY SIZE
      " (B)" DELIMITED BY SIZE
      INTO WS-CfgH-List-Title
    END-STRING.
    MOVE "Keyword       Version A                  Version B"
      TO WS-CfgH-List-Heading.
    MOVE WS-CfgH-Diff-Count TO WS-Disp-Count.
    MOVE SPACES TO WS-CfgH-List-Footer.
    STRING
      FUNCTION TRIM(WS-Disp-Count) DELIMITED BY SIZE
      " keyword(s) differ - marked <>" DELIMITED BY SIZE
      INTO WS-CfgH-List-Footer
    END-STRING.

    MOVE SPACES TO WS-CfgH-Stop.
    MOVE 1 TO WS-Page-From.
    PERFORM UNTIL WS-Page-From > WS-Diff-Used OR CfgH-Stop-Requested
      MOVE SPACES TO WS-CfgH-Lines
      MOVE 0 TO WS-Page-Idx
      PERFORM UNTIL WS-Page-From > WS-Diff-Used OR WS-Page-Idx >= 15
        ADD 1 TO WS-Page-Idx
        MOVE WS-Diff-Line(WS-Page-From) TO WS-CfgH-Line(WS-Page-Idx)
        ADD 1 TO WS-Page-From
      END-PERFORM
      DISPLAY SC-CfgH-List
      ACCEPT SC-CfgH-List
    END-PERFORM.

    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Settings v" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Disp-Ver-1) DELIMITED BY SIZE
      " compared with v" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Disp-Ver-2) DELIMITED BY SIZE
      " by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      ": " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Disp-Count) DELIMITED BY SIZE
      " differ" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    MOVE "INF" TO WS-Log-Level.
    MOVE WS-Audit-Message TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

  *> Puts version A back: its cards rewrite the session's own file
  *> and go on the history again as a new version that says where
  *> it came from. Only a version of the session's own file can be
  *> restored - another company's settings are its own business.
  Restore-Version.
    PERFORM Load-Version-Index.
    MOVE WS-CfgH-Ver-A TO WS-Load-Version.
    PERFORM Find-Version.
    IF WS-Ver-Found-Idx = 0 THEN
      PERFORM Report-Unknown-Version
      EXIT PARAGRAPH
    END-IF.
    IF WS-Ver-Config(WS-Ver-Found-Idx) NOT = WS-CfgH-Own-Config THEN
      MOVE SPACES TO WS-CfgH-Result-Label
      STRING
        "That version is of " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Ver-Config(WS-Ver-Found-Idx))
          DELIMITED BY SIZE
        " - restore it from a session of that company." DELIMITED BY SIZE
        INTO WS-CfgH-Result-Label
      END-STRING
      EXIT PARAGRAPH
    END-IF.
    IF WS-CfgH-Ver-A = WS-CfgH-Own-Latest THEN
      MOVE "That is already the current version - nothing to restore."
        TO WS-CfgH-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-CfgH-Saved-Label.
    STRING
      WS-Ver-Date(WS-Ver-Found-Idx) DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      WS-Ver-Time(WS-Ver-Found-Idx) DELIMITED BY SIZE
      " by " DELIMITED BY SIZE
      WS-Ver-Operator(WS-Ver-Found-Idx) DELIMITED BY SIZE
      INTO WS-CfgH-Saved-Label
    END-STRING.

    *> What would change: A against the file's current version.
    MOVE WS-CfgH-Own-Latest TO WS-CfgH-Ver-B.
    PERFORM Load-Both-Versions.
    PERFORM Build-Diff-Lines.

    MOVE SPACE TO WS-CfgH-Confirm.
    DISPLAY SC-CfgH-Confirm.
    ACCEPT SC-CfgH-Confirm.
    IF NOT CfgH-Confirmed THEN
      MOVE "Restore abandoned - nothing changed." TO WS-CfgH-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE "A" TO WS-Lock-Action.
    CALL "RunLock" USING WS-Lock-Action WS-Lock-Name LK-Run-ID
      LK-Operator-ID WS-Lock-Result WS-Lock-Holder-Info.
    IF WS-Lock-Result NOT = "Y" THEN
      MOVE SPACES TO WS-CfgH-Result-Label
      STRING
        "Settings are being saved - " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Lock-Holder-Info) DELIMITED BY SIZE
        INTO WS-CfgH-Result-Label
      END-STRING
      EXIT PARAGRAPH
    END-IF.

    *> Numbered under the lock, so a save can't take the same number.
    PERFORM Load-Version-Index.
    ADD 1 TO WS-CfgH-Last-Version GIVING WS-CfgH-New-Version.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.

    OPEN OUTPUT Config-File.
    OPEN EXTEND Cfg-History-File.
    PERFORM VARYING WS-Card-Idx FROM 1 BY 1
      UNTIL WS-Card-Idx > WS-Card-A-Used
      MOVE WS-Card-A-Line(WS-Card-Idx) TO CF-Config-Line
      WRITE CF-Config-Line
      MOVE SPACES TO CH-Record
      MOVE WS-CfgH-New-Version TO CH-Version
      MOVE WS-CfgH-Own-Config TO CH-Config
      MOVE WS-Stamp(1:8) TO CH-Saved-Date
      MOVE WS-Stamp(9:6) TO CH-Saved-Time
      MOVE LK-Operator-ID TO CH-Operator
      MOVE LK-Run-ID TO CH-Run
      MOVE WS-CfgH-Ver-A TO CH-Restored-From
      MOVE WS-Card-Idx TO CH-Card-Seq
      MOVE WS-Card-A-Line(WS-Card-Idx) TO CH-Card
      WRITE CH-Record
    END-PERFORM.
    MOVE SPACES TO CF-Config-Line.
    STRING
      "VERSION=" DELIMITED BY SIZE
      WS-CfgH-New-Version DELIMITED BY SIZE
      INTO CF-Config-Line
    END-STRING.
    WRITE CF-Config-Line.
    CLOSE Cfg-History-File.
    CLOSE Config-File.

    MOVE "R" TO WS-Lock-Action.
    CALL "RunLock" USING WS-Lock-Action WS-Lock-Name LK-Run-ID
      LK-Operator-ID WS-Lock-Result WS-Lock-Holder-Info.

    MOVE WS-CfgH-New-Version TO WS-Config-Version-Used.
    *> WriteDebugLog caches the settings once per run - reset it so
    *> the restored thresholds take effect from the next line.
    CANCEL "WriteDebugLog".

    MOVE WS-CfgH-Ver-A TO WS-Disp-Ver-1.
    MOVE WS-CfgH-New-Version TO WS-Disp-Ver-2.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Settings v" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Disp-Ver-1) DELIMITED BY SIZE
      " restored by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " to " DELIMITED BY SIZE
      FUNCTION TRIM(WS-CfgH-Own-Config) DELIMITED BY SIZE
      " as v" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Disp-Ver-2) DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE "INF" TO WS-Log-Level.
    MOVE WS-Audit-Message TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    MOVE SPACES TO WS-CfgH-Result-Label.
    STRING
      "Version " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Disp-Ver-1) DELIMITED BY SIZE
      " restored - saved as version " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Disp-Ver-2) DELIMITED BY SIZE
      "." DELIMITED BY SIZE
      INTO WS-CfgH-Result-Label
    END-STRING.

    PERFORM Load-Version-Index.
    MOVE WS-CfgH-Own-Previous TO WS-CfgH-Ver-A.
    MOVE WS-CfgH-Own-Latest TO WS-CfgH-Ver-B.

  *> WS-Ver-Found-Idx = the index row of WS-Load-Version, or zero.
  Find-Version.
    MOVE 0 TO WS-Ver-Found-Idx.
    PERFORM VARYING WS-Ver-Idx FROM 1 BY 1
      UNTIL WS-Ver-Idx > WS-Ver-Used OR WS-Ver-Found-Idx > 0
      IF WS-Ver-No(WS-Ver-Idx) = WS-Load-Version THEN
        MOVE WS-Ver-Idx TO WS-Ver-Found-Idx
      END-IF
    END-PERFORM.

  Report-Unknown-Version.
    MOVE WS-Load-Version TO WS-Disp-Ver-1.
    MOVE SPACES TO WS-CfgH-Result-Label.
    STRING
      "No version " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Disp-Ver-1) DELIMITED BY SIZE
      " on the settings history - list the versions first."
        DELIMITED BY SIZE
      INTO WS-CfgH-Result-Label
    END-STRING.

  *> Versions A and B's cards into the two card tables, in one pass.
  Load-Both-Versions.
    MOVE 0 TO WS-Card-A-Used.
    MOVE 0 TO WS-Card-B-Used.
    OPEN INPUT Cfg-History-File.
    IF NOT Cfg-History-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Cfg-History-At-End-Flag.
    PERFORM UNTIL Cfg-History-At-End
      READ Cfg-History-File
        AT END
          MOVE "Y" TO WS-Cfg-History-At-End-Flag
        NOT AT END
          PERFORM Take-History-Card
      END-READ
    END-PERFORM.
    CLOSE Cfg-History-File.

  Take-History-Card.
    IF CH-Version NOT NUMERIC THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-Load-Key.
    MOVE SPACES TO WS-Load-Value.
    UNSTRING CH-Card DELIMITED BY "="
      INTO WS-Load-Key WS-Load-Value
    END-UNSTRING.
    IF CH-Version = WS-CfgH-Ver-A AND WS-Card-A-Used < 40 THEN
      ADD 1 TO WS-Card-A-Used
      MOVE CH-Card TO WS-Card-A-Line(WS-Card-A-Used)
      MOVE WS-Load-Key TO WS-Card-A-Key(WS-Card-A-Used)
      MOVE WS-Load-Value TO WS-Card-A-Value(WS-Card-A-Used)
    END-IF.
    IF CH-Version = WS-CfgH-Ver-B AND WS-Card-B-Used < 40 THEN
      ADD 1 TO WS-Card-B-Used
      MOVE WS-Load-Key TO WS-Card-B-Key(WS-Card-B-Used)
      MOVE WS-Load-Value TO WS-Card-B-Value(WS-Card-B-Used)
      MOVE "N" TO WS-Card-B-Matched(WS-Card-B-Used)
    END-IF.

  *> One line per keyword either version carries, counting those
  *> whose values differ (or that only one version has).
  Build-Diff-Lines.
    MOVE 0 TO WS-Diff-Used.
    MOVE 0 TO WS-CfgH-Diff-Count.
    PERFORM VARYING WS-Card-Idx FROM 1 BY 1
      UNTIL WS-Card-Idx > WS-Card-A-Used
      MOVE 0 TO WS-Card-Found
      PERFORM VARYING WS-Card-Scan FROM 1 BY 1
        UNTIL WS-Card-Scan > WS-Card-B-Used OR WS-Card-Found > 0
        IF WS-Card-B-Key(WS-Card-Scan) = WS-Card-A-Key(WS-Card-Idx) THEN
          MOVE WS-Card-Scan TO WS-Card-Found
          MOVE "Y" TO WS-Card-B-Matched(WS-Card-Scan)
        END-IF
      END-PERFORM
      MOVE WS-Card-A-Key(WS-Card-Idx) TO CDD-Key
      MOVE WS-Card-A-Value(WS-Card-Idx) TO CDD-Value-A
      IF WS-Card-Found = 0 THEN
        MOVE "(not set)" TO CDD-Value-B
        MOVE "<>" TO CDD-Flag
        ADD 1 TO WS-CfgH-Diff-Count
      ELSE
        MOVE WS-Card-B-Value(WS-Card-Found) TO CDD-Value-B
        IF WS-Card-B-Value(WS-Card-Found)
          = WS-Card-A-Value(WS-Card-Idx) THEN
          MOVE SPACES TO CDD-Flag
        ELSE
          MOVE "<>" TO CDD-Flag
          ADD 1 TO WS-CfgH-Diff-Count
        END-IF
      END-IF
      PERFORM Add-Diff-Line
    END-PERFORM.

    PERFORM VARYING WS-Card-Scan FROM 1 BY 1
      UNTIL WS-Card-Scan > WS-Card-B-Used
      IF WS-Card-B-Matched(WS-Card-Scan) NOT = "Y" THEN
        MOVE WS-Card-B-Key(WS-Card-Scan) TO CDD-Key
        MOVE "(not set)" TO CDD-Value-A
        MOVE WS-Card-B-Value(WS-Card-Scan) TO CDD-Value-B
        MOVE "<>" TO CDD-Flag
        ADD 1 TO WS-CfgH-Diff-Count
        PERFORM Add-Diff-Line
      END-IF
    END-PERFORM.

  Add-Diff-Line.
    IF WS-Diff-Used < 80 THEN
      ADD 1 TO WS-Diff-Used
      MOVE WS-Diff-Detail TO WS-Diff-Line(WS-Diff-Used)
    END-IF.

END PROGRAM CfgHist.
