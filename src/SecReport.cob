IDENTIFICATION DIVISION.
  PROGRAM-ID. SecReport.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> The permanent audit trail, read-only here - the current
      *> period's file by default, or a dated Audit-YYYYMMDD.log
      *> archive housekeeping has cut it over to. Lines look like:
      *>   2026-04-20, 10:24:06 +0000 (20260420102406 CMPY) message
      *> so the date is columns 1-10, the time columns 13-20 and the
      *> message starts after the closing parenthesis.
      SELECT Audit-File ASSIGN TO WS-Sec-Audit-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Audit-File-Status.

      *> Operator profiles - the permitted login window quoted
      *> against each out-of-hours attempt.
      SELECT Oper-Prof-File ASSIGN TO WS-Oper-Prof-Path
      ORGANISATION INDEXED
      ACCESS MODE RANDOM
      RECORD KEY IS OP-Operator
      FILE STATUS WS-Oper-Prof-Status.

      *> The exception report itself.
      SELECT Sec-Report-File ASSIGN TO WS-Sec-Report-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Sec-Report-Status.

      *> The daily figures, left for the Operations Flash.
      SELECT Sec-Summary-File ASSIGN TO WS-Sec-Summary-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Sec-Summary-Status.

      *> Control-card file for batch runs.
      SELECT Control-Card-File ASSIGN TO "CobAllCards.dat"
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Control-Card-Status.

DATA DIVISION.
  FILE SECTION.
    FD Audit-File.
      01 AF-Audit-Line PIC X(120).

    FD Oper-Prof-File.
      COPY "OperRecord.cpy" REPLACING ==:PREFIX:== BY ==OP==.

    FD Sec-Report-File.
      01 SR-Line PIC X(132).

    FD Sec-Summary-File.
      COPY "SecSumRecord.cpy" REPLACING ==:PREFIX:== BY ==SS==.

    FD Control-Card-File.
      *> One control card: KEYWORD=VALUE.
      01 CC-Card-Line PIC X(80).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> Training mode, shared by CobAll's login - a training session
    *> reports on its own trail (TrainAudit.log), the one its
    *> entries went to.
    01 WS-Training-Mode-Switch PIC A EXTERNAL.
      88 Training-Mode-Active VALUE "Y".

    *> Run-unit-wide batch marker set by CobAll's RunBatchMode - a
    *> batch run takes its period off the control cards, no
    *> screens.
    01 WS-Batch-Mode-Switch PIC A EXTERNAL.
      88 Batch-Mode-Active VALUE "Y".

    01 WS-Sec-Audit-Path PIC X(40) VALUE "Audit.log".
    01 WS-Audit-File-Status PIC XX.
      88 Audit-Opened-Successfully VALUE "00".
      88 Audit-Not-Found VALUE "35".
    01 WS-Audit-At-End-Flag PIC X VALUE "N".
      88 Audit-At-End VALUE "Y".

    01 WS-Oper-Prof-Path PIC X(80) VALUE "OperProf.dat".
    01 WS-Oper-Prof-Status PIC XX.
      88 Oper-Prof-Opened-OK VALUE "00".
    01 WS-Oper-Prof-Missing-Flag PIC A VALUE "N".
      88 Oper-Prof-Missing VALUE "Y".

    01 WS-Sec-Report-Path PIC X(80) VALUE "SecReport.txt".
    01 WS-Sec-Report-Status PIC XX.
    01 WS-Sec-Summary-Path PIC X(80) VALUE "SecSummary.dat".
    01 WS-Sec-Summary-Status PIC XX.

    01 WS-Control-Card-Status PIC XX.
      88 Control-Card-Not-Found VALUE "35".
    01 WS-Card-Keyword PIC X(20).
    01 WS-Card-Value PIC X(60).

    *> Operator's request off SC-Sec-Menu.
    01 WS-Sec-Action PIC 9 VALUE 0.
      88 Sec-Daily-Run VALUE 1.
      88 Sec-Monthly-Run VALUE 2.
      88 Sec-Back VALUE 3.
    01 WS-Sec-Result-Label PIC X(60) VALUE SPACES.
    01 WS-None-Label PIC X(60) VALUE SPACES.

    *> The period asked for: D = one day, M = one calendar month.
    *> Unattended, the day defaults to yesterday and the month to
    *> last month - the last ones the trail holds complete.
    01 WS-Sec-Period PIC X VALUE "D".
      88 Sec-Period-Daily VALUE "D".
      88 Sec-Period-Monthly VALUE "M".
    01 WS-Sec-Date PIC X(8) VALUE SPACES.
    01 WS-Sec-Month PIC X(6) VALUE SPACES.
    01 WS-Sec-Period-Label PIC X(20) VALUE SPACES.

    *> The period in the trail's own date form ("YYYY-MM-DD" or
    *> "YYYY-MM") and how many columns of the line it covers.
    01 WS-Sec-Match PIC X(10) VALUE SPACES.
    01 WS-Sec-Match-Len PIC 99 VALUE 0.

    01 WS-Today PIC X(8) VALUE SPACES.
    01 WS-Day-Int PIC 9(7) VALUE 0.
    01 WS-Yesterday-Num PIC 9(8) VALUE 0.
    01 WS-Yesterday PIC X(8) VALUE SPACES.
    01 WS-Last-Month-Year PIC 9(4) VALUE 0.
    01 WS-Last-Month-Month PIC 99 VALUE 0.
    01 WS-Last-Month PIC X(6) VALUE SPACES.

    *> Calendar-date validation work fields.
    01 WS-Edit-Date-X PIC X(8).
    01 WS-Edit-Date-Num REDEFINES WS-Edit-Date-X.
      05 WS-Edit-Year PIC 9(4).
      05 WS-Edit-Month PIC 9(2).
      05 WS-Edit-Day PIC 9(2).
    01 WS-Edit-Days-In-Month PIC 99 VALUE 0.
    01 WS-Edit-Leap-Rem PIC 9(4) VALUE 0.
    01 WS-Edit-Date-OK-Flag PIC A VALUE "N".
      88 Edit-Date-OK VALUE "Y".

    *> The line being judged: its date and time, and the message
    *> text after the run ID's closing parenthesis.
    01 WS-Line-Head PIC X(40).
    01 WS-Msg-Ptr PIC 9(3) VALUE 0.
    01 WS-Msg PIC X(120).
    01 WS-Msg-Date PIC X(10).
    01 WS-Msg-Time PIC X(8).
    01 WS-Msg-Hits PIC 9(3) VALUE 0.

    *> What the message names - the login's operator, terminal and
    *> refusal reason, a refused menu option, or the words of an
    *> operator-profile maintenance entry.
    01 WS-Ev-Operator PIC X(8).
    01 WS-Ev-Terminal PIC X(8).
    01 WS-Ev-Reason PIC X(40).
    01 WS-Ev-Head PIC X(40).
    01 WS-Ev-Tail PIC X(80).
    01 WS-Ev-Option-X PIC XX.
    01 WS-Ev-Option REDEFINES WS-Ev-Option-X PIC 99.
    01 WS-Ev-Words.
      05 WS-Ev-Word OCCURS 8 TIMES PIC X(20).
    01 WS-Ev-Action PIC X(8).
    01 WS-Ev-By PIC X(8).
    01 WS-Ev-Id PIC X(8).
    01 WS-Ev-Before-Flag PIC X.
    01 WS-Ev-After-Flag PIC X.

    *> Failed logins by operator and terminal, split by the reason
    *> the login screen gave.
    01 WS-Fail-Table.
      05 WS-Fail-Entry OCCURS 200 TIMES.
        10 WS-Fail-Operator PIC X(8).
        10 WS-Fail-Terminal PIC X(8).
        10 WS-Fail-Bad-Pwd PIC 9(5).
        10 WS-Fail-Prof-Locked PIC 9(5).
        10 WS-Fail-Out-Of-Hours PIC 9(5).
        10 WS-Fail-Wrong-Terminal PIC 9(5).
        10 WS-Fail-Total PIC 9(5).
    01 WS-Fail-Used PIC 9(3) VALUE 0.
    01 WS-Fail-Idx PIC 9(3) VALUE 0.

    *> Lockouts in the order they happened, each paired with the
    *> supervisor amendment that set the flag back to active. An
    *> unlock with no lockout in the period gets a row of its own.
    01 WS-Lock-Table.
      05 WS-Lock-Entry OCCURS 100 TIMES.
        10 WS-Lock-Operator PIC X(8).
        10 WS-Lock-Date PIC X(10).
        10 WS-Lock-Time PIC X(8).
        10 WS-Unlock-By PIC X(8).
        10 WS-Unlock-Date PIC X(10).
        10 WS-Unlock-Time PIC X(8).
    01 WS-Lock-Used PIC 9(3) VALUE 0.
    01 WS-Lock-Idx PIC 9(3) VALUE 0.

    *> Attempts outside the operator's permitted window, as they
    *> happened.
    01 WS-Hours-Table.
      05 WS-Hours-Entry OCCURS 200 TIMES.
        10 WS-Hours-Date PIC X(10).
        10 WS-Hours-Time PIC X(8).
        10 WS-Hours-Operator PIC X(8).
        10 WS-Hours-Terminal PIC X(8).
    01 WS-Hours-Used PIC 9(3) VALUE 0.
    01 WS-Hours-Idx PIC 9(3) VALUE 0.
    01 WS-Window-Label PIC X(24) VALUE SPACES.

    *> Refused menu choices by option and operator.
    01 WS-Deny-Table.
      05 WS-Deny-Entry OCCURS 200 TIMES.
        10 WS-Deny-Option PIC 99.
        10 WS-Deny-Operator PIC X(8).
        10 WS-Deny-Count PIC 9(5).
    01 WS-Deny-Used PIC 9(3) VALUE 0.
    01 WS-Deny-Idx PIC 9(3) VALUE 0.
    01 WS-Deny-Option-Idx PIC 99 VALUE 0.

    *> Supervisor actions on their own profile, as logged.
    01 WS-Own-Table.
      05 WS-Own-Entry OCCURS 100 TIMES.
        10 WS-Own-Date PIC X(10).
        10 WS-Own-Time PIC X(8).
        10 WS-Own-Text PIC X(80).
    01 WS-Own-Used PIC 9(3) VALUE 0.
    01 WS-Own-Idx PIC 9(3) VALUE 0.

    *> Subscript for the table searches.
    01 WS-Scan-Idx PIC 9(3) VALUE 0.

    *> The run's tallies.
    01 WS-Lines-Read PIC 9(7) VALUE 0.
    01 WS-Lines-In-Period PIC 9(7) VALUE 0.
    01 WS-Sec-Failed PIC 9(5) VALUE 0.
    01 WS-Sec-Bad-Pwd PIC 9(5) VALUE 0.
    01 WS-Sec-Prof-Locked PIC 9(5) VALUE 0.
    01 WS-Sec-Out-Of-Hours PIC 9(5) VALUE 0.
    01 WS-Sec-Wrong-Terminal PIC 9(5) VALUE 0.
    01 WS-Sec-Lockouts PIC 9(5) VALUE 0.
    01 WS-Sec-Unlocks PIC 9(5) VALUE 0.
    01 WS-Sec-Still-Locked PIC 9(5) VALUE 0.
    01 WS-Sec-Denied PIC 9(5) VALUE 0.
    01 WS-Sec-Own-Record PIC 9(7) VALUE 0.
    01 WS-Sec-Not-Listed PIC 9(5) VALUE 0.
    01 WS-Sec-Exceptions PIC 9(7) VALUE 0.

    01 WS-Report-Title.
      05 FILLER PIC X(28) VALUE "Security Exception Report - ".
      05 SRT-Period PIC X(20).
      05 FILLER PIC X(6) VALUE " from ".
      05 SRT-Audit PIC X(40).
    01 WS-Report-Section PIC X(60) VALUE SPACES.
    01 WS-Report-Rule PIC X(60) VALUE ALL "-".

    01 WS-Fail-Heading.
      05 FILLER PIC X(10) VALUE "Operator".
      05 FILLER PIC X(10) VALUE "Terminal".
      05 FILLER PIC X(13) VALUE "   Bad ID/Pwd".
      05 FILLER PIC X(13) VALUE "  Prof Locked".
      05 FILLER PIC X(13) VALUE " Out of Hours".
      05 FILLER PIC X(13) VALUE "   Wrong Term".
      05 FILLER PIC X(13) VALUE "        Total".
    01 WS-Fail-Detail.
      05 SFD-Operator PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 SFD-Terminal PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 SFD-Bad-Pwd PIC Z(12)9.
      05 SFD-Prof-Locked PIC Z(12)9.
      05 SFD-Out-Of-Hours PIC Z(12)9.
      05 SFD-Wrong-Terminal PIC Z(12)9.
      05 SFD-Total PIC Z(12)9.

    01 WS-Lock-Heading.
      05 FILLER PIC X(10) VALUE "Operator".
      05 FILLER PIC X(21) VALUE "Locked Out".
      05 FILLER PIC X(10) VALUE "Unlock By".
      05 FILLER PIC X(19) VALUE "Unlocked At".
    01 WS-Lock-Detail.
      05 SLD-Operator PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 SLD-Lock-Date PIC X(10).
      05 FILLER PIC X(1) VALUE SPACES.
      05 SLD-Lock-Time PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 SLD-Unlock.
        10 SLD-Unlock-By PIC X(8).
        10 FILLER PIC X(2).
        10 SLD-Unlock-Date PIC X(10).
        10 FILLER PIC X(1).
        10 SLD-Unlock-Time PIC X(8).
      05 SLD-Unlock-Remark REDEFINES SLD-Unlock PIC X(29).

    01 WS-Hours-Heading.
      05 FILLER PIC X(12) VALUE "Date".
      05 FILLER PIC X(10) VALUE "Time".
      05 FILLER PIC X(10) VALUE "Operator".
      05 FILLER PIC X(10) VALUE "Terminal".
      05 FILLER PIC X(24) VALUE "Permitted Window".
    01 WS-Hours-Detail.
      05 SHD-Date PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 SHD-Time PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 SHD-Operator PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 SHD-Terminal PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 SHD-Window PIC X(24).

    01 WS-Deny-Heading.
      05 FILLER PIC X(12) VALUE "Menu Option".
      05 FILLER PIC X(10) VALUE "Operator".
      05 FILLER PIC X(8) VALUE "Refused".
    01 WS-Deny-Detail.
      05 FILLER PIC X(4) VALUE SPACES.
      05 SDD-Option PIC Z9.
      05 FILLER PIC X(6) VALUE SPACES.
      05 SDD-Operator PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 SDD-Count PIC ZZZZ9.

    01 WS-Own-Heading.
      05 FILLER PIC X(12) VALUE "Date".
      05 FILLER PIC X(10) VALUE "Time".
      05 FILLER PIC X(30) VALUE "Audit Entry".
    01 WS-Own-Detail.
      05 SOD-Date PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 SOD-Time PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 SOD-Text PIC X(80).

    01 WS-Report-Total.
      05 FILLER PIC X(2) VALUE SPACES.
      05 SRS-Label PIC X(40).
      05 SRS-Count PIC ZZZ,ZZ9.

    *> Trimmed counts for the audit and log lines.
    01 WS-Audit-Failed PIC Z(4)9.
    01 WS-Audit-Lockouts PIC Z(4)9.
    01 WS-Audit-Own PIC Z(4)9.

    *> Elapsed/run-history row.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "SECRPT".
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
    COPY "SecReportScr.cpy". *> Security Exception Report screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  SecReportMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Security Exception Report selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> Re-defaulted every invocation. The audit trail and the
    *> operator profiles are the installation's, not a company's,
    *> so nothing here is company-qualified.
    IF Training-Mode-Active THEN
      MOVE "TrainAudit.log" TO WS-Sec-Audit-Path
    ELSE
      MOVE "Audit.log" TO WS-Sec-Audit-Path
    END-IF.
    MOVE "OperProf.dat" TO WS-Oper-Prof-Path.
    MOVE "SecReport.txt" TO WS-Sec-Report-Path.
    MOVE "SecSummary.dat" TO WS-Sec-Summary-Path.

    PERFORM Set-Period-Defaults.

    *> Unattended, the period comes off the control cards.
    IF Batch-Mode-Active THEN
      PERFORM ReadControlCards
      PERFORM Validate-Period
      IF WS-Sec-Result-Label NOT = SPACES THEN
        MOVE "WARN" TO WS-Log-Level
        MOVE SPACES TO WS-Log-Message
        STRING
          "Security report: " DELIMITED BY SIZE
          FUNCTION TRIM(WS-Sec-Result-Label) DELIMITED BY SIZE
          " Default period used." DELIMITED BY SIZE
          INTO WS-Log-Message
        END-STRING
        CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message
          LK-Run-ID LK-Terminal-ID LK-Operator-ID
          WS-Log-Write-Status
        MOVE WS-Yesterday TO WS-Sec-Date
        MOVE WS-Last-Month TO WS-Sec-Month
        PERFORM Validate-Period
      END-IF
      PERFORM Run-Sec-Report
      GOBACK
    END-IF.

    MOVE 0 TO WS-Sec-Action.
    PERFORM Sec-Loop UNTIL Sec-Back.

    GOBACK.

  *> One choice off the front screen.
  Sec-Loop.
    MOVE 0 TO WS-Sec-Action.
    DISPLAY SC-Sec-Menu.
    ACCEPT SC-Sec-Menu.

    MOVE SPACES TO WS-Sec-Result-Label.
    EVALUATE TRUE
      WHEN Sec-Daily-Run
        MOVE "D" TO WS-Sec-Period
        PERFORM Validate-Period
        IF WS-Sec-Result-Label = SPACES THEN
          PERFORM Run-Sec-Report
        END-IF
      WHEN Sec-Monthly-Run
        MOVE "M" TO WS-Sec-Period
        PERFORM Validate-Period
        IF WS-Sec-Result-Label = SPACES THEN
          PERFORM Run-Sec-Report
        END-IF
      WHEN Sec-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-3." TO WS-Sec-Result-Label
    END-EVALUATE.

    IF NOT Sec-Back AND WS-Sec-Result-Label NOT = SPACES THEN
      DISPLAY SC-Sec-Result
      ACCEPT OMITTED
    END-IF.

  *> Yesterday and last month - the last day and month the trail
  *> holds complete.
  Set-Period-Defaults.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
    COMPUTE WS-Day-Int =
      FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Today)) - 1.
    COMPUTE WS-Yesterday-Num = FUNCTION DATE-OF-INTEGER(WS-Day-Int).
    MOVE WS-Yesterday-Num TO WS-Yesterday.

    MOVE WS-Today(1:4) TO WS-Last-Month-Year.
    MOVE WS-Today(5:2) TO WS-Last-Month-Month.
    IF WS-Last-Month-Month = 1 THEN
      MOVE 12 TO WS-Last-Month-Month
      SUBTRACT 1 FROM WS-Last-Month-Year
    ELSE
      SUBTRACT 1 FROM WS-Last-Month-Month
    END-IF.
    MOVE WS-Last-Month-Year TO WS-Last-Month(1:4).
    MOVE WS-Last-Month-Month TO WS-Last-Month(5:2).

    MOVE "D" TO WS-Sec-Period.
    MOVE WS-Yesterday TO WS-Sec-Date.
    MOVE WS-Last-Month TO WS-Sec-Month.

  *> Checks the day or month asked for is a real one, and builds the
  *> trail's date form of it. Leaves WS-Sec-Result-Label set when
  *> it isn't.
  Validate-Period.
    MOVE SPACES TO WS-Sec-Result-Label.
    IF WS-Sec-Period NOT = "M" THEN
      MOVE "D" TO WS-Sec-Period
    END-IF.

    IF Sec-Period-Daily THEN
      MOVE WS-Sec-Date TO WS-Edit-Date-X
    ELSE
      MOVE SPACES TO WS-Edit-Date-X
      STRING
        WS-Sec-Month DELIMITED BY SIZE
        "01" DELIMITED BY SIZE
        INTO WS-Edit-Date-X
      END-STRING
    END-IF.
    PERFORM Validate-Calendar-Date.
    IF NOT Edit-Date-OK THEN
      IF Sec-Period-Daily THEN
        MOVE "Day must be a real YYYYMMDD date." TO WS-Sec-Result-Label
      ELSE
        MOVE "Month must be a real YYYYMM month." TO WS-Sec-Result-Label
      END-IF
      EXIT PARAGRAPH
    END-IF.

    IF WS-Sec-Audit-Path = SPACES THEN
      MOVE "Audit.log" TO WS-Sec-Audit-Path
    END-IF.

    MOVE SPACES TO WS-Sec-Match.
    MOVE SPACES TO WS-Sec-Period-Label.
    IF Sec-Period-Daily THEN
      STRING
        WS-Edit-Date-X(1:4) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        WS-Edit-Date-X(5:2) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        WS-Edit-Date-X(7:2) DELIMITED BY SIZE
        INTO WS-Sec-Match
      END-STRING
      MOVE 10 TO WS-Sec-Match-Len
      STRING
        "daily " DELIMITED BY SIZE
        WS-Sec-Match DELIMITED BY SIZE
        INTO WS-Sec-Period-Label
      END-STRING
    ELSE
      STRING
        WS-Edit-Date-X(1:4) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        WS-Edit-Date-X(5:2) DELIMITED BY SIZE
        INTO WS-Sec-Match
      END-STRING
      MOVE 7 TO WS-Sec-Match-Len
      STRING
        "monthly " DELIMITED BY SIZE
        WS-Sec-Match(1:7) DELIMITED BY SIZE
        INTO WS-Sec-Period-Label
      END-STRING
    END-IF.

  *> The report: one pass of the trail gathering the period's
  *> security entries, then each section written in turn.
  Run-Sec-Report.
    *> The session loop re-CALLs this program in one run unit, so
    *> the VALUE clauses only ever ran once - reset the tallies.
    MOVE 0 TO WS-Lines-Read.
    MOVE 0 TO WS-Lines-In-Period.
    MOVE 0 TO WS-Sec-Failed.
    MOVE 0 TO WS-Sec-Bad-Pwd.
    MOVE 0 TO WS-Sec-Prof-Locked.
    MOVE 0 TO WS-Sec-Out-Of-Hours.
    MOVE 0 TO WS-Sec-Wrong-Terminal.
    MOVE 0 TO WS-Sec-Lockouts.
    MOVE 0 TO WS-Sec-Unlocks.
    MOVE 0 TO WS-Sec-Still-Locked.
    MOVE 0 TO WS-Sec-Denied.
    MOVE 0 TO WS-Sec-Own-Record.
    MOVE 0 TO WS-Sec-Not-Listed.
    MOVE 0 TO WS-Sec-Exceptions.
    MOVE 0 TO WS-Fail-Used.
    MOVE 0 TO WS-Lock-Used.
    MOVE 0 TO WS-Hours-Used.
    MOVE 0 TO WS-Deny-Used.
    MOVE 0 TO WS-Own-Used.
    MOVE SPACES TO WS-Sec-Result-Label.

    OPEN INPUT Audit-File.
    IF NOT Audit-Opened-Successfully THEN
      MOVE SPACES TO WS-None-Label
      STRING
        "(" DELIMITED BY SIZE
        FUNCTION TRIM(WS-Sec-Audit-Path) DELIMITED BY SIZE
        " not found - nothing to report)" DELIMITED BY SIZE
        INTO WS-None-Label
      END-STRING
      PERFORM Report-Nothing-To-Do
      EXIT PARAGRAPH
    END-IF.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.

    MOVE "N" TO WS-Audit-At-End-Flag.
    PERFORM UNTIL Audit-At-End
      READ Audit-File
        AT END
          MOVE "Y" TO WS-Audit-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Lines-Read
          IF AF-Audit-Line(1:WS-Sec-Match-Len)
            = WS-Sec-Match(1:WS-Sec-Match-Len) THEN
            ADD 1 TO WS-Lines-In-Period
            PERFORM Judge-Audit-Line
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Audit-File.

    PERFORM VARYING WS-Lock-Idx FROM 1 BY 1
      UNTIL WS-Lock-Idx > WS-Lock-Used
      IF WS-Lock-Date(WS-Lock-Idx) NOT = SPACES
        AND WS-Unlock-By(WS-Lock-Idx) = SPACES THEN
        ADD 1 TO WS-Sec-Still-Locked
      END-IF
    END-PERFORM.
    COMPUTE WS-Sec-Exceptions = WS-Sec-Failed + WS-Sec-Lockouts
      + WS-Sec-Denied + WS-Sec-Own-Record.

    *> No profile file just means no windows to quote.
    MOVE "N" TO WS-Oper-Prof-Missing-Flag.
    OPEN INPUT Oper-Prof-File.
    IF NOT Oper-Prof-Opened-OK THEN
      MOVE "Y" TO WS-Oper-Prof-Missing-Flag
    END-IF.

    OPEN OUTPUT Sec-Report-File.
    MOVE WS-Sec-Period-Label TO SRT-Period.
    MOVE WS-Sec-Audit-Path TO SRT-Audit.
    MOVE WS-Report-Title TO SR-Line.
    WRITE SR-Line.
    PERFORM Write-Failed-Section.
    PERFORM Write-Lockout-Section.
    PERFORM Write-Hours-Section.
    PERFORM Write-Denied-Section.
    PERFORM Write-Own-Record-Section.
    PERFORM Write-Report-Totals.
    CLOSE Sec-Report-File.

    IF NOT Oper-Prof-Missing THEN
      CLOSE Oper-Prof-File
    END-IF.

    *> Only a day's figures go to the flash - a month's would
    *> drown the night's.
    IF Sec-Period-Daily THEN
      PERFORM Write-Sec-Summary
    END-IF.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

    MOVE WS-Sec-Failed TO WS-Audit-Failed.
    MOVE WS-Sec-Lockouts TO WS-Audit-Lockouts.
    MOVE WS-Sec-Own-Record TO WS-Audit-Own.
    MOVE "INF" TO WS-Log-Level.
    MOVE SPACES TO WS-Log-Message.
    STRING
      "Security report " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Sec-Period-Label) DELIMITED BY SIZE
      ": " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Failed) DELIMITED BY SIZE
      " failed login(s), " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Lockouts) DELIMITED BY SIZE
      " lockout(s), " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Own) DELIMITED BY SIZE
      " own-profile action(s)" DELIMITED BY SIZE
      INTO WS-Log-Message
    END-STRING.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> Reading the trail goes on the trail, the same as a search
    *> through the Audit Trail Viewer.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Security report " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Sec-Period-Label) DELIMITED BY SIZE
      " by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      ": " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Failed) DELIMITED BY SIZE
      " failed, " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Lockouts) DELIMITED BY SIZE
      " lockout(s), " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Own) DELIMITED BY SIZE
      " own-profile" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    *> A lockout or a supervisor touching their own profile is for
    *> someone to look at in the morning.
    IF WS-Sec-Lockouts > 0 OR WS-Sec-Own-Record > 0 THEN
      MOVE "WARN" TO WS-RH-End-Status
    ELSE
      MOVE "OK" TO WS-RH-End-Status
    END-IF.
    CALL "WriteRunHistory" USING WS-RH-Function WS-Lines-Read
      WS-Lines-In-Period WS-Sec-Exceptions WS-Sec-Own-Record
      WS-Elapsed-Seconds WS-RH-End-Status LK-Run-ID LK-Terminal-ID
      LK-Operator-ID.

    IF NOT Batch-Mode-Active THEN
      DISPLAY SC-Sec-Done
      ACCEPT OMITTED
    END-IF.

  *> Nothing to report - say why on the screen, or in the log when
  *> nobody is watching.
  Report-Nothing-To-Do.
    IF NOT Batch-Mode-Active THEN
      MOVE WS-None-Label TO WS-Sec-Result-Label
    ELSE
      MOVE "WARN" TO WS-Log-Level
      MOVE SPACES TO WS-Log-Message
      STRING
        "Security report: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-None-Label) DELIMITED BY SIZE
        INTO WS-Log-Message
      END-STRING
      CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
        LK-Terminal-ID LK-Operator-ID
        WS-Log-Write-Status
    END-IF.

  *> Sorts one of the period's lines by the entry it is. Only the
  *> login screen's and the operator-profile maintenance entries
  *> are security entries; everything else on the trail is passed
  *> over.
  Judge-Audit-Line.
    MOVE AF-Audit-Line(1:10) TO WS-Msg-Date.
    MOVE AF-Audit-Line(13:8) TO WS-Msg-Time.
    MOVE SPACES TO WS-Line-Head.
    MOVE 1 TO WS-Msg-Ptr.
    UNSTRING AF-Audit-Line DELIMITED BY ") "
      INTO WS-Line-Head
      WITH POINTER WS-Msg-Ptr
    END-UNSTRING.
    IF WS-Msg-Ptr > 120 THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE AF-Audit-Line(WS-Msg-Ptr:) TO WS-Msg.

    EVALUATE TRUE
      WHEN WS-Msg(1:34) = "Login attempt failed for operator "
        PERFORM Note-Failed-Login
      WHEN WS-Msg(1:9) = "Operator "
        MOVE 0 TO WS-Msg-Hits
        INSPECT WS-Msg TALLYING WS-Msg-Hits
          FOR ALL " locked out after "
          ALL " auto-locked - idle "
        IF WS-Msg-Hits > 0 THEN
          PERFORM Note-Lockout
        END-IF
      WHEN WS-Msg(1:12) = "Menu option "
        MOVE 0 TO WS-Msg-Hits
        INSPECT WS-Msg TALLYING WS-Msg-Hits
          FOR ALL " refused - operator "
        IF WS-Msg-Hits > 0 THEN
          PERFORM Note-Denied-Choice
        END-IF
      WHEN WS-Msg(1:13) = "Oper profile "
        PERFORM Note-Profile-Action
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

  *> "Login attempt failed for operator X from terminal T (reason" -
  *> the reason is the login screen's label, cut short by the width
  *> of the trail (with eight-character IDs only four letters of it
  *> survive), so only its first four letters are judged.
  Note-Failed-Login.
    MOVE SPACES TO WS-Ev-Operator.
    MOVE SPACES TO WS-Ev-Terminal.
    MOVE SPACES TO WS-Ev-Reason.
    UNSTRING WS-Msg(35:) DELIMITED BY " from terminal " OR " ("
      INTO WS-Ev-Operator WS-Ev-Terminal WS-Ev-Reason
    END-UNSTRING.

    ADD 1 TO WS-Sec-Failed.
    PERFORM Find-Fail-Entry.
    IF WS-Fail-Idx > 0 THEN
      ADD 1 TO WS-Fail-Total(WS-Fail-Idx)
    END-IF.

    EVALUATE TRUE
      WHEN WS-Ev-Reason(1:4) = "Outs"
        ADD 1 TO WS-Sec-Out-Of-Hours
        IF WS-Fail-Idx > 0 THEN
          ADD 1 TO WS-Fail-Out-Of-Hours(WS-Fail-Idx)
        END-IF
        IF WS-Hours-Used < 200 THEN
          ADD 1 TO WS-Hours-Used
          MOVE WS-Msg-Date TO WS-Hours-Date(WS-Hours-Used)
          MOVE WS-Msg-Time TO WS-Hours-Time(WS-Hours-Used)
          MOVE WS-Ev-Operator TO WS-Hours-Operator(WS-Hours-Used)
          MOVE WS-Ev-Terminal TO WS-Hours-Terminal(WS-Hours-Used)
        ELSE
          ADD 1 TO WS-Sec-Not-Listed
        END-IF
      WHEN WS-Ev-Reason(1:4) = "This"
        ADD 1 TO WS-Sec-Wrong-Terminal
        IF WS-Fail-Idx > 0 THEN
          ADD 1 TO WS-Fail-Wrong-Terminal(WS-Fail-Idx)
        END-IF
      WHEN WS-Ev-Reason(1:4) = "Prof"
        ADD 1 TO WS-Sec-Prof-Locked
        IF WS-Fail-Idx > 0 THEN
          ADD 1 TO WS-Fail-Prof-Locked(WS-Fail-Idx)
        END-IF
      WHEN OTHER
        ADD 1 TO WS-Sec-Bad-Pwd
        IF WS-Fail-Idx > 0 THEN
          ADD 1 TO WS-Fail-Bad-Pwd(WS-Fail-Idx)
        END-IF
    END-EVALUATE.

  *> The operator/terminal pair's row, added if new - zero when the
  *> table is full (the totals still count it).
  Find-Fail-Entry.
    MOVE 0 TO WS-Fail-Idx.
    PERFORM VARYING WS-Scan-Idx FROM 1 BY 1
      UNTIL WS-Scan-Idx > WS-Fail-Used OR WS-Fail-Idx > 0
      IF WS-Fail-Operator(WS-Scan-Idx) = WS-Ev-Operator
        AND WS-Fail-Terminal(WS-Scan-Idx) = WS-Ev-Terminal THEN
        MOVE WS-Scan-Idx TO WS-Fail-Idx
      END-IF
    END-PERFORM.
    IF WS-Fail-Idx = 0 THEN
      IF WS-Fail-Used < 200 THEN
        ADD 1 TO WS-Fail-Used
        MOVE WS-Fail-Used TO WS-Fail-Idx
        MOVE WS-Ev-Operator TO WS-Fail-Operator(WS-Fail-Idx)
        MOVE WS-Ev-Terminal TO WS-Fail-Terminal(WS-Fail-Idx)
        MOVE 0 TO WS-Fail-Bad-Pwd(WS-Fail-Idx)
        MOVE 0 TO WS-Fail-Prof-Locked(WS-Fail-Idx)
        MOVE 0 TO WS-Fail-Out-Of-Hours(WS-Fail-Idx)
        MOVE 0 TO WS-Fail-Wrong-Terminal(WS-Fail-Idx)
        MOVE 0 TO WS-Fail-Total(WS-Fail-Idx)
      ELSE
        ADD 1 TO WS-Sec-Not-Listed
      END-IF
    END-IF.

  *> "Operator X locked out after 3 failed login attempts", or the
  *> overnight dormant-ID check's "Operator X auto-locked - idle ...".
  Note-Lockout.
    MOVE SPACES TO WS-Ev-Operator.
    UNSTRING WS-Msg(10:) DELIMITED BY " locked out after "
      OR " auto-locked - idle "
      INTO WS-Ev-Operator
    END-UNSTRING.

    ADD 1 TO WS-Sec-Lockouts.
    IF WS-Lock-Used < 100 THEN
      ADD 1 TO WS-Lock-Used
      MOVE WS-Ev-Operator TO WS-Lock-Operator(WS-Lock-Used)
      MOVE WS-Msg-Date TO WS-Lock-Date(WS-Lock-Used)
      MOVE WS-Msg-Time TO WS-Lock-Time(WS-Lock-Used)
      MOVE SPACES TO WS-Unlock-By(WS-Lock-Used)
      MOVE SPACES TO WS-Unlock-Date(WS-Lock-Used)
      MOVE SPACES TO WS-Unlock-Time(WS-Lock-Used)
    ELSE
      ADD 1 TO WS-Sec-Not-Listed
    END-IF.

  *> "Menu option NN refused - operator X lacks authority".
  Note-Denied-Choice.
    MOVE WS-Msg(13:2) TO WS-Ev-Option-X.
    IF WS-Ev-Option-X NOT NUMERIC THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-Ev-Head.
    MOVE SPACES TO WS-Ev-Tail.
    MOVE SPACES TO WS-Ev-Operator.
    UNSTRING WS-Msg DELIMITED BY " refused - operator "
      INTO WS-Ev-Head WS-Ev-Tail
    END-UNSTRING.
    UNSTRING WS-Ev-Tail DELIMITED BY " lacks authority"
      INTO WS-Ev-Operator
    END-UNSTRING.

    ADD 1 TO WS-Sec-Denied.
    MOVE 0 TO WS-Deny-Idx.
    PERFORM VARYING WS-Scan-Idx FROM 1 BY 1
      UNTIL WS-Scan-Idx > WS-Deny-Used OR WS-Deny-Idx > 0
      IF WS-Deny-Option(WS-Scan-Idx) = WS-Ev-Option
        AND WS-Deny-Operator(WS-Scan-Idx) = WS-Ev-Operator THEN
        MOVE WS-Scan-Idx TO WS-Deny-Idx
      END-IF
    END-PERFORM.
    IF WS-Deny-Idx = 0 THEN
      IF WS-Deny-Used < 200 THEN
        ADD 1 TO WS-Deny-Used
        MOVE WS-Deny-Used TO WS-Deny-Idx
        MOVE WS-Ev-Option TO WS-Deny-Option(WS-Deny-Idx)
        MOVE WS-Ev-Operator TO WS-Deny-Operator(WS-Deny-Idx)
        MOVE 0 TO WS-Deny-Count(WS-Deny-Idx)
      ELSE
        ADD 1 TO WS-Sec-Not-Listed
        EXIT PARAGRAPH
      END-IF
    END-IF.
    ADD 1 TO WS-Deny-Count(WS-Deny-Idx).

  *> "Oper profile ADD|AMEND|DELETE by SUP id=OPER ..." - word 3 is
  *> the action, word 5 the supervisor, word 6 "id=" and the
  *> profile. An AMEND's words 7 and 8 are "before=n/f" and
  *> "after=n/f"; a flag going from L to A is an unlock.
  Note-Profile-Action.
    MOVE SPACES TO WS-Ev-Words.
    UNSTRING WS-Msg DELIMITED BY ALL SPACE
      INTO WS-Ev-Word(1) WS-Ev-Word(2) WS-Ev-Word(3) WS-Ev-Word(4)
        WS-Ev-Word(5) WS-Ev-Word(6) WS-Ev-Word(7) WS-Ev-Word(8)
    END-UNSTRING.
    IF WS-Ev-Word(4) NOT = "by" OR WS-Ev-Word(6)(1:3) NOT = "id=" THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Ev-Word(3) TO WS-Ev-Action.
    MOVE WS-Ev-Word(5) TO WS-Ev-By.
    MOVE WS-Ev-Word(6)(4:8) TO WS-Ev-Id.

    IF WS-Ev-Action = "AMEND" THEN
      MOVE WS-Ev-Word(7)(10:1) TO WS-Ev-Before-Flag
      MOVE WS-Ev-Word(8)(9:1) TO WS-Ev-After-Flag
      IF WS-Ev-Before-Flag = "L" AND WS-Ev-After-Flag = "A" THEN
        PERFORM Note-Unlock
      END-IF
    END-IF.

    IF WS-Ev-By = WS-Ev-Id THEN
      ADD 1 TO WS-Sec-Own-Record
      IF WS-Own-Used < 100 THEN
        ADD 1 TO WS-Own-Used
        MOVE WS-Msg-Date TO WS-Own-Date(WS-Own-Used)
        MOVE WS-Msg-Time TO WS-Own-Time(WS-Own-Used)
        MOVE WS-Msg(1:80) TO WS-Own-Text(WS-Own-Used)
      ELSE
        ADD 1 TO WS-Sec-Not-Listed
      END-IF
    END-IF.

  *> Pairs the unlock with the latest lockout of that operator still
  *> open - or, locked before the period began, gives it a row of
  *> its own.
  Note-Unlock.
    ADD 1 TO WS-Sec-Unlocks.
    MOVE 0 TO WS-Lock-Idx.
    PERFORM VARYING WS-Scan-Idx FROM WS-Lock-Used BY -1
      UNTIL WS-Scan-Idx < 1 OR WS-Lock-Idx > 0
      IF WS-Lock-Operator(WS-Scan-Idx) = WS-Ev-Id
        AND WS-Unlock-By(WS-Scan-Idx) = SPACES THEN
        MOVE WS-Scan-Idx TO WS-Lock-Idx
      END-IF
    END-PERFORM.
    IF WS-Lock-Idx = 0 THEN
      IF WS-Lock-Used < 100 THEN
        ADD 1 TO WS-Lock-Used
        MOVE WS-Lock-Used TO WS-Lock-Idx
        MOVE WS-Ev-Id TO WS-Lock-Operator(WS-Lock-Idx)
        MOVE SPACES TO WS-Lock-Date(WS-Lock-Idx)
        MOVE SPACES TO WS-Lock-Time(WS-Lock-Idx)
      ELSE
        ADD 1 TO WS-Sec-Not-Listed
        EXIT PARAGRAPH
      END-IF
    END-IF.
    MOVE WS-Ev-By TO WS-Unlock-By(WS-Lock-Idx).
    MOVE WS-Msg-Date TO WS-Unlock-Date(WS-Lock-Idx).
    MOVE WS-Msg-Time TO WS-Unlock-Time(WS-Lock-Idx).

  *> A section's title, underline and column heading (the heading
  *> is moved to SR-Line by the caller).
  Write-Section-Head.
    MOVE SPACES TO SR-Line.
    WRITE SR-Line.
    MOVE WS-Report-Section TO SR-Line.
    WRITE SR-Line.
    MOVE WS-Report-Rule TO SR-Line.
    WRITE SR-Line.

  Write-None-Line.
    MOVE "  (none)" TO SR-Line.
    WRITE SR-Line.

  Write-Failed-Section.
    MOVE "Failed logins by operator and terminal"
      TO WS-Report-Section.
    PERFORM Write-Section-Head.
    IF WS-Fail-Used = 0 THEN
      PERFORM Write-None-Line
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Fail-Heading TO SR-Line.
    WRITE SR-Line.
    PERFORM VARYING WS-Fail-Idx FROM 1 BY 1
      UNTIL WS-Fail-Idx > WS-Fail-Used
      MOVE WS-Fail-Operator(WS-Fail-Idx) TO SFD-Operator
      MOVE WS-Fail-Terminal(WS-Fail-Idx) TO SFD-Terminal
      MOVE WS-Fail-Bad-Pwd(WS-Fail-Idx) TO SFD-Bad-Pwd
      MOVE WS-Fail-Prof-Locked(WS-Fail-Idx) TO SFD-Prof-Locked
      MOVE WS-Fail-Out-Of-Hours(WS-Fail-Idx) TO SFD-Out-Of-Hours
      MOVE WS-Fail-Wrong-Terminal(WS-Fail-Idx) TO SFD-Wrong-Terminal
      MOVE WS-Fail-Total(WS-Fail-Idx) TO SFD-Total
      MOVE WS-Fail-Detail TO SR-Line
      WRITE SR-Line
    END-PERFORM.

  Write-Lockout-Section.
    MOVE "Lockouts and who unlocked them" TO WS-Report-Section.
    PERFORM Write-Section-Head.
    IF WS-Lock-Used = 0 THEN
      PERFORM Write-None-Line
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Lock-Heading TO SR-Line.
    WRITE SR-Line.
    PERFORM VARYING WS-Lock-Idx FROM 1 BY 1
      UNTIL WS-Lock-Idx > WS-Lock-Used
      MOVE WS-Lock-Operator(WS-Lock-Idx) TO SLD-Operator
      IF WS-Lock-Date(WS-Lock-Idx) = SPACES THEN
        MOVE "(earlier)" TO SLD-Lock-Date
        MOVE SPACES TO SLD-Lock-Time
      ELSE
        MOVE WS-Lock-Date(WS-Lock-Idx) TO SLD-Lock-Date
        MOVE WS-Lock-Time(WS-Lock-Idx) TO SLD-Lock-Time
      END-IF
      IF WS-Unlock-By(WS-Lock-Idx) = SPACES THEN
        MOVE "(not unlocked in the period)" TO SLD-Unlock-Remark
      ELSE
        MOVE SPACES TO SLD-Unlock
        MOVE WS-Unlock-By(WS-Lock-Idx) TO SLD-Unlock-By
        MOVE WS-Unlock-Date(WS-Lock-Idx) TO SLD-Unlock-Date
        MOVE WS-Unlock-Time(WS-Lock-Idx) TO SLD-Unlock-Time
      END-IF
      MOVE WS-Lock-Detail TO SR-Line
      WRITE SR-Line
    END-PERFORM.

  Write-Hours-Section.
    MOVE "Login attempts outside the permitted window"
      TO WS-Report-Section.
    PERFORM Write-Section-Head.
    IF WS-Hours-Used = 0 THEN
      PERFORM Write-None-Line
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Hours-Heading TO SR-Line.
    WRITE SR-Line.
    PERFORM VARYING WS-Hours-Idx FROM 1 BY 1
      UNTIL WS-Hours-Idx > WS-Hours-Used
      MOVE WS-Hours-Date(WS-Hours-Idx) TO SHD-Date
      MOVE WS-Hours-Time(WS-Hours-Idx) TO SHD-Time
      MOVE WS-Hours-Operator(WS-Hours-Idx) TO SHD-Operator
      MOVE WS-Hours-Terminal(WS-Hours-Idx) TO SHD-Terminal
      PERFORM Look-Up-Window
      MOVE WS-Window-Label TO SHD-Window
      MOVE WS-Hours-Detail TO SR-Line
      WRITE SR-Line
    END-PERFORM.

  *> The window on the operator's profile as it stands now.
  Look-Up-Window.
    IF Oper-Prof-Missing THEN
      MOVE "(no profile file)" TO WS-Window-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Hours-Operator(WS-Hours-Idx) TO OP-Operator.
    READ Oper-Prof-File
      INVALID KEY
        MOVE "(profile not on file)" TO WS-Window-Label
      NOT INVALID KEY
        IF OP-Window-Start = SPACES OR OP-Window-End = SPACES THEN
          MOVE "any hour" TO WS-Window-Label
        ELSE
          MOVE SPACES TO WS-Window-Label
          STRING
            OP-Window-Start DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            OP-Window-End DELIMITED BY SIZE
            INTO WS-Window-Label
          END-STRING
        END-IF
    END-READ.

  *> By function - each menu option in turn, and who was refused it.
  Write-Denied-Section.
    MOVE "Menu choices refused, by function" TO WS-Report-Section.
    PERFORM Write-Section-Head.
    IF WS-Deny-Used = 0 THEN
      PERFORM Write-None-Line
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Deny-Heading TO SR-Line.
    WRITE SR-Line.
    PERFORM VARYING WS-Deny-Option-Idx FROM 1 BY 1
      UNTIL WS-Deny-Option-Idx > 98
      PERFORM VARYING WS-Deny-Idx FROM 1 BY 1
        UNTIL WS-Deny-Idx > WS-Deny-Used
        IF WS-Deny-Option(WS-Deny-Idx) = WS-Deny-Option-Idx THEN
          MOVE WS-Deny-Option(WS-Deny-Idx) TO SDD-Option
          MOVE WS-Deny-Operator(WS-Deny-Idx) TO SDD-Operator
          MOVE WS-Deny-Count(WS-Deny-Idx) TO SDD-Count
          MOVE WS-Deny-Detail TO SR-Line
          WRITE SR-Line
        END-IF
      END-PERFORM
    END-PERFORM.

  Write-Own-Record-Section.
    MOVE "Supervisor actions on their own profile"
      TO WS-Report-Section.
    PERFORM Write-Section-Head.
    IF WS-Own-Used = 0 THEN
      PERFORM Write-None-Line
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Own-Heading TO SR-Line.
    WRITE SR-Line.
    PERFORM VARYING WS-Own-Idx FROM 1 BY 1
      UNTIL WS-Own-Idx > WS-Own-Used
      MOVE WS-Own-Date(WS-Own-Idx) TO SOD-Date
      MOVE WS-Own-Time(WS-Own-Idx) TO SOD-Time
      MOVE WS-Own-Text(WS-Own-Idx) TO SOD-Text
      MOVE WS-Own-Detail TO SR-Line
      WRITE SR-Line
    END-PERFORM.

  Write-Report-Totals.
    MOVE SPACES TO SR-Line.
    WRITE SR-Line.
    MOVE "Totals" TO WS-Report-Section.
    MOVE WS-Report-Section TO SR-Line.
    WRITE SR-Line.
    MOVE WS-Report-Rule TO SR-Line.
    WRITE SR-Line.
    MOVE "Audit lines in the period:" TO SRS-Label.
    MOVE WS-Lines-In-Period TO SRS-Count.
    MOVE WS-Report-Total TO SR-Line.
    WRITE SR-Line.
    MOVE "Failed logins:" TO SRS-Label.
    MOVE WS-Sec-Failed TO SRS-Count.
    MOVE WS-Report-Total TO SR-Line.
    WRITE SR-Line.
    MOVE "  of which outside the window:" TO SRS-Label.
    MOVE WS-Sec-Out-Of-Hours TO SRS-Count.
    MOVE WS-Report-Total TO SR-Line.
    WRITE SR-Line.
    MOVE "  of which from a barred terminal:" TO SRS-Label.
    MOVE WS-Sec-Wrong-Terminal TO SRS-Count.
    MOVE WS-Report-Total TO SR-Line.
    WRITE SR-Line.
    MOVE "Lockouts:" TO SRS-Label.
    MOVE WS-Sec-Lockouts TO SRS-Count.
    MOVE WS-Report-Total TO SR-Line.
    WRITE SR-Line.
    MOVE "  not unlocked in the period:" TO SRS-Label.
    MOVE WS-Sec-Still-Locked TO SRS-Count.
    MOVE WS-Report-Total TO SR-Line.
    WRITE SR-Line.
    MOVE "Unlocks:" TO SRS-Label.
    MOVE WS-Sec-Unlocks TO SRS-Count.
    MOVE WS-Report-Total TO SR-Line.
    WRITE SR-Line.
    MOVE "Menu choices refused:" TO SRS-Label.
    MOVE WS-Sec-Denied TO SRS-Count.
    MOVE WS-Report-Total TO SR-Line.
    WRITE SR-Line.
    MOVE "Supervisor actions on own profile:" TO SRS-Label.
    MOVE WS-Sec-Own-Record TO SRS-Count.
    MOVE WS-Report-Total TO SR-Line.
    WRITE SR-Line.
    IF WS-Sec-Not-Listed > 0 THEN
      MOVE "Entries counted but not listed (full):" TO SRS-Label
      MOVE WS-Sec-Not-Listed TO SRS-Count
      MOVE WS-Report-Total TO SR-Line
      WRITE SR-Line
    END-IF.

  *> The day's figures for the Operations Flash - one row, replaced
  *> by each daily run.
  Write-Sec-Summary.
    OPEN OUTPUT Sec-Summary-File.
    MOVE SPACES TO SS-Record.
    MOVE WS-Sec-Date TO SS-Date.
    MOVE WS-Sec-Failed TO SS-Failed.
    MOVE WS-Sec-Out-Of-Hours TO SS-Out-Of-Hours.
    MOVE WS-Sec-Wrong-Terminal TO SS-Wrong-Terminal.
    MOVE WS-Sec-Lockouts TO SS-Lockouts.
    MOVE WS-Sec-Still-Locked TO SS-Still-Locked.
    MOVE WS-Sec-Denied TO SS-Denied.
    MOVE WS-Sec-Own-Record TO SS-Own-Record.
    MOVE LK-Run-ID TO SS-Run.
    WRITE SS-Record.
    CLOSE Sec-Summary-File.

  *> Reads the batch answers for this function off the control-card
  *> file - SECPERIOD (D or M), SECDATE (YYYYMMDD), SECMONTH
  *> (YYYYMM) and SECAUDIT (an archived trail to read instead). A
  *> missing file leaves yesterday's daily report standing.
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
            WHEN "SECPERIOD"
              MOVE FUNCTION UPPER-CASE(WS-Card-Value(1:1))
                TO WS-Sec-Period
            WHEN "SECDATE"
              MOVE FUNCTION TRIM(WS-Card-Value) TO WS-Sec-Date
            WHEN "SECMONTH"
              MOVE FUNCTION TRIM(WS-Card-Value) TO WS-Sec-Month
            WHEN "SECAUDIT"
              MOVE FUNCTION TRIM(WS-Card-Value) TO WS-Sec-Audit-Path
            WHEN OTHER
              *> Other functions' cards share this file - ignore them.
              CONTINUE
          END-EVALUATE
      END-READ
    END-PERFORM.
    CLOSE Control-Card-File.

  *> Checks WS-Edit-Date-X holds a real YYYYMMDD calendar date -
  *> mirrors Sort 'n' Report's Validate-Calendar-Date.
  Validate-Calendar-Date.
    MOVE "N" TO WS-Edit-Date-OK-Flag.

    IF WS-Edit-Date-X NOT NUMERIC THEN
      EXIT PARAGRAPH
    END-IF.

    IF WS-Edit-Month < 1 OR WS-Edit-Month > 12 THEN
      EXIT PARAGRAPH
    END-IF.

    EVALUATE WS-Edit-Month
      WHEN 4
      WHEN 6
      WHEN 9
      WHEN 11
        MOVE 30 TO WS-Edit-Days-In-Month
      WHEN 2
        MOVE 28 TO WS-Edit-Days-In-Month
        *> Leap year: divisible by 4, except centuries not
        *> divisible by 400.
        COMPUTE WS-Edit-Leap-Rem = FUNCTION MOD(WS-Edit-Year, 4)
        IF WS-Edit-Leap-Rem = 0 THEN
          COMPUTE WS-Edit-Leap-Rem = FUNCTION MOD(WS-Edit-Year, 100)
          IF WS-Edit-Leap-Rem NOT = 0 THEN
            MOVE 29 TO WS-Edit-Days-In-Month
          ELSE
            COMPUTE WS-Edit-Leap-Rem = FUNCTION MOD(WS-Edit-Year, 400)
            IF WS-Edit-Leap-Rem = 0 THEN
              MOVE 29 TO WS-Edit-Days-In-Month
            END-IF
          END-IF
        END-IF
      WHEN OTHER
        MOVE 31 TO WS-Edit-Days-In-Month
    END-EVALUATE.

    IF WS-Edit-Day >= 1 AND WS-Edit-Day <= WS-Edit-Days-In-Month THEN
      MOVE "Y" TO WS-Edit-Date-OK-Flag
    END-IF.

END PROGRAM SecReport.
