IDENTIFICATION DIVISION.
  PROGRAM-ID. FeedQuar.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Feed quarantine register written by Sort 'n' Report - one row
      *> per feed run refused for passing its reject-rate ceiling,
      *> waiting here for a supervisor's decision.
      SELECT Feed-Quar-File ASSIGN TO WS-Feed-Quar-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS QR-Quar-Key
      FILE STATUS WS-Feed-Quar-Status.

      *> The quarantined run's rejects as Sort 'n' Report set them
      *> aside beside the moved extract - suspense layout.
      SELECT Quar-Reject-File ASSIGN TO WS-Quar-Reject-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Quar-Reject-Status.

      *> The reject report that goes back to the counterparty with
      *> the feed - every rejected record and why.
      SELECT Reject-Report-File ASSIGN TO WS-Reject-Report-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Reject-Report-Status.

      *> The cross-feed posted register - the edit pass registered
      *> the quarantined run's clean records before the run was
      *> stopped. A feed sent back never posted, so those rows are
      *> withdrawn, or a copy arriving on another feed would be
      *> taken for a duplicate.
      SELECT Posted-Reg-File ASSIGN TO WS-Posted-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS PR-Reg-Key
      FILE STATUS WS-Posted-Reg-Status.

DATA DIVISION.
  FILE SECTION.
    FD Feed-Quar-File.
      COPY "QuarRecord.cpy" REPLACING ==:PREFIX:== BY ==QR==.

    FD Quar-Reject-File.
      *> One rejected extract record, as it sat in suspense.
      01 QRJ-Record.
        05 QRJ-Reason PIC X(2).
        05 QRJ-Data.
          10 QRJ-Key PIC X(10).
          10 QRJ-Date PIC X(8).
          10 QRJ-Amount PIC X(11).
          10 QRJ-Status PIC X(1).
          10 QRJ-Currency PIC X(3).
          10 QRJ-Value-Date PIC X(8).
        05 QRJ-Rule PIC X(3).
        05 QRJ-Sus-Date PIC X(8).
        05 QRJ-Sus-Run PIC X(14).

    FD Reject-Report-File.
      01 RR-Line PIC X(132).

    FD Posted-Reg-File.
      COPY "PostedRecord.cpy" REPLACING ==:PREFIX:== BY ==PR==.

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    01 WS-Feed-Quar-Path PIC X(80) VALUE "FeedQuar.dat".
    01 WS-Feed-Quar-Status PIC XX.
      88 Feed-Quar-Opened-OK VALUE "00".
    01 WS-Feed-Quar-At-End-Flag PIC A VALUE "N".
      88 Feed-Quar-At-End VALUE "Y".

    01 WS-Quar-Reject-Path PIC X(80) VALUE SPACES.
    01 WS-Quar-Reject-Status PIC XX.
      88 Quar-Reject-Opened-OK VALUE "00".
    01 WS-Quar-Reject-At-End-Flag PIC A VALUE "N".
      88 Quar-Reject-At-End VALUE "Y".

    01 WS-Reject-Report-Path PIC X(80) VALUE SPACES.
    01 WS-Reject-Report-Status PIC XX.

    01 WS-Posted-Reg-Path PIC X(80) VALUE "PostedReg.dat".
    01 WS-Posted-Reg-Status PIC XX.
      88 Posted-Reg-Opened-OK VALUE "00".
    01 WS-Posted-At-End-Flag PIC A VALUE "N".
      88 Posted-At-End VALUE "Y".

    01 WS-Rename-Status PIC S9(9) COMP-5.
    01 WS-Delete-Status PIC S9(9) COMP-5.
    01 WS-Extract-Check-Info.
      05 FILLER PIC X(24).
    01 WS-Extract-Check-Status PIC S9(9) COMP-5.

    *> One page of the feeds awaiting a decision, and the register
    *> key behind each line.
    01 WS-Quar-Lines.
      05 WS-Quar-Line OCCURS 10 TIMES PIC X(70).
    01 WS-Quar-Keys.
      05 WS-Quar-Line-Key OCCURS 10 TIMES PIC X(22).
    01 WS-Quar-Detail.
      05 QLD-Number PIC Z9.
      05 FILLER PIC X(2) VALUE SPACES.
      05 QLD-Feed PIC X(8).
      05 FILLER PIC X(1) VALUE SPACES.
      05 QLD-Gen PIC X(4).
      05 FILLER PIC X(2) VALUE SPACES.
      05 QLD-Date PIC X(8).
      05 FILLER PIC X(1) VALUE SPACES.
      05 QLD-Read PIC ZZZ,ZZ9.
      05 FILLER PIC X(1) VALUE SPACES.
      05 QLD-Rejected PIC ZZZ,ZZ9.
      05 FILLER PIC X(2) VALUE SPACES.
      05 QLD-Rate PIC ZZ9.99.
      05 FILLER PIC X(2) VALUE SPACES.
      05 QLD-Ceiling PIC ZZ9.99.
    01 WS-Quar-Count PIC 99 VALUE 0.
    01 WS-Quar-More-Label PIC X(60) VALUE SPACES.

    *> The supervisor's pick off SC-Feed-Quar-List, and decision off
    *> SC-Feed-Quar-Decide.
    01 WS-Quar-Choice PIC 99 VALUE 0.
    01 WS-Quar-Back-Flag PIC A VALUE "N".
      88 Quar-Back VALUE "Y".
    01 WS-Quar-Action PIC A VALUE SPACE.
      88 Quar-Release VALUE "R" "r".
      88 Quar-Reject VALUE "J" "j".
    01 WS-Quar-Confirm PIC A VALUE SPACES.
      88 Quar-Confirmed VALUE "Y" "y".
    01 WS-Quar-Result-Label PIC X(70) VALUE SPACES.
    01 WS-Quar-Rate-Disp PIC ZZ9.99.
    01 WS-Quar-Ceiling-Disp PIC ZZ9.99.

    *> What the reject did.
    01 WS-Reject-Listed PIC 9(7) VALUE 0.
    01 WS-Reject-Withdrawn PIC 9(7) VALUE 0.
    01 WS-Reject-Checksum PIC S9(11)V99 VALUE 0.
    01 WS-Reason-Desc PIC X(40) VALUE SPACES.
    01 WS-Reason-Code PIC X(2) VALUE SPACES.
    01 WS-Today PIC X(8) VALUE SPACES.

    *> Counts by reason code, 01-13 as the edit pass assigns them,
    *> for the report's summary.
    01 WS-Reason-Counts.
      05 WS-Reason-Count OCCURS 13 TIMES PIC 9(7).
    01 WS-Reason-Idx PIC 99 VALUE 0.
    01 WS-Reason-Other PIC 9(7) VALUE 0.

    01 WS-Report-Title.
      05 FILLER PIC X(34) VALUE "Feed Returned to Sender - feed".
      05 RPT-Feed PIC X(8).
      05 FILLER PIC X(12) VALUE " generation ".
      05 RPT-Gen PIC X(4).
    01 WS-Report-Quar-Line.
      05 FILLER PIC X(15) VALUE "Quarantined on ".
      05 RPQ-Date PIC X(8).
      05 FILLER PIC X(2) VALUE ": ".
      05 RPQ-Rejected PIC ZZZ,ZZ9.
      05 FILLER PIC X(4) VALUE " of ".
      05 RPQ-Read PIC ZZZ,ZZ9.
      05 FILLER PIC X(19) VALUE " records rejected (".
      05 RPQ-Rate PIC ZZ9.99.
      05 FILLER PIC X(12) VALUE "%), ceiling ".
      05 RPQ-Ceiling PIC ZZ9.99.
      05 FILLER PIC X(1) VALUE "%".
    01 WS-Report-By-Line.
      05 FILLER PIC X(12) VALUE "Returned by ".
      05 RPB-Operator PIC X(8).
      05 FILLER PIC X(4) VALUE " on ".
      05 RPB-Date PIC X(8).
      05 FILLER PIC X(54)
        VALUE ". None of the file was posted - please resend it all.".
    01 WS-Report-Heading.
      05 FILLER PIC X(4) VALUE "Rsn".
      05 FILLER PIC X(41) VALUE "Reason".
      05 FILLER PIC X(12) VALUE "Key".
      05 FILLER PIC X(10) VALUE "Date".
      05 FILLER PIC X(13) VALUE "Amount".
      05 FILLER PIC X(3) VALUE "St".
      05 FILLER PIC X(5) VALUE "Cur".
      05 FILLER PIC X(10) VALUE "Value".
      05 FILLER PIC X(4) VALUE "Rule".
    01 WS-Report-Detail.
      05 RPD-Reason PIC X(2).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RPD-Desc PIC X(40).
      05 FILLER PIC X(1) VALUE SPACES.
      05 RPD-Key PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RPD-Date PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RPD-Amount PIC X(11).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RPD-Status PIC X(1).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RPD-Currency PIC X(3).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RPD-Value-Date PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RPD-Rule PIC X(3).
    01 WS-Report-Total.
      05 FILLER PIC X(4) VALUE SPACES.
      05 RPS-Label PIC X(41).
      05 RPS-Count PIC ZZZ,ZZ9.

    *> Spool and transmission register hand-off for the report.
    01 WS-Spool-Source PIC X(8) VALUE "FEEDQUAR".
    01 WS-Spool-Paginate PIC X(1) VALUE "Y".
    01 WS-Xmit-Name PIC X(40) VALUE SPACES.

    *> Elapsed/run-history row.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "FEEDQUAR".
    01 WS-RH-End-Status PIC X(4) VALUE SPACES.
    01 WS-RH-Zero PIC 9(7) VALUE 0.

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
    COPY "FeedQuarScr.cpy". *> Feed Quarantine screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  FeedQuarMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Feed Quarantine selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> Re-defaulted every invocation, then qualified - a quarantine
    *> belongs to one company's feed.
    MOVE "FeedQuar.dat" TO WS-Feed-Quar-Path.
    MOVE "PostedReg.dat" TO WS-Posted-Reg-Path.
    CALL "ResolveDataPath" USING WS-Feed-Quar-Path.
    CALL "ResolveDataPath" USING WS-Posted-Reg-Path.

    OPEN I-O Feed-Quar-File.
    IF NOT Feed-Quar-Opened-OK THEN
      MOVE "No feed has ever been quarantined." TO WS-Quar-Result-Label
      DISPLAY SC-Feed-Quar-Result
      ACCEPT OMITTED
      GOBACK
    END-IF.

    MOVE "N" TO WS-Quar-Back-Flag.
    PERFORM Quar-Loop UNTIL Quar-Back.

    CLOSE Feed-Quar-File.

    GOBACK.

  *> One decision: the feeds awaiting one listed, one picked, and
  *> released or sent back.
  Quar-Loop.
    MOVE SPACES TO WS-Quar-Result-Label.
    PERFORM Load-Quar-Page.
    IF WS-Quar-Count = 0 THEN
      MOVE "No feed is waiting in quarantine." TO WS-Quar-Result-Label
      DISPLAY SC-Feed-Quar-Result
      ACCEPT OMITTED
      MOVE "Y" TO WS-Quar-Back-Flag
      EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO WS-Quar-Choice.
    DISPLAY SC-Feed-Quar-List.
    ACCEPT SC-Feed-Quar-List.
    IF WS-Quar-Choice = 0 THEN
      MOVE "Y" TO WS-Quar-Back-Flag
      EXIT PARAGRAPH
    END-IF.
    IF WS-Quar-Choice > WS-Quar-Count THEN
      MOVE "No such line on the list." TO WS-Quar-Result-Label
    ELSE
      PERFORM Decide-Quarantine
    END-IF.

    IF WS-Quar-Result-Label NOT = SPACES THEN
      DISPLAY SC-Feed-Quar-Result
      ACCEPT OMITTED
    END-IF.

  *> The first ten register rows still awaiting a decision, oldest
  *> feed first. Decided rows stay on the register as the record of
  *> what was done, but are not listed.
  Load-Quar-Page.
    MOVE SPACES TO WS-Quar-Lines.
    MOVE SPACES TO WS-Quar-Keys.
    MOVE SPACES TO WS-Quar-More-Label.
    MOVE 0 TO WS-Quar-Count.
    MOVE LOW-VALUES TO QR-Quar-Key.
    START Feed-Quar-File KEY IS NOT LESS THAN QR-Quar-Key
      INVALID KEY
        MOVE "Y" TO WS-Feed-Quar-At-End-Flag
      NOT INVALID KEY
        MOVE "N" TO WS-Feed-Quar-At-End-Flag
    END-START.
    PERFORM UNTIL Feed-Quar-At-End
      READ Feed-Quar-File NEXT
        AT END
          MOVE "Y" TO WS-Feed-Quar-At-End-Flag
        NOT AT END
          IF QR-State = "Q" THEN
            IF WS-Quar-Count >= 10 THEN
              MOVE "More are waiting - decide these first."
                TO WS-Quar-More-Label
              MOVE "Y" TO WS-Feed-Quar-At-End-Flag
            ELSE
              ADD 1 TO WS-Quar-Count
              MOVE WS-Quar-Count TO QLD-Number
              MOVE QR-Feed TO QLD-Feed
              MOVE QR-Generation TO QLD-Gen
              MOVE QR-Stamp(1:8) TO QLD-Date
              MOVE QR-Records-Read TO QLD-Read
              MOVE QR-Records-Rejected TO QLD-Rejected
              MOVE QR-Reject-Rate TO QLD-Rate
              MOVE QR-Ceiling TO QLD-Ceiling
              MOVE WS-Quar-Detail TO WS-Quar-Line(WS-Quar-Count)
              MOVE QR-Quar-Key TO WS-Quar-Line-Key(WS-Quar-Count)
            END-IF
          END-IF
      END-READ
    END-PERFORM.

  *> Shows the picked feed and takes the supervisor's decision.
  Decide-Quarantine.
    MOVE WS-Quar-Line-Key(WS-Quar-Choice) TO QR-Quar-Key.
    READ Feed-Quar-File
      INVALID KEY
        MOVE "That register row has gone - list it again."
          TO WS-Quar-Result-Label
        EXIT PARAGRAPH
    END-READ.
    IF QR-State NOT = "Q" THEN
      MOVE "That feed has already been decided." TO WS-Quar-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE QR-Reject-Rate TO WS-Quar-Rate-Disp.
    MOVE QR-Ceiling TO WS-Quar-Ceiling-Disp.
    MOVE SPACE TO WS-Quar-Action.
    MOVE SPACES TO WS-Quar-Confirm.
    DISPLAY SC-Feed-Quar-Decide.
    ACCEPT SC-Feed-Quar-Decide.

    IF NOT Quar-Confirmed THEN
      MOVE "Nothing done - the feed stays in quarantine."
        TO WS-Quar-Result-Label
      EXIT PARAGRAPH
    END-IF.

    EVALUATE TRUE
      WHEN Quar-Release
        PERFORM Release-Feed
      WHEN Quar-Reject
        PERFORM Reject-Feed
      WHEN OTHER
        MOVE "Pick R to release or J to reject - nothing done."
          TO WS-Quar-Result-Label
    END-EVALUATE.

  *> Puts the extract back where the feed's run looks for it and
  *> marks the row released - the next run of the feed posts this
  *> generation past the ceiling, its rejects going to suspense the
  *> ordinary way (so the set-aside copy is no longer needed). A
  *> fresh extract already sitting at the feed's path is never
  *> overwritten.
  Release-Feed.
    CALL "CBL_CHECK_FILE_EXIST" USING QR-Extract-Path
      WS-Extract-Check-Info RETURNING WS-Extract-Check-Status
    END-CALL.
    IF WS-Extract-Check-Status = 0 THEN
      MOVE "Another extract is waiting at the feed's path - not released."
        TO WS-Quar-Result-Label
      EXIT PARAGRAPH
    END-IF.
    CALL "CBL_RENAME_FILE" USING QR-Quar-Path QR-Extract-Path
      RETURNING WS-Rename-Status
    END-CALL.
    IF WS-Rename-Status NOT = 0 THEN
      MOVE "The quarantined extract could not be moved back."
        TO WS-Quar-Result-Label
      EXIT PARAGRAPH
    END-IF.
    CALL "CBL_DELETE_FILE" USING QR-Reject-Path
      RETURNING WS-Delete-Status
    END-CALL.

    MOVE "R" TO QR-State.
    MOVE LK-Operator-ID TO QR-Decided-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO QR-Decided-Stamp.
    REWRITE QR-Record
      INVALID KEY
        MOVE "Release could not be recorded on the register."
          TO WS-Quar-Result-Label
        EXIT PARAGRAPH
    END-REWRITE.

    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Feed quar RELEASE by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " feed=" DELIMITED BY SIZE
      FUNCTION TRIM(QR-Feed) DELIMITED BY SIZE
      " gen=" DELIMITED BY SIZE
      QR-Generation DELIMITED BY SIZE
      " rate=" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Quar-Rate-Disp) DELIMITED BY SIZE
      "%" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE "Released - run Sort 'n' Report for the feed to post it."
      TO WS-Quar-Result-Label.

  *> Sends the feed back: the reject report is written from the
  *> set-aside rejects, registered for transmission and spooled,
  *> and the postings the edit pass registered for the feed are
  *> withdrawn - none of it ever went live. The extract stays moved
  *> aside as the copy that was returned. Header-less feeds carry
  *> no generation to tell this run's register rows from earlier
  *> ones', so theirs are left alone.
  Reject-Feed.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.

    MOVE QR-Reject-Path TO WS-Quar-Reject-Path.
    MOVE SPACES TO WS-Reject-Report-Path.
    STRING
      FUNCTION TRIM(QR-Extract-Path) DELIMITED BY SIZE
      ".returned.txt" DELIMITED BY SIZE
      INTO WS-Reject-Report-Path
    END-STRING.
    PERFORM Write-Reject-Report.

    MOVE 0 TO WS-Reject-Withdrawn.
    IF QR-Generation NOT = SPACES THEN
      PERFORM Withdraw-Posted-Rows
    END-IF.

    MOVE WS-Reject-Report-Path(1:40) TO WS-Xmit-Name.
    MOVE 0 TO WS-Reject-Checksum.
    CALL "WriteXmitReg" USING WS-Xmit-Name WS-Reject-Listed
      WS-Reject-Checksum LK-Run-ID LK-Operator-ID.
    CALL "WriteSpoolJob" USING WS-Spool-Source WS-Reject-Report-Path
      WS-Spool-Paginate LK-Run-ID.

    MOVE "J" TO QR-State.
    MOVE LK-Operator-ID TO QR-Decided-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO QR-Decided-Stamp.
    MOVE WS-Reject-Report-Path TO QR-Notice-Path.
    REWRITE QR-Record
      INVALID KEY
        CONTINUE
    END-REWRITE.

    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Feed quar REJECT by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " feed=" DELIMITED BY SIZE
      FUNCTION TRIM(QR-Feed) DELIMITED BY SIZE
      " gen=" DELIMITED BY SIZE
      QR-Generation DELIMITED BY SIZE
      " returned, " DELIMITED BY SIZE
      WS-Reject-Listed DELIMITED BY SIZE
      " reject(s) reported" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.
    MOVE "INF" TO WS-Log-Level.
    MOVE WS-Audit-Message TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.
    MOVE "OK" TO WS-RH-End-Status.
    CALL "WriteRunHistory" USING WS-RH-Function QR-Records-Rejected
      WS-Reject-Listed WS-Reject-Withdrawn WS-RH-Zero
      WS-Elapsed-Seconds WS-RH-End-Status LK-Run-ID LK-Terminal-ID
      LK-Operator-ID.

    MOVE "Rejected - the report is spooled and on the transmission register."
      TO WS-Quar-Result-Label.

  *> The report the counterparty gets back: what was wrong with the
  *> file as a whole, then every rejected record and its reason,
  *> then the counts by reason.
  Write-Reject-Report.
    MOVE 0 TO WS-Reject-Listed.
    MOVE ZEROS TO WS-Reason-Counts.
    MOVE 0 TO WS-Reason-Other.

    OPEN OUTPUT Reject-Report-File.
    MOVE QR-Feed TO RPT-Feed.
    MOVE QR-Generation TO RPT-Gen.
    MOVE WS-Report-Title TO RR-Line.
    WRITE RR-Line.
    MOVE QR-Stamp(1:8) TO RPQ-Date.
    MOVE QR-Records-Rejected TO RPQ-Rejected.
    MOVE QR-Records-Read TO RPQ-Read.
    MOVE QR-Reject-Rate TO RPQ-Rate.
    MOVE QR-Ceiling TO RPQ-Ceiling.
    MOVE WS-Report-Quar-Line TO RR-Line.
    WRITE RR-Line.
    MOVE LK-Operator-ID TO RPB-Operator.
    MOVE WS-Today TO RPB-Date.
    MOVE WS-Report-By-Line TO RR-Line.
    WRITE RR-Line.
    MOVE SPACES TO RR-Line.
    WRITE RR-Line.
    MOVE WS-Report-Heading TO RR-Line.
    WRITE RR-Line.

    OPEN INPUT Quar-Reject-File.
    IF Quar-Reject-Opened-OK THEN
      MOVE "N" TO WS-Quar-Reject-At-End-Flag
      PERFORM UNTIL Quar-Reject-At-End
        READ Quar-Reject-File
          AT END
            MOVE "Y" TO WS-Quar-Reject-At-End-Flag
          NOT AT END
            PERFORM Write-Reject-Detail
        END-READ
      END-PERFORM
      CLOSE Quar-Reject-File
    END-IF.

    MOVE SPACES TO RR-Line.
    WRITE RR-Line.
    MOVE "Rejected records listed:" TO RPS-Label.
    MOVE WS-Reject-Listed TO RPS-Count.
    MOVE WS-Report-Total TO RR-Line.
    WRITE RR-Line.
    PERFORM VARYING WS-Reason-Idx FROM 1 BY 1 UNTIL WS-Reason-Idx > 13
      IF WS-Reason-Count(WS-Reason-Idx) > 0 THEN
        MOVE WS-Reason-Idx TO WS-Reason-Code
        PERFORM Decode-Reject-Reason
        MOVE WS-Reason-Desc TO RPS-Label
        MOVE WS-Reason-Count(WS-Reason-Idx) TO RPS-Count
        MOVE WS-Report-Total TO RR-Line
        WRITE RR-Line
      END-IF
    END-PERFORM.
    IF WS-Reason-Other > 0 THEN
      MOVE "(unknown reason code)" TO RPS-Label
      MOVE WS-Reason-Other TO RPS-Count
      MOVE WS-Report-Total TO RR-Line
      WRITE RR-Line
    END-IF.
    CLOSE Reject-Report-File.

  Write-Reject-Detail.
    ADD 1 TO WS-Reject-Listed.
    IF QRJ-Reason NUMERIC THEN
      MOVE QRJ-Reason TO WS-Reason-Idx
    ELSE
      MOVE 0 TO WS-Reason-Idx
    END-IF.
    IF WS-Reason-Idx >= 1 AND WS-Reason-Idx <= 13 THEN
      ADD 1 TO WS-Reason-Count(WS-Reason-Idx)
    ELSE
      ADD 1 TO WS-Reason-Other
    END-IF.
    MOVE QRJ-Reason TO WS-Reason-Code.
    PERFORM Decode-Reject-Reason.
    MOVE QRJ-Reason TO RPD-Reason.
    MOVE WS-Reason-Desc TO RPD-Desc.
    MOVE QRJ-Key TO RPD-Key.
    MOVE QRJ-Date TO RPD-Date.
    MOVE QRJ-Amount TO RPD-Amount.
    MOVE QRJ-Status TO RPD-Status.
    MOVE QRJ-Currency TO RPD-Currency.
    MOVE QRJ-Value-Date TO RPD-Value-Date.
    MOVE QRJ-Rule TO RPD-Rule.
    MOVE WS-Report-Detail TO RR-Line.
    WRITE RR-Line.

  *> Decodes the edit pass's reason code for the counterparty -
  *> mirrors SuspenseFix's Decode-Fix-Reason.
  Decode-Reject-Reason.
    EVALUATE WS-Reason-Code
      WHEN "01"
        MOVE "date is not a real calendar date" TO WS-Reason-Desc
      WHEN "02"
        MOVE "amount is not numeric" TO WS-Reason-Desc
      WHEN "03"
        MOVE "status is not in the allowed set" TO WS-Reason-Desc
      WHEN "04"
        MOVE "suspected cross-feed duplicate" TO WS-Reason-Desc
      WHEN "05"
        MOVE "failed an edit rule" TO WS-Reason-Desc
      WHEN "06"
        MOVE "value date is not a real date" TO WS-Reason-Desc
      WHEN "07"
        MOVE "status change not allowed" TO WS-Reason-Desc
      WHEN "08"
        MOVE "branch closed at that date" TO WS-Reason-Desc
      WHEN "09"
        MOVE "account is dormant" TO WS-Reason-Desc
      WHEN "10"
        MOVE "forward-dated - could not be held" TO WS-Reason-Desc
      WHEN "11"
        MOVE "account re-keyed - grace period over" TO WS-Reason-Desc
      WHEN "12"
        MOVE "account fails its branch's check digit" TO WS-Reason-Desc
      WHEN "13"
        MOVE "currency not permitted by the product" TO WS-Reason-Desc
      WHEN OTHER
        MOVE "(unknown reason code)" TO WS-Reason-Desc
    END-EVALUATE.

  *> Takes the returned feed's rows off the posted register - same
  *> feed and generation, registered the day it was quarantined.
  Withdraw-Posted-Rows.
    OPEN I-O Posted-Reg-File.
    IF NOT Posted-Reg-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO PR-Reg-Key.
    START Posted-Reg-File KEY IS NOT LESS THAN PR-Reg-Key
      INVALID KEY
        MOVE "Y" TO WS-Posted-At-End-Flag
      NOT INVALID KEY
        MOVE "N" TO WS-Posted-At-End-Flag
    END-START.
    PERFORM UNTIL Posted-At-End
      READ Posted-Reg-File NEXT
        AT END
          MOVE "Y" TO WS-Posted-At-End-Flag
        NOT AT END
          IF PR-Feed = QR-Posted-Feed
            AND PR-Generation = QR-Generation
            AND PR-Posted-Date = QR-Stamp(1:8) THEN
            DELETE Posted-Reg-File
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                ADD 1 TO WS-Reject-Withdrawn
            END-DELETE
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Posted-Reg-File.

END PROGRAM FeedQuar.
