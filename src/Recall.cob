IDENTIFICATION DIVISION.
  PROGRAM-ID. Recall.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> The cross-feed posted register - every posting carries the
      *> feed and generation it arrived on, which is what a recall
      *> selects by. A recalled posting's row is withdrawn once it
      *> has been backed out, so a corrected copy on any feed posts
      *> cleanly.
      SELECT Posted-Reg-File ASSIGN TO WS-Posted-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS PR-Reg-Key
      FILE STATUS WS-Posted-Reg-Status.

      *> The forward-dated warehouse - an item the generation carried
      *> that is still waiting for its value date has not posted, so
      *> it is cancelled here rather than reversed.
      SELECT Fwd-Warehouse-File ASSIGN TO WS-Fwd-Warehouse-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS FW-Id
      ALTERNATE RECORD KEY IS FW-Value-Date WITH DUPLICATES
      FILE STATUS WS-Fwd-Warehouse-Status.

      *> The recall register - one row per generation backed out,
      *> read by Sort 'n' Report's generation handshake.
      SELECT Recall-Reg-File ASSIGN TO WS-Recall-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS RCL-Recall-Key
      FILE STATUS WS-Recall-Reg-Status.

      *> The feed's generation control file, as Sort 'n' Report
      *> keeps it - a generation beyond the last one processed never
      *> went live, so there is nothing of it to recall.
      SELECT Feed-Control-File ASSIGN TO WS-Feed-Control-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Feed-Control-Status.

      *> The master, read for each posted key's currency.
      SELECT Trans-Master-File ASSIGN TO WS-Trans-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS TM-Key
      ALTERNATE RECORD KEY IS TM-Date WITH DUPLICATES
      FILE STATUS WS-Trans-Master-Status.

      *> The recall report - every posting and what became of it.
      SELECT Recall-Report-File ASSIGN TO WS-Recall-Report-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Recall-Report-Status.

DATA DIVISION.
  FILE SECTION.
    FD Posted-Reg-File.
      COPY "PostedRecord.cpy" REPLACING ==:PREFIX:== BY ==PR==.

    FD Fwd-Warehouse-File.
      COPY "FwdRecord.cpy" REPLACING ==:PREFIX:== BY ==FW==.

    FD Recall-Reg-File.
      COPY "RecallRecord.cpy" REPLACING ==:PREFIX:== BY ==RCL==.

    FD Feed-Control-File.
      01 FC-Line.
        05 FC-Last-Generation PIC 9(4).
        05 FILLER PIC X(1).
        05 FC-Last-Feed-Date PIC X(8).

    FD Trans-Master-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==TM==.

    FD Recall-Report-File.
      01 RP-Line PIC X(132).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    01 WS-Posted-Reg-Path PIC X(80) VALUE "PostedReg.dat".
    01 WS-Posted-Reg-Status PIC XX.
      88 Posted-Reg-Opened-OK VALUE "00".
    01 WS-Posted-At-End-Flag PIC A VALUE "N".
      88 Posted-At-End VALUE "Y".

    01 WS-Fwd-Warehouse-Path PIC X(80) VALUE "FwdWarehouse.dat".
    01 WS-Fwd-Warehouse-Status PIC XX.
      88 Fwd-Warehouse-Opened-OK VALUE "00".
    01 WS-Fwd-Missing-Flag PIC A VALUE "N".
      88 Fwd-Warehouse-Missing VALUE "Y".
    01 WS-Fwd-At-End-Flag PIC A VALUE "N".
      88 Fwd-At-End VALUE "Y".
    01 WS-Waiting-Found-Flag PIC A VALUE "N".
      88 Waiting-Item-Found VALUE "Y".

    01 WS-Recall-Reg-Path PIC X(80) VALUE "RecallReg.dat".
    01 WS-Recall-Reg-Status PIC XX.
      88 Recall-Reg-Opened-OK VALUE "00".
      88 Recall-Reg-Not-Found VALUE "35".

    01 WS-Feed-Control-Path PIC X(80) VALUE "FeedControl.dat".
    01 WS-Feed-Control-Status PIC XX.
      88 Feed-Control-Opened-OK VALUE "00".
    01 WS-Last-Generation PIC 9(4) VALUE 0.
    01 WS-Feed-Control-Exists-Flag PIC A VALUE "N".
      88 Feed-Control-Exists VALUE "Y".

    01 WS-Trans-Master-Path PIC X(80) VALUE "TransMaster.dat".
    01 WS-Trans-Master-Status PIC XX.
      88 Trans-Master-Opened-OK VALUE "00".

    01 WS-Recall-Report-Path PIC X(80) VALUE "RecallReport.txt".
    01 WS-Recall-Report-Status PIC XX.

    *> The generation being recalled, as keyed on SC-Recall-Key.
    01 WS-Recall-Feed PIC X(8) VALUE SPACES.
    01 WS-Recall-Gen-X PIC X(4) VALUE SPACES.
    01 WS-Recall-Gen REDEFINES WS-Recall-Gen-X PIC 9(4).
    01 WS-Recall-Back-Flag PIC A VALUE "N".
      88 Recall-Back VALUE "Y".
    01 WS-Recall-Confirm PIC A VALUE SPACES.
      88 Recall-Confirmed VALUE "Y" "y".
    01 WS-Recall-Result-Label PIC X(60) VALUE SPACES.

    *> What the generation carried, and what the recall did with it.
    01 WS-Recall-Postings PIC 9(7) VALUE 0.
    01 WS-Recall-Posted PIC 9(7) VALUE 0.
    01 WS-Recall-Waiting PIC 9(7) VALUE 0.
    01 WS-Recall-Net PIC S9(11)V99 VALUE 0.
    01 WS-Recall-Reversed PIC 9(7) VALUE 0.
    01 WS-Recall-Cancelled PIC 9(7) VALUE 0.
    01 WS-Recall-Failed PIC 9(7) VALUE 0.

    *> The register's raw amount bytes, read back as a number.
    01 WS-Posting-Amount-X PIC X(11) VALUE SPACES.
    01 WS-Posting-Amount REDEFINES WS-Posting-Amount-X
      PIC S9(9)V99.
    01 WS-Posting-Value-Date PIC X(8) VALUE SPACES.
    01 WS-Posting-Outcome PIC X(13) VALUE SPACES.
    01 WS-Posting-Failed-Flag PIC A VALUE "N".
      88 Posting-Failed VALUE "Y".
    01 WS-Today PIC X(8) VALUE SPACES.

    *> The original posting, rebuilt from the register row - handed
    *> to the reversal path, and the journal's before image.
    COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==RCO==.
    01 WS-Reversal-Result PIC X(1) VALUE SPACE.

    *> The contra as the reversal path writes it - the journal's
    *> after image.
    COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==RCC==.

    01 WS-Journal-Action PIC X(2) VALUE "RC".
    01 WS-Journal-Before PIC X(41) VALUE SPACES.
    01 WS-Journal-After PIC X(41) VALUE SPACES.
    01 WS-Journal-Master PIC X(40) VALUE "TransMaster.dat".

    *> One page of the generation's postings.
    01 WS-Recall-Lines.
      05 WS-Recall-Line OCCURS 15 TIMES PIC X(70).
    01 WS-Recall-Detail.
      05 RLD-Key PIC X(10).
      05 FILLER PIC X(1) VALUE SPACES.
      05 RLD-Date PIC X(8).
      05 FILLER PIC X(1) VALUE SPACES.
      05 RLD-Value-Date PIC X(8).
      05 FILLER PIC X(1) VALUE SPACES.
      05 RLD-Amount PIC -ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(1) VALUE SPACES.
      05 RLD-Currency PIC X(3).
      05 FILLER PIC X(1) VALUE SPACES.
      05 RLD-State PIC X(9).
    01 WS-Recall-Idx PIC 99 VALUE 0.
    01 WS-Recall-Stop PIC A VALUE SPACES.

    01 WS-Report-Title.
      05 FILLER PIC X(18) VALUE "Feed Recall - feed".
      05 FILLER PIC X(1) VALUE SPACES.
      05 RPT-Feed PIC X(8).
      05 FILLER PIC X(12) VALUE " generation ".
      05 RPT-Gen PIC X(4).
      05 FILLER PIC X(10) VALUE ", run date".
      05 FILLER PIC X(1) VALUE SPACES.
      05 RPT-Date PIC X(8).
      05 FILLER PIC X(14) VALUE ", approved by ".
      05 RPT-Operator PIC X(8).
    01 WS-Report-Heading.
      05 FILLER PIC X(12) VALUE "Key".
      05 FILLER PIC X(10) VALUE "Date".
      05 FILLER PIC X(10) VALUE "Value".
      05 FILLER PIC X(19) VALUE "Amount".
      05 FILLER PIC X(5) VALUE "Cur".
      05 FILLER PIC X(13) VALUE "Outcome".
    01 WS-Report-Detail.
      05 RPD-Key PIC X(10).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RPD-Date PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RPD-Value-Date PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RPD-Amount PIC Z,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(2) VALUE SPACES.
      05 RPD-Currency PIC X(3).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RPD-Outcome PIC X(13).
    01 WS-Report-Total.
      05 FILLER PIC X(12) VALUE SPACES.
      05 RPS-Label PIC X(30).
      05 RPS-Count PIC ZZZ,ZZ9.
    01 WS-Report-Amount-Total.
      05 FILLER PIC X(12) VALUE SPACES.
      05 RPA-Label PIC X(30).
      05 RPA-Amount PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

    *> Elapsed/run-history row.
    01 WS-Start-Seconds PIC 9(5)V99.
    01 WS-End-Seconds PIC 9(5)V99.
    01 WS-Elapsed-Seconds PIC 9(5)V99.
    01 WS-RH-Function PIC X(8) VALUE "RECALL".
    01 WS-RH-End-Status PIC X(4) VALUE SPACES.

    01 WS-Audit-Reversed PIC Z(6)9.
    01 WS-Audit-Cancelled PIC Z(6)9.
    01 WS-Audit-Failed PIC Z(6)9.
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
    COPY "RecallScr.cpy". *> Feed Recall screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  RecallMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Feed Recall selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> Re-defaulted every invocation, then qualified - a recall backs
    *> out one company's feed, and its contras must land in THAT
    *> company's adjustment extract.
    MOVE "PostedReg.dat" TO WS-Posted-Reg-Path.
    MOVE "FwdWarehouse.dat" TO WS-Fwd-Warehouse-Path.
    MOVE "RecallReg.dat" TO WS-Recall-Reg-Path.
    MOVE "TransMaster.dat" TO WS-Trans-Master-Path.
    MOVE "RecallReport.txt" TO WS-Recall-Report-Path.
    CALL "ResolveDataPath" USING WS-Posted-Reg-Path.
    CALL "ResolveDataPath" USING WS-Fwd-Warehouse-Path.
    CALL "ResolveDataPath" USING WS-Recall-Reg-Path.
    CALL "ResolveDataPath" USING WS-Trans-Master-Path.
    CALL "ResolveDataPath" USING WS-Recall-Report-Path.
    MOVE WS-Trans-Master-Path(1:40) TO WS-Journal-Master.

    OPEN I-O Posted-Reg-File.
    IF NOT Posted-Reg-Opened-OK THEN
      MOVE "No posted register yet - nothing has posted to recall."
        TO WS-Recall-Result-Label
      DISPLAY SC-Recall-Result
      ACCEPT OMITTED
      GOBACK
    END-IF.

    *> No warehouse just means nothing has ever waited for a value
    *> date - every posting found has gone live.
    MOVE "N" TO WS-Fwd-Missing-Flag.
    OPEN I-O Fwd-Warehouse-File.
    IF NOT Fwd-Warehouse-Opened-OK THEN
      MOVE "Y" TO WS-Fwd-Missing-Flag
    END-IF.

    *> OPEN I-O fails with "35" when a file doesn't exist yet -
    *> create it empty then.
    OPEN I-O Recall-Reg-File.
    IF Recall-Reg-Not-Found THEN
      OPEN OUTPUT Recall-Reg-File
      CLOSE Recall-Reg-File
      OPEN I-O Recall-Reg-File
    END-IF.

    MOVE "N" TO WS-Recall-Back-Flag.
    PERFORM Recall-Loop UNTIL Recall-Back.

    CLOSE Posted-Reg-File.
    IF NOT Fwd-Warehouse-Missing THEN
      CLOSE Fwd-Warehouse-File
    END-IF.
    CLOSE Recall-Reg-File.

    GOBACK.

  *> One feed generation: picked, listed, approved and backed out.
  Recall-Loop.
    MOVE SPACES TO WS-Recall-Feed.
    MOVE 0 TO WS-Recall-Gen.
    MOVE SPACES TO WS-Recall-Result-Label.
    DISPLAY SC-Recall-Key.
    ACCEPT SC-Recall-Key.
    IF WS-Recall-Feed = SPACES THEN
      MOVE "Y" TO WS-Recall-Back-Flag
      EXIT PARAGRAPH
    END-IF.

    PERFORM Select-Generation.
    IF WS-Recall-Result-Label NOT = SPACES THEN
      DISPLAY SC-Recall-Result
      ACCEPT OMITTED
    END-IF.

  *> Checks the generation can be recalled, shows the supervisor
  *> every posting it carried and, once approved, backs it out.
  Select-Generation.
    MOVE WS-Recall-Feed TO RCL-Feed.
    MOVE WS-Recall-Gen-X TO RCL-Generation.
    READ Recall-Reg-File
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        STRING
          "Already recalled on " DELIMITED BY SIZE
          RCL-Stamp(1:8) DELIMITED BY SIZE
          " by " DELIMITED BY SIZE
          FUNCTION TRIM(RCL-By) DELIMITED BY SIZE
          "." DELIMITED BY SIZE
          INTO WS-Recall-Result-Label
        END-STRING
        EXIT PARAGRAPH
    END-READ.

    PERFORM Read-Feed-Control.
    IF Feed-Control-Exists
      AND WS-Recall-Gen > WS-Last-Generation THEN
      STRING
        "Generation " DELIMITED BY SIZE
        WS-Recall-Gen-X DELIMITED BY SIZE
        " never went live (last processed " DELIMITED BY SIZE
        WS-Last-Generation DELIMITED BY SIZE
        ")." DELIMITED BY SIZE
        INTO WS-Recall-Result-Label
      END-STRING
      EXIT PARAGRAPH
    END-IF.

    PERFORM Count-Generation-Postings.
    IF WS-Recall-Postings = 0 THEN
      MOVE "No postings on the register for that feed and generation."
        TO WS-Recall-Result-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM List-Generation-Postings.

    MOVE SPACES TO WS-Recall-Confirm.
    DISPLAY SC-Recall-Confirm.
    ACCEPT SC-Recall-Confirm.
    IF NOT Recall-Confirmed THEN
      MOVE "Recall abandoned - nothing generated."
        TO WS-Recall-Result-Label
      EXIT PARAGRAPH
    END-IF.

    PERFORM Apply-Recall.

  *> The feed's last processed generation, off the control file
  *> Sort 'n' Report keeps for it - the unnamed feed's is the plain
  *> FeedControl.dat, a named feed's carries its name.
  Read-Feed-Control.
    MOVE SPACES TO WS-Feed-Control-Path.
    IF WS-Recall-Feed = "DEFAULT" THEN
      MOVE "FeedControl.dat" TO WS-Feed-Control-Path
    ELSE
      STRING
        "FeedControl." DELIMITED BY SIZE
        FUNCTION TRIM(WS-Recall-Feed) DELIMITED BY SIZE
        ".dat" DELIMITED BY SIZE
        INTO WS-Feed-Control-Path
      END-STRING
    END-IF.
    CALL "ResolveDataPath" USING WS-Feed-Control-Path.

    MOVE "N" TO WS-Feed-Control-Exists-Flag.
    MOVE 0 TO WS-Last-Generation.
    OPEN INPUT Feed-Control-File.
    IF NOT Feed-Control-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    READ Feed-Control-File
      AT END
        CONTINUE
      NOT AT END
        IF FC-Last-Generation NUMERIC THEN
          MOVE FC-Last-Generation TO WS-Last-Generation
          MOVE "Y" TO WS-Feed-Control-Exists-Flag
        END-IF
    END-READ.
    CLOSE Feed-Control-File.

  *> Positions the posted register at its first row.
  Start-Posted-Register.
    MOVE LOW-VALUES TO PR-Reg-Key.
    START Posted-Reg-File KEY IS NOT LESS THAN PR-Reg-Key
      INVALID KEY
        MOVE "Y" TO WS-Posted-At-End-Flag
      NOT INVALID KEY
        MOVE "N" TO WS-Posted-At-End-Flag
    END-START.

  *> Reads the register forward to the generation's next row, or
  *> to the end.
  Read-Next-Generation-Row.
    MOVE "N" TO WS-Waiting-Found-Flag.
    PERFORM UNTIL Posted-At-End
      READ Posted-Reg-File NEXT
        AT END
          MOVE "Y" TO WS-Posted-At-End-Flag
        NOT AT END
          IF PR-Feed = WS-Recall-Feed
            AND PR-Generation = WS-Recall-Gen-X THEN
            PERFORM Settle-Posting-Fields
            EXIT PERFORM
          END-IF
      END-READ
    END-PERFORM.

  *> The current register row's amount and value date, and whether
  *> it is still waiting in the warehouse rather than posted.
  Settle-Posting-Fields.
    MOVE PR-Amount-X TO WS-Posting-Amount-X.
    IF WS-Posting-Amount NOT NUMERIC THEN
      MOVE 0 TO WS-Posting-Amount
    END-IF.
    MOVE PR-Value-Date TO WS-Posting-Value-Date.
    PERFORM Find-Waiting-Item.

  *> Looks for the posting's warehouse item among those sharing its
  *> value date - same key, date, amount and feed, still waiting.
  Find-Waiting-Item.
    MOVE "N" TO WS-Waiting-Found-Flag.
    IF Fwd-Warehouse-Missing THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Posting-Value-Date TO FW-Value-Date.
    START Fwd-Warehouse-File KEY IS = FW-Value-Date
      INVALID KEY
        EXIT PARAGRAPH
    END-START.
    MOVE "N" TO WS-Fwd-At-End-Flag.
    PERFORM UNTIL Fwd-At-End OR Waiting-Item-Found
      READ Fwd-Warehouse-File NEXT
        AT END
          MOVE "Y" TO WS-Fwd-At-End-Flag
        NOT AT END
          IF FW-Value-Date NOT = WS-Posting-Value-Date THEN
            MOVE "Y" TO WS-Fwd-At-End-Flag
          ELSE
            IF FW-State = "W" AND FW-Feed = WS-Recall-Feed
              AND FW-Key = PR-Key AND FW-Date = PR-Date
              AND FW-Amount = WS-Posting-Amount THEN
              MOVE "Y" TO WS-Waiting-Found-Flag
            END-IF
          END-IF
      END-READ
    END-PERFORM.

  *> First pass - how many postings, split posted / still waiting,
  *> and their net, for the approval screen.
  Count-Generation-Postings.
    MOVE 0 TO WS-Recall-Postings.
    MOVE 0 TO WS-Recall-Posted.
    MOVE 0 TO WS-Recall-Waiting.
    MOVE 0 TO WS-Recall-Net.
    PERFORM Start-Posted-Register.
    PERFORM Read-Next-Generation-Row.
    PERFORM UNTIL Posted-At-End
      ADD 1 TO WS-Recall-Postings
      ADD WS-Posting-Amount TO WS-Recall-Net
      IF Waiting-Item-Found THEN
        ADD 1 TO WS-Recall-Waiting
      ELSE
        ADD 1 TO WS-Recall-Posted
      END-IF
      PERFORM Read-Next-Generation-Row
    END-PERFORM.

  *> Every posting the generation carried, a page at a time.
  List-Generation-Postings.
    MOVE SPACES TO WS-Recall-Stop.
    PERFORM Start-Posted-Register.
    PERFORM UNTIL Posted-At-End
      OR WS-Recall-Stop = "N" OR WS-Recall-Stop = "n"
      PERFORM Load-Recall-Page
      IF WS-Recall-Idx = 0 THEN
        EXIT PERFORM
      END-IF
      DISPLAY SC-Recall-List
      IF Posted-At-End THEN
        ACCEPT OMITTED
      ELSE
        ACCEPT SC-Recall-List
      END-IF
    END-PERFORM.

  *> Up to a page of the generation's postings.
  Load-Recall-Page.
    MOVE SPACES TO WS-Recall-Lines.
    MOVE 0 TO WS-Recall-Idx.
    PERFORM UNTIL Posted-At-End OR WS-Recall-Idx >= 15
      PERFORM Read-Next-Generation-Row
      IF NOT Posted-At-End THEN
        ADD 1 TO WS-Recall-Idx
        MOVE PR-Key TO RLD-Key
        MOVE PR-Date TO RLD-Date
        MOVE WS-Posting-Value-Date TO RLD-Value-Date
        MOVE WS-Posting-Amount TO RLD-Amount
        IF Waiting-Item-Found THEN
          MOVE FW-Currency TO RLD-Currency
          MOVE "WAITING" TO RLD-State
        ELSE
          MOVE SPACES TO RLD-Currency
          MOVE "POSTED" TO RLD-State
        END-IF
        MOVE WS-Recall-Detail TO WS-Recall-Line(WS-Recall-Idx)
      END-IF
    END-PERFORM.

  *> Backs the whole generation out in one pass: a contra on the
  *> adjustment extract for each posting that went live, a cancel
  *> for each item still in the warehouse, each journalled, and the
  *> register row withdrawn. The generation then goes on the recall
  *> register whatever happened, so it can never post again - a
  *> contra the extract would not take is reported for reversal by
  *> hand rather than risk a second contra off a rerun recall.
  Apply-Recall.
    MOVE 0 TO WS-Recall-Reversed.
    MOVE 0 TO WS-Recall-Cancelled.
    MOVE 0 TO WS-Recall-Failed.
    MOVE 0 TO WS-Recall-Postings.
    MOVE 0 TO WS-Recall-Net.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-Start-Seconds.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.

    OPEN OUTPUT Recall-Report-File.
    MOVE WS-Recall-Feed TO RPT-Feed.
    MOVE WS-Recall-Gen-X TO RPT-Gen.
    MOVE WS-Today TO RPT-Date.
    MOVE LK-Operator-ID TO RPT-Operator.
    MOVE WS-Report-Title TO RP-Line.
    WRITE RP-Line.
    MOVE SPACES TO RP-Line.
    WRITE RP-Line.
    MOVE WS-Report-Heading TO RP-Line.
    WRITE RP-Line.

    OPEN INPUT Trans-Master-File.

    PERFORM Start-Posted-Register.
    PERFORM Read-Next-Generation-Row.
    PERFORM UNTIL Posted-At-End
      ADD 1 TO WS-Recall-Postings
      ADD WS-Posting-Amount TO WS-Recall-Net
      MOVE "N" TO WS-Posting-Failed-Flag
      IF Waiting-Item-Found THEN
        PERFORM Cancel-Waiting-Item
      ELSE
        PERFORM Reverse-Posted-Item
      END-IF
      PERFORM Write-Recall-Detail
      IF NOT Posting-Failed THEN
        DELETE Posted-Reg-File
          INVALID KEY
            CONTINUE
        END-DELETE
      END-IF
      PERFORM Read-Next-Generation-Row
    END-PERFORM.

    IF Trans-Master-Opened-OK THEN
      CLOSE Trans-Master-File
    END-IF.

    MOVE SPACES TO RP-Line.
    WRITE RP-Line.
    MOVE "Postings recalled:" TO RPS-Label.
    MOVE WS-Recall-Postings TO RPS-Count.
    MOVE WS-Report-Total TO RP-Line.
    WRITE RP-Line.
    MOVE "Contras raised:" TO RPS-Label.
    MOVE WS-Recall-Reversed TO RPS-Count.
    MOVE WS-Report-Total TO RP-Line.
    WRITE RP-Line.
    MOVE "Warehouse items cancelled:" TO RPS-Label.
    MOVE WS-Recall-Cancelled TO RPS-Count.
    MOVE WS-Report-Total TO RP-Line.
    WRITE RP-Line.
    MOVE "FAILED (back out by hand):" TO RPS-Label.
    MOVE WS-Recall-Failed TO RPS-Count.
    MOVE WS-Report-Total TO RP-Line.
    WRITE RP-Line.
    MOVE "Net amount recalled:" TO RPA-Label.
    MOVE WS-Recall-Net TO RPA-Amount.
    MOVE WS-Report-Amount-Total TO RP-Line.
    WRITE RP-Line.
    CLOSE Recall-Report-File.

    PERFORM Register-Recall.

    MOVE WS-Recall-Reversed TO WS-Audit-Reversed.
    MOVE WS-Recall-Cancelled TO WS-Audit-Cancelled.
    MOVE WS-Recall-Failed TO WS-Audit-Failed.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "FEED RECALL " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Recall-Feed) DELIMITED BY SIZE
      " gen " DELIMITED BY SIZE
      WS-Recall-Gen-X DELIMITED BY SIZE
      " by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      ": " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Reversed) DELIMITED BY SIZE
      " contra(s), " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Cancelled) DELIMITED BY SIZE
      " cancelled, " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Audit-Failed) DELIMITED BY SIZE
      " failed" DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-End-Seconds.
    COMPUTE WS-Elapsed-Seconds =
      WS-End-Seconds - WS-Start-Seconds.
    IF WS-Elapsed-Seconds < 0 THEN
      MOVE 0 TO WS-Elapsed-Seconds
    END-IF.

    MOVE "INF" TO WS-Log-Level.
    MOVE "OK" TO WS-RH-End-Status.
    IF WS-Recall-Failed > 0 THEN
      MOVE "WARN" TO WS-Log-Level
      MOVE "WARN" TO WS-RH-End-Status
    END-IF.
    MOVE WS-Audit-Message TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    CALL "WriteRunHistory" USING WS-RH-Function WS-Recall-Postings
      WS-Recall-Reversed WS-Recall-Cancelled WS-Recall-Failed
      WS-Elapsed-Seconds WS-RH-End-Status LK-Run-ID LK-Terminal-ID
      LK-Operator-ID.

    IF WS-Recall-Failed > 0 THEN
      MOVE "Some contras FAILED - see the report, reverse by hand."
        TO WS-Recall-Result-Label
    ELSE
      MOVE "Generation recalled - it will be refused if resubmitted."
        TO WS-Recall-Result-Label
    END-IF.
    DISPLAY SC-Recall-Done.
    ACCEPT OMITTED.
    MOVE SPACES TO WS-Recall-Result-Label.

  *> A posting that went live: its image goes down the shared
  *> reversal path, and the pair is journalled.
  Reverse-Posted-Item.
    MOVE PR-Key TO RCO-Key.
    MOVE PR-Date TO RCO-Date.
    MOVE WS-Posting-Amount TO RCO-Amount.
    MOVE SPACE TO RCO-Status.
    MOVE "GBP" TO RCO-Currency.
    MOVE WS-Posting-Value-Date TO RCO-Value-Date.
    IF Trans-Master-Opened-OK THEN
      MOVE PR-Key TO TM-Key
      READ Trans-Master-File
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          IF TM-Currency NOT = SPACES THEN
            MOVE TM-Currency TO RCO-Currency
          END-IF
      END-READ
    END-IF.

    CALL "WriteReversal" USING RCO-Record LK-Run-ID LK-Terminal-ID
      LK-Operator-ID WS-Reversal-Result.
    IF WS-Reversal-Result NOT = "Y" THEN
      ADD 1 TO WS-Recall-Failed
      MOVE "Y" TO WS-Posting-Failed-Flag
      MOVE "CONTRA FAILED" TO WS-Posting-Outcome
      EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-Recall-Reversed.
    MOVE "CONTRA RAISED" TO WS-Posting-Outcome.

    MOVE RCO-Key TO RCC-Key.
    MOVE WS-Today TO RCC-Date.
    COMPUTE RCC-Amount = 0 - RCO-Amount.
    MOVE "R" TO RCC-Status.
    MOVE RCO-Currency TO RCC-Currency.
    MOVE WS-Today TO RCC-Value-Date.
    MOVE RCO-Record TO WS-Journal-Before.
    MOVE RCC-Record TO WS-Journal-After.
    CALL "WriteTMJournal" USING WS-Journal-Action
      WS-Journal-Before WS-Journal-After WS-Journal-Master
      LK-Run-ID LK-Operator-ID.

  *> An item still waiting for its value date never posted - it is
  *> cancelled in the warehouse as FwdMaint would, and journalled
  *> with nothing on the after side.
  Cancel-Waiting-Item.
    MOVE "C" TO FW-State.
    MOVE LK-Operator-ID TO FW-Changed-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO FW-Changed-Stamp.
    REWRITE FW-Record
      INVALID KEY
        ADD 1 TO WS-Recall-Failed
        MOVE "Y" TO WS-Posting-Failed-Flag
        MOVE "CANCEL FAILED" TO WS-Posting-Outcome
        EXIT PARAGRAPH
    END-REWRITE.
    ADD 1 TO WS-Recall-Cancelled.
    MOVE "CANCELLED" TO WS-Posting-Outcome.

    MOVE FW-Item TO WS-Journal-Before.
    MOVE SPACES TO WS-Journal-After.
    CALL "WriteTMJournal" USING WS-Journal-Action
      WS-Journal-Before WS-Journal-After WS-Journal-Master
      LK-Run-ID LK-Operator-ID.

  *> One posting onto the recall report.
  Write-Recall-Detail.
    MOVE PR-Key TO RPD-Key.
    MOVE PR-Date TO RPD-Date.
    MOVE WS-Posting-Value-Date TO RPD-Value-Date.
    MOVE WS-Posting-Amount TO RPD-Amount.
    IF Waiting-Item-Found THEN
      MOVE FW-Currency TO RPD-Currency
    ELSE
      MOVE RCO-Currency TO RPD-Currency
    END-IF.
    MOVE WS-Posting-Outcome TO RPD-Outcome.
    MOVE WS-Report-Detail TO RP-Line.
    WRITE RP-Line.

  *> Puts the generation on the recall register, which is what the
  *> handshake refuses a resubmission on.
  Register-Recall.
    MOVE WS-Recall-Feed TO RCL-Feed.
    MOVE WS-Recall-Gen-X TO RCL-Generation.
    MOVE WS-Recall-Postings TO RCL-Postings.
    MOVE WS-Recall-Reversed TO RCL-Reversed.
    MOVE WS-Recall-Cancelled TO RCL-Cancelled.
    MOVE WS-Recall-Failed TO RCL-Failed.
    MOVE WS-Recall-Net TO RCL-Net-Amount.
    MOVE LK-Operator-ID TO RCL-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO RCL-Stamp.
    MOVE LK-Run-ID TO RCL-Run.
    WRITE RCL-Record
      INVALID KEY
        REWRITE RCL-Record
          INVALID KEY
            CONTINUE
        END-REWRITE
    END-WRITE.

END PROGRAM Recall.
