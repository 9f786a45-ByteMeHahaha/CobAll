      RECORD KEY IS AC-Key
      FILE STATUS WS-Acct-Ref-Status.

      *> Posted-transaction history written by Sort 'n' Report - every
      *> line a live run posted, read here by key and date for a
      *> key's history over a range.
      SELECT Txn-Hist-File ASSIGN TO WS-Txn-Hist-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS LH-Hist-Key
      ALTERNATE RECORD KEY IS LH-Key-Date WITH DUPLICATES
      ALTERNATE RECORD KEY IS LH-Value-Date WITH DUPLICATES
      FILE STATUS WS-Txn-Hist-Status.

DATA DIVISION.
  FILE SECTION.
    FD Trans-Master-File.
    FD Acct-Ref-File.
      COPY "AcctRecord.cpy" REPLACING ==:PREFIX:== BY ==AC==.

    FD Txn-Hist-File.
      COPY "TxnHistRecord.cpy" REPLACING ==:PREFIX:== BY ==LH==.

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
      88 Trans-Master-Not-Found VALUE "35".

    *> Operator's inquiry: the key to look up and whether it's an
    *> exact keyed read, a browse forward from a partial key, a
    *> date-range browse on the alternate date key, or the key's
    *> posted lines off the history over a date range.
    01 WS-Inquiry-Key PIC X(10) VALUE SPACES.
    01 WS-Inquiry-Mode PIC 9 VALUE 1.
      88 Inquiry-Exact-Lookup VALUE 1.
      88 Inquiry-Browse-Forward VALUE 2.
      88 Inquiry-Browse-Dates VALUE 3.
      88 Inquiry-Key-History VALUE 4.
    01 WS-Inquiry-Date-Lo PIC X(8) VALUE SPACES.
    01 WS-Inquiry-Date-Hi PIC X(8) VALUE SPACES.
    01 WS-Inquiry-Again PIC A VALUE SPACES.
    01 WS-Inquiry-Currency PIC X(3) VALUE SPACES.
    01 WS-Inquiry-Not-Found-Label PIC X(50) VALUE SPACES.

    *> The key an exact lookup actually reads - the entered key, or
    *> the key it was moved to by an Account Re-key. The family is
    *> RekeyChain's answer (every key the account has carried).
    01 WS-Inquiry-Live-Key PIC X(10) VALUE SPACES.
    01 WS-Inquiry-Family.
      05 WS-Inquiry-Family-Count PIC 99.
      05 WS-Inquiry-Family-Key OCCURS 20 TIMES PIC X(10).

    *> Status code reference - tolerated missing (codes just show
    *> without a description then).
    01 WS-Status-Ref-Path PIC X(80) VALUE "StatusRef.dat".
    01 WS-Master-At-End-Flag PIC X VALUE "N".
      88 Master-At-End VALUE "Y".

    *> History page - the posted lines carry their value date, feed
    *> and generation as well, so they get a wider line of their own.
    *> Each key in the account's family is walked in turn, earliest
    *> first, off the key-and-date alternate key.
    01 WS-Txn-Hist-Path PIC X(80) VALUE "TxnHist.dat".
    01 WS-Txn-Hist-Status PIC XX.
      88 Txn-Hist-Opened-OK VALUE "00".
    01 WS-Hist-Lines.
      05 WS-Hist-Line OCCURS 10 TIMES PIC X(70).
    01 WS-Hist-Detail.
      05 HD-Key PIC X(10).
      05 FILLER PIC X(1) VALUE SPACES.
      05 HD-Date PIC X(10).
      05 FILLER PIC X(1) VALUE SPACES.
      05 HD-Value-Date PIC X(10).
      05 FILLER PIC X(1) VALUE SPACES.
      05 HD-Amount PIC Z,ZZZ,ZZZ,ZZ9.99-.
      05 FILLER PIC X(1) VALUE SPACES.
      05 HD-Status PIC X(1).
      05 FILLER PIC X(1) VALUE SPACES.
      05 HD-Feed PIC X(8).
      05 FILLER PIC X(1) VALUE SPACES.
      05 HD-Generation PIC X(4).
    01 WS-Hist-Walk-Key PIC X(10) VALUE SPACES.
    01 WS-Hist-Family-Idx PIC 99 VALUE 0.
    01 WS-Hist-Lines-Found PIC 9(5) VALUE 0.
    01 WS-Hist-Lines-Disp PIC ZZ,ZZ9.
    01 WS-Hist-At-End-Flag PIC A VALUE "N".
      88 Hist-At-End VALUE "Y".
    01 WS-Hist-Key-Done-Flag PIC A VALUE "N".
      88 Hist-Key-Done VALUE "Y".

    *> BranchAccess's verdict on a key against the operator's data
    *> scope - a direct lookup outside it is refused and audited; a
    *> browse just passes over other branches' rows.
    01 WS-Access-Point PIC X(20) VALUE "Transaction Inquiry".
    01 WS-Access-Silent PIC X(20) VALUE SPACES.
    01 WS-Access-Result PIC X VALUE "Y".
      88 Access-Permitted VALUE "Y".

    01 WS-Log-Level PIC A(4).
    01 WS-Log-Message PIC X(80).
    01 WS-Log-Write-Status PIC XX.
    *> Re-defaulted every invocation, then company-qualified.
    MOVE "TransMaster.dat" TO WS-Trans-Master-Path.
    CALL "ResolveDataPath" USING WS-Trans-Master-Path.
    MOVE "TxnHist.dat" TO WS-Txn-Hist-Path.
    CALL "ResolveDataPath" USING WS-Txn-Hist-Path.

    OPEN INPUT Trans-Master-File.

        PERFORM Browse-Date-Range
        DISPLAY SC-Trans-Inquiry-Result
        ACCEPT SC-Trans-Inquiry-Result
      WHEN Inquiry-Key-History
        PERFORM Browse-Key-History
        DISPLAY SC-Trans-Inquiry-Result
        ACCEPT SC-Trans-Inquiry-Result
      WHEN OTHER
        PERFORM Exact-Lookup
        DISPLAY SC-Trans-Inquiry-Result
    MOVE SPACES TO WS-Inquiry-Acct-Name.
    MOVE SPACES TO WS-Inquiry-Acct-Contact.

    *> A re-keyed account answers under the key it lives under now.
    CALL "RekeyChain" USING WS-Inquiry-Key WS-Inquiry-Live-Key
      WS-Inquiry-Family.
    IF WS-Inquiry-Live-Key NOT = WS-Inquiry-Key THEN
      STRING
        "(re-keyed - showing new key " DELIMITED BY SIZE
        WS-Inquiry-Live-Key DELIMITED BY SIZE
        ")" DELIMITED BY SIZE
        INTO WS-Inquiry-Not-Found-Label
      END-STRING
    END-IF.

    CALL "BranchAccess" USING WS-Inquiry-Live-Key WS-Access-Point
      LK-Run-ID LK-Operator-ID WS-Access-Result.
    IF NOT Access-Permitted THEN
      MOVE "(account is outside your permitted branches)"
        TO WS-Inquiry-Not-Found-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE WS-Inquiry-Live-Key TO TM-Key.
    READ Trans-Master-File
      INVALID KEY
        MOVE "(no record on file for that key)"
    MOVE SPACES TO WS-Inquiry-Acct-Name.
    MOVE SPACES TO WS-Inquiry-Acct-Contact.
    IF NOT Acct-Ref-Missing THEN
      MOVE WS-Inquiry-Live-Key TO AC-Key
      READ Acct-Ref-File
        INVALID KEY
          CONTINUE
  *> Fills the next page of up to 10 date-ordered lines via READ
  *> NEXT - the file position follows the date key after the START
  *> above, so rows arrive oldest date first. A row past the to-date
  *> ends the browse; rows outside the operator's scope are passed
  *> over.
  Load-Date-Browse-Page.
    MOVE SPACES TO WS-Browse-Lines.
    MOVE 0 TO WS-Browse-Idx.
        AT END
          MOVE "Y" TO WS-Master-At-End-Flag
        NOT AT END
          CALL "BranchAccess" USING TM-Key WS-Access-Silent
            LK-Run-ID LK-Operator-ID WS-Access-Result
          IF WS-Inquiry-Date-Hi NOT = SPACES
            AND TM-Date > WS-Inquiry-Date-Hi THEN
            MOVE "Y" TO WS-Master-At-End-Flag
          ELSE
            IF Access-Permitted THEN
              ADD 1 TO WS-Browse-Idx
              MOVE TM-Key TO BD-Key
              MOVE TM-Date TO WS-Unformatted-Date
              PERFORM FormatDateForDisplay
              MOVE WS-Formatted-Date TO BD-Date
              MOVE TM-Amount TO BD-Amount
              MOVE TM-Status TO BD-Status
              MOVE WS-Browse-Detail TO WS-Browse-Line(WS-Browse-Idx)
            END-IF
          END-IF
      END-READ
    END-PERFORM.

  *> One key's posted lines off the history, oldest first, between
  *> the dates (blank from = from the start, blank to = open-ended).
  *> Every key the account has carried is included - a re-keyed
  *> account's lines from before the move stay under the old key -
  *> so the page shows which key each line posted under. A key
  *> outside the operator's scope is refused and audited, as an
  *> exact lookup is.
  Browse-Key-History.
    MOVE SPACES TO WS-Inquiry-Not-Found-Label.
    MOVE 0 TO WS-Inquiry-Amount.
    MOVE SPACES TO WS-Inquiry-Date.
    MOVE SPACE TO WS-Inquiry-Status.
    MOVE SPACES TO WS-Inquiry-Status-Desc.
    MOVE SPACES TO WS-Inquiry-Currency.
    MOVE SPACES TO WS-Inquiry-Acct-Name.
    MOVE SPACES TO WS-Inquiry-Acct-Contact.
    MOVE SPACES TO WS-Browse-Stop.
    MOVE 0 TO WS-Hist-Lines-Found.

    CALL "RekeyChain" USING WS-Inquiry-Key WS-Inquiry-Live-Key
      WS-Inquiry-Family.
    CALL "BranchAccess" USING WS-Inquiry-Live-Key WS-Access-Point
      LK-Run-ID LK-Operator-ID WS-Access-Result.
    IF NOT Access-Permitted THEN
      MOVE "(account is outside your permitted branches)"
        TO WS-Inquiry-Not-Found-Label
      EXIT PARAGRAPH
    END-IF.
    PERFORM Lookup-Acct-Ref.

    OPEN INPUT Txn-Hist-File.
    IF NOT Txn-Hist-Opened-OK THEN
      MOVE "(no posting history on file yet)"
        TO WS-Inquiry-Not-Found-Label
      EXIT PARAGRAPH
    END-IF.

    *> The family comes back today's key first - walk it backwards.
    COMPUTE WS-Hist-Family-Idx = WS-Inquiry-Family-Count + 1.
    MOVE "N" TO WS-Hist-At-End-Flag.
    PERFORM Start-Next-History-Key.
    PERFORM UNTIL Hist-At-End
      OR WS-Browse-Stop = "N" OR WS-Browse-Stop = "n"
      PERFORM Load-History-Page
      IF WS-Browse-Idx > 0 THEN
        DISPLAY SC-Trans-Inquiry-History
        IF Hist-At-End THEN
          ACCEPT OMITTED
        ELSE
          ACCEPT SC-Trans-Inquiry-History
        END-IF
      END-IF
    END-PERFORM.
    CLOSE Txn-Hist-File.

    IF WS-Hist-Lines-Found = 0 THEN
      MOVE "(no posted lines for that key in that range)"
        TO WS-Inquiry-Not-Found-Label
    ELSE
      MOVE WS-Hist-Lines-Found TO WS-Hist-Lines-Disp
      STRING
        "(history complete - " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Hist-Lines-Disp) DELIMITED BY SIZE
        " posted line(s) shown)" DELIMITED BY SIZE
        INTO WS-Inquiry-Not-Found-Label
      END-STRING
    END-IF.

  *> Positions on the next family key's first line dated at or after
  *> the from-date; none left ends the walk.
  Start-Next-History-Key.
    IF WS-Hist-Family-Idx <= 1 THEN
      MOVE "Y" TO WS-Hist-At-End-Flag
      EXIT PARAGRAPH
    END-IF.
    SUBTRACT 1 FROM WS-Hist-Family-Idx.
    MOVE "N" TO WS-Hist-Key-Done-Flag.
    MOVE WS-Inquiry-Family-Key(WS-Hist-Family-Idx) TO WS-Hist-Walk-Key.
    MOVE WS-Hist-Walk-Key TO LH-Key.
    MOVE WS-Inquiry-Date-Lo TO LH-Date.
    START Txn-Hist-File KEY IS NOT < LH-Key-Date
      INVALID KEY
        MOVE "Y" TO WS-Hist-Key-Done-Flag
    END-START.

  *> Fills the next page of up to 10 history lines, rolling on to
  *> the next family key whenever one runs out.
  Load-History-Page.
    MOVE SPACES TO WS-Hist-Lines.
    MOVE 0 TO WS-Browse-Idx.
    PERFORM UNTIL Hist-At-End OR WS-Browse-Idx >= 10
      IF Hist-Key-Done THEN
        PERFORM Start-Next-History-Key
      ELSE
        PERFORM Read-Next-History-Line
      END-IF
    END-PERFORM.

  *> A line for another key, or dated past the to-date, ends this
  *> key's walk.
  Read-Next-History-Line.
    READ Txn-Hist-File NEXT
      AT END
        MOVE "Y" TO WS-Hist-Key-Done-Flag
        EXIT PARAGRAPH
    END-READ.
    IF LH-Key NOT = WS-Hist-Walk-Key THEN
      MOVE "Y" TO WS-Hist-Key-Done-Flag
      EXIT PARAGRAPH
    END-IF.
    IF WS-Inquiry-Date-Hi NOT = SPACES
      AND LH-Date > WS-Inquiry-Date-Hi THEN
      MOVE "Y" TO WS-Hist-Key-Done-Flag
      EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-Browse-Idx.
    ADD 1 TO WS-Hist-Lines-Found.
    MOVE LH-Key TO HD-Key.
    MOVE LH-Date TO WS-Unformatted-Date.
    PERFORM FormatDateForDisplay.
    MOVE WS-Formatted-Date TO HD-Date.
    MOVE LH-Value-Date TO WS-Unformatted-Date.
    PERFORM FormatDateForDisplay.
    MOVE WS-Formatted-Date TO HD-Value-Date.
    MOVE LH-Amount TO HD-Amount.
    MOVE LH-Status TO HD-Status.
    MOVE LH-Feed TO HD-Feed.
    MOVE LH-Generation TO HD-Generation.
    MOVE WS-Hist-Detail TO WS-Hist-Line(WS-Browse-Idx).

  *> Fills the next page of up to 10 browse lines via READ NEXT,
  *> passing over rows from branches outside the operator's scope.
  Load-Browse-Page.
    MOVE SPACES TO WS-Browse-Lines.
    MOVE 0 TO WS-Browse-Idx.
        AT END
          MOVE "Y" TO WS-Master-At-End-Flag
        NOT AT END
          CALL "BranchAccess" USING TM-Key WS-Access-Silent
            LK-Run-ID LK-Operator-ID WS-Access-Result
          IF Access-Permitted THEN
            ADD 1 TO WS-Browse-Idx
            MOVE TM-Key TO BD-Key
            MOVE TM-Date TO WS-Unformatted-Date
            PERFORM FormatDateForDisplay
            MOVE WS-Formatted-Date TO BD-Date
            MOVE TM-Amount TO BD-Amount
            MOVE TM-Status TO BD-Status
            MOVE WS-Browse-Detail TO WS-Browse-Line(WS-Browse-Idx)
          END-IF
      END-READ
    END-PERFORM.

