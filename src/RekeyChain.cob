IDENTIFICATION DIVISION.
  PROGRAM-ID. RekeyChain.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Re-key cross-reference written by the Account Re-key commit
      *> - old key to new, with the new key as an alternate so a
      *> key's predecessors can be walked back as well as forward.
      SELECT Rekey-Xref-File ASSIGN TO WS-Rekey-Xref-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS RX-Old-Key
      ALTERNATE RECORD KEY IS RX-New-Key WITH DUPLICATES
      FILE STATUS WS-Rekey-Xref-Status.

DATA DIVISION.
  FILE SECTION.
    FD Rekey-Xref-File.
      COPY "RekeyXrefRecord.cpy" REPLACING ==:PREFIX:== BY ==RX==.

  WORKING-STORAGE SECTION.
    01 WS-Rekey-Xref-Path PIC X(80) VALUE "RekeyXref.dat".
    01 WS-Rekey-Xref-Status PIC XX.
      88 Rekey-Xref-Opened-OK VALUE "00".
    01 WS-Chain-Hops PIC 99 VALUE 0.
    01 WS-Chain-Done-Flag PIC A VALUE "N".
      88 Chain-Done VALUE "Y".
    01 WS-Family-Idx PIC 99 VALUE 0.
    01 WS-Family-Scan PIC 99 VALUE 0.
    01 WS-Family-Seen-Flag PIC A VALUE "N".
      88 Family-Key-Seen VALUE "Y".
    01 WS-Family-Probe PIC X(10) VALUE SPACES.

  *> Subroutine Parameters
  LINKAGE SECTION.
    *> The key as keyed, and the key it lives under today (the same
    *> key when it was never moved).
    01 LK-Key PIC X(10).
    01 LK-Final-Key PIC X(10).
    *> Every key the account has ever carried, today's first - the
    *> caller's copy must match this layout.
    01 LK-Family.
      05 LK-Family-Count PIC 99.
      05 LK-Family-Key OCCURS 20 TIMES PIC X(10).

PROCEDURE DIVISION USING LK-Key LK-Final-Key LK-Family.
  RekeyChainMain.
    MOVE LK-Key TO LK-Final-Key.
    MOVE SPACES TO LK-Family.
    MOVE 1 TO LK-Family-Count.
    MOVE LK-Key TO LK-Family-Key(1).

    *> Re-defaulted every call, then qualified like the masters the
    *> keys belong to. No cross-reference means nothing was ever
    *> re-keyed - the key is its own answer.
    MOVE "RekeyXref.dat" TO WS-Rekey-Xref-Path.
    CALL "ResolveDataPath" USING WS-Rekey-Xref-Path.
    OPEN INPUT Rekey-Xref-File.
    IF NOT Rekey-Xref-Opened-OK THEN
      GOBACK
    END-IF.

    PERFORM Follow-Forward.

    MOVE 1 TO LK-Family-Count.
    MOVE LK-Final-Key TO LK-Family-Key(1).
    MOVE 1 TO WS-Family-Idx.
    PERFORM Collect-Predecessors
      UNTIL WS-Family-Idx > LK-Family-Count.

    CLOSE Rekey-Xref-File.
    GOBACK.

  *> Old key to new, as often as the account has moved - a key moved
  *> twice answers with the latest. The hop limit guards a chain the
  *> commit's checks should never have let loop.
  Follow-Forward.
    MOVE 0 TO WS-Chain-Hops.
    MOVE "N" TO WS-Chain-Done-Flag.
    PERFORM UNTIL Chain-Done OR WS-Chain-Hops >= 20
      MOVE LK-Final-Key TO RX-Old-Key
      READ Rekey-Xref-File KEY IS RX-Old-Key
        INVALID KEY
          MOVE "Y" TO WS-Chain-Done-Flag
        NOT INVALID KEY
          MOVE RX-New-Key TO LK-Final-Key
          ADD 1 TO WS-Chain-Hops
      END-READ
    END-PERFORM.

  *> Every key re-keyed INTO one family member joins the family - so
  *> an account that absorbed two old keys shows all their history.
  Collect-Predecessors.
    MOVE LK-Family-Key(WS-Family-Idx) TO RX-New-Key.
    START Rekey-Xref-File KEY IS = RX-New-Key
      INVALID KEY
        ADD 1 TO WS-Family-Idx
        EXIT PARAGRAPH
    END-START.
    MOVE "N" TO WS-Chain-Done-Flag.
    PERFORM UNTIL Chain-Done
      READ Rekey-Xref-File NEXT
        AT END
          MOVE "Y" TO WS-Chain-Done-Flag
        NOT AT END
          IF RX-New-Key NOT = LK-Family-Key(WS-Family-Idx) THEN
            MOVE "Y" TO WS-Chain-Done-Flag
          ELSE
            MOVE RX-Old-Key TO WS-Family-Probe
            PERFORM Add-Family-Key
          END-IF
      END-READ
    END-PERFORM.
    ADD 1 TO WS-Family-Idx.

  Add-Family-Key.
    MOVE "N" TO WS-Family-Seen-Flag.
    PERFORM VARYING WS-Family-Scan FROM 1 BY 1
      UNTIL WS-Family-Scan > LK-Family-Count
      IF LK-Family-Key(WS-Family-Scan) = WS-Family-Probe THEN
        MOVE "Y" TO WS-Family-Seen-Flag
      END-IF
    END-PERFORM.
    IF NOT Family-Key-Seen AND LK-Family-Count < 20 THEN
      ADD 1 TO LK-Family-Count
      MOVE WS-Family-Probe TO LK-Family-Key(LK-Family-Count)
    END-IF.

END PROGRAM RekeyChain.
