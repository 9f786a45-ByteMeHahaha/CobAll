IDENTIFICATION DIVISION.
  PROGRAM-ID. BranchKeyCheck.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Branch reference maintained by BranchMaint - the key's branch
      *> row says which check-digit scheme its account numbers carry.
      SELECT Branch-Ref-File ASSIGN TO WS-Branch-Ref-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS BR-Branch
      FILE STATUS WS-Branch-Ref-Status.

DATA DIVISION.
  FILE SECTION.
    FD Branch-Ref-File.
      COPY "BranchRecord.cpy" REPLACING ==:PREFIX:== BY ==BR==.

  WORKING-STORAGE SECTION.
    01 WS-Branch-Ref-Path PIC X(80) VALUE "BranchRef.dat".
    01 WS-Branch-Ref-Status PIC XX.
      88 Branch-Ref-Opened-OK VALUE "00".
    01 WS-Check-Expected PIC X(1) VALUE SPACE.

  *> Subroutine Parameters
  LINKAGE SECTION.
    01 LK-Key PIC X(10).
    *> The scheme the key was judged by - space when its branch has
    *> none (or is not on the reference yet).
    01 LK-Scheme PIC X(1).
    *> Y = the key passes, N = it fails its branch's check digit.
    01 LK-Result PIC X(1).

PROCEDURE DIVISION USING LK-Key LK-Scheme LK-Result.
  BranchKeyCheckMain.
    MOVE SPACE TO LK-Scheme.
    MOVE "Y" TO LK-Result.

    *> No reference, or a branch not on it, means no scheme to hold
    *> the key to - whether the branch should exist at all is the
    *> edit pass's question, not this one.
    OPEN INPUT Branch-Ref-File.
    IF NOT Branch-Ref-Opened-OK THEN
      GOBACK
    END-IF.
    MOVE LK-Key(1:4) TO BR-Branch.
    READ Branch-Ref-File
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE BR-Check-Scheme TO LK-Scheme
    END-READ.
    CLOSE Branch-Ref-File.

    CALL "CheckKeyDigit" USING LK-Scheme LK-Key LK-Result
      WS-Check-Expected.

    GOBACK.

END PROGRAM BranchKeyCheck.
