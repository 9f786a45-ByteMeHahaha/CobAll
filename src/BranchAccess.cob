IDENTIFICATION DIVISION.
  PROGRAM-ID. BranchAccess.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Branch reference maintained by BranchMaint - the key's branch
      *> row says which region it reports into, for profiles scoped
      *> by region rather than by branch.
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
    *> The logged-in operator's data scope, loaded off the profile by
    *> LoginScreen - blank for head-office profiles and in batch,
    *> which see every branch.
    01 WS-Operator-Scope EXTERNAL.
      05 WS-Scope-Branches PIC X(40).
      05 WS-Scope-Region OCCURS 3 TIMES PIC X(10).

    01 WS-Branch-Ref-Path PIC X(80) VALUE "BranchRef.dat".
    01 WS-Branch-Ref-Status PIC XX.
      88 Branch-Ref-Opened-OK VALUE "00".

    *> The scope's branch list, split out of the space-separated
    *> profile field.
    01 WS-Scope-Branch-List.
      05 WS-Scope-Branch OCCURS 8 TIMES PIC X(4).
    01 WS-Scope-Idx PIC 99 VALUE 0.

    *> Last answer given - reports ask the same branch row after row,
    *> so the reference is only read when the branch (or the scope,
    *> after a fresh login) changes.
    01 WS-Cached-Scope PIC X(70) VALUE SPACES.
    01 WS-Cached-Branch PIC X(4) VALUE SPACES.
    01 WS-Cached-Result PIC X(1) VALUE SPACE.

    01 WS-Audit-Message PIC X(80).

  *> Subroutine Parameters
  LINKAGE SECTION.
    01 LK-Key PIC X(10).
    *> Where the access was attempted (e.g. "Transaction Inquiry") -
    *> a refusal there is written to the audit trail. Spaces ask the
    *> question silently, for the reports that filter row by row and
    *> audit one summary line of their own.
    01 LK-Access-Point PIC X(20).
    01 LK-Run-ID PIC X(14).
    01 LK-Operator-ID PIC X(8).
    *> Y = the key's branch is within the operator's scope, N = not.
    01 LK-Result PIC X(1).

PROCEDURE DIVISION USING LK-Key LK-Access-Point LK-Run-ID
  LK-Operator-ID LK-Result.
  BranchAccessMain.
    MOVE "Y" TO LK-Result.

    *> Head office - no branch or region on the profile.
    IF WS-Operator-Scope = SPACES THEN
      GOBACK
    END-IF.

    IF WS-Operator-Scope = WS-Cached-Scope
      AND LK-Key(1:4) = WS-Cached-Branch THEN
      MOVE WS-Cached-Result TO LK-Result
    ELSE
      PERFORM Judge-Branch
      MOVE WS-Operator-Scope TO WS-Cached-Scope
      MOVE LK-Key(1:4) TO WS-Cached-Branch
      MOVE LK-Result TO WS-Cached-Result
    END-IF.

    IF LK-Result = "N" AND LK-Access-Point NOT = SPACES THEN
      MOVE SPACES TO WS-Audit-Message
      STRING
        "Branch access REFUSED for " DELIMITED BY SIZE
        FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
        " key=" DELIMITED BY SIZE
        LK-Key DELIMITED BY SIZE
        " at " DELIMITED BY SIZE
        FUNCTION TRIM(LK-Access-Point) DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
      CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-IF.

    GOBACK.

  *> The branch is in scope when it is on the profile's branch list,
  *> or the reference puts it in one of the profile's regions. A
  *> branch not on the reference (or no reference at all) has no
  *> region, so only the branch list can admit it.
  Judge-Branch.
    MOVE "N" TO LK-Result.

    MOVE SPACES TO WS-Scope-Branch-List.
    UNSTRING WS-Scope-Branches DELIMITED BY ALL " "
      INTO WS-Scope-Branch(1) WS-Scope-Branch(2) WS-Scope-Branch(3)
        WS-Scope-Branch(4) WS-Scope-Branch(5) WS-Scope-Branch(6)
        WS-Scope-Branch(7) WS-Scope-Branch(8)
    END-UNSTRING.
    PERFORM VARYING WS-Scope-Idx FROM 1 BY 1
      UNTIL WS-Scope-Idx > 8 OR LK-Result = "Y"
      IF WS-Scope-Branch(WS-Scope-Idx) = LK-Key(1:4)
        AND WS-Scope-Branch(WS-Scope-Idx) NOT = SPACES THEN
        MOVE "Y" TO LK-Result
      END-IF
    END-PERFORM.
    IF LK-Result = "Y" THEN
      EXIT PARAGRAPH
    END-IF.

    IF WS-Scope-Region(1) = SPACES AND WS-Scope-Region(2) = SPACES
      AND WS-Scope-Region(3) = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    OPEN INPUT Branch-Ref-File.
    IF NOT Branch-Ref-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE LK-Key(1:4) TO BR-Branch.
    READ Branch-Ref-File
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        IF BR-Region NOT = SPACES THEN
          PERFORM VARYING WS-Scope-Idx FROM 1 BY 1
            UNTIL WS-Scope-Idx > 3 OR LK-Result = "Y"
            IF WS-Scope-Region(WS-Scope-Idx) = BR-Region THEN
              MOVE "Y" TO LK-Result
            END-IF
          END-PERFORM
        END-IF
    END-READ.
    CLOSE Branch-Ref-File.

END PROGRAM BranchAccess.
