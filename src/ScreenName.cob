IDENTIFICATION DIVISION.
  PROGRAM-ID. ScreenName.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> The sanctions watch list as last loaded - held in a table
      *> between calls, so the screening run reads it once and not
      *> once per account.
      SELECT Watch-List-File ASSIGN TO WS-Watch-List-Path
      ORGANISATION INDEXED
      ACCESS MODE SEQUENTIAL
      RECORD KEY IS WL-ID
      FILE STATUS WS-Watch-List-Status.

      *> The review queue the hits go to - callable like
      *> WriteXmitReg, so the screening run and the account
      *> maintenance screen share one set of matching rules.
      SELECT Screen-Hit-File ASSIGN TO WS-Screen-Hit-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS SH-Hit-Key
      FILE STATUS WS-Screen-Hit-Status.

DATA DIVISION.
  FILE SECTION.
    FD Watch-List-File.
      COPY "WatchRecord.cpy" REPLACING ==:PREFIX:== BY ==WL==.

    FD Screen-Hit-File.
      COPY "ScreenHitRecord.cpy" REPLACING ==:PREFIX:== BY ==SH==.

  WORKING-STORAGE SECTION.
    01 WS-Watch-List-Path PIC X(40) VALUE "WatchList.dat".
    01 WS-Watch-List-Status PIC XX.
      88 Watch-List-Opened-OK VALUE "00".
    01 WS-Watch-At-End-Flag PIC A VALUE "N".
      88 Watch-At-End VALUE "Y".

    01 WS-Screen-Hit-Path PIC X(40) VALUE "ScreenHit.dat".
    01 WS-Screen-Hit-Status PIC XX.
      88 Screen-Hit-Not-Found VALUE "35".

    *> The list, normalised once at load - each name and its words.
    01 WS-List-Loaded-Flag PIC A VALUE "N".
      88 List-Is-Loaded VALUE "Y".
    01 WS-List-Table.
      05 WS-List-Entry OCCURS 3000 TIMES.
        10 WS-List-ID PIC X(10).
        10 WS-List-Name PIC X(60).
        10 WS-List-Norm PIC X(60).
        10 WS-List-Word-Count PIC 99.
        10 WS-List-Word PIC X(20) OCCURS 8 TIMES.
    01 WS-List-Used PIC 9(4) VALUE 0.
    01 WS-List-Idx PIC 9(4) VALUE 0.

    *> Normalising: upper case, punctuation out, courtesy titles
    *> and company suffixes dropped, single spaces between words.
    01 WS-Norm-In PIC X(60).
    01 WS-Norm-Out PIC X(60).
    01 WS-Norm-Word-Count PIC 99 VALUE 0.
    01 WS-Norm-Word PIC X(20) OCCURS 8 TIMES.
    01 WS-Norm-Pos PIC 99 VALUE 0.
    01 WS-Norm-Out-Pos PIC 99 VALUE 0.
    01 WS-Norm-Char PIC X(1).
    01 WS-Norm-Token PIC X(20).
    01 WS-Norm-Token-Len PIC 99 VALUE 0.
    01 WS-Norm-Noise-Flag PIC A VALUE "N".
      88 Norm-Noise-Word VALUE "Y".

    *> The account's words, kept apart while the list is walked.
    01 WS-Acct-Norm PIC X(60).
    01 WS-Acct-Word-Count PIC 99 VALUE 0.
    01 WS-Acct-Word PIC X(20) OCCURS 8 TIMES.

    01 WS-Word-Idx PIC 99 VALUE 0.
    01 WS-Other-Idx PIC 99 VALUE 0.
    01 WS-Words-Found PIC 99 VALUE 0.
    01 WS-Word-Found-Flag PIC A VALUE "N".
      88 Word-Found VALUE "Y".
    01 WS-Match-Type PIC X(1) VALUE SPACE.
      88 No-Match VALUE SPACE.

  *> Subroutine Parameters
  LINKAGE SECTION.
    *> R = (re)load the watch list, S = screen the name given.
    01 LK-Screen-Mode PIC X(1).
    01 LK-Screen-Key PIC X(10).
    01 LK-Screen-Name PIC X(30).
    *> Hits the name has open for review after this call.
    01 LK-Screen-Hits PIC 9(3).
    01 LK-Run-ID PIC X(14).

PROCEDURE DIVISION USING LK-Screen-Mode LK-Screen-Key LK-Screen-Name
  LK-Screen-Hits LK-Run-ID.
  ScreenNameMain.
    MOVE 0 TO LK-Screen-Hits.

    IF LK-Screen-Mode = "R" OR NOT List-Is-Loaded THEN
      PERFORM Load-Watch-Table
    END-IF.
    IF LK-Screen-Mode = "R" OR WS-List-Used = 0 THEN
      GOBACK
    END-IF.

    MOVE SPACES TO WS-Norm-In.
    MOVE LK-Screen-Name TO WS-Norm-In.
    PERFORM Normalise-Name.
    IF WS-Norm-Word-Count = 0 THEN
      GOBACK
    END-IF.
    MOVE WS-Norm-Out TO WS-Acct-Norm.
    MOVE WS-Norm-Word-Count TO WS-Acct-Word-Count.
    PERFORM VARYING WS-Word-Idx FROM 1 BY 1 UNTIL WS-Word-Idx > 8
      MOVE WS-Norm-Word(WS-Word-Idx) TO WS-Acct-Word(WS-Word-Idx)
    END-PERFORM.

    *> OPEN I-O fails with "35" when the queue doesn't exist yet -
    *> create it empty then, the usual first-use arrangement.
    OPEN I-O Screen-Hit-File.
    IF Screen-Hit-Not-Found THEN
      OPEN OUTPUT Screen-Hit-File
      CLOSE Screen-Hit-File
      OPEN I-O Screen-Hit-File
    END-IF.

    PERFORM VARYING WS-List-Idx FROM 1 BY 1
      UNTIL WS-List-Idx > WS-List-Used
      PERFORM Compare-One-Entry
      IF NOT No-Match THEN
        PERFORM Queue-One-Hit
      END-IF
    END-PERFORM.

    CLOSE Screen-Hit-File.

    GOBACK.

  *> Reads the whole list into the table, each name normalised and
  *> split into its words.
  Load-Watch-Table.
    MOVE 0 TO WS-List-Used.
    MOVE "Y" TO WS-List-Loaded-Flag.
    OPEN INPUT Watch-List-File.
    IF NOT Watch-List-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Watch-At-End-Flag.
    PERFORM UNTIL Watch-At-End OR WS-List-Used >= 3000
      READ Watch-List-File NEXT
        AT END
          MOVE "Y" TO WS-Watch-At-End-Flag
        NOT AT END
          MOVE WL-Name TO WS-Norm-In
          PERFORM Normalise-Name
          IF WS-Norm-Word-Count > 0 THEN
            ADD 1 TO WS-List-Used
            MOVE WL-ID TO WS-List-ID(WS-List-Used)
            MOVE WL-Name TO WS-List-Name(WS-List-Used)
            MOVE WS-Norm-Out TO WS-List-Norm(WS-List-Used)
            MOVE WS-Norm-Word-Count TO WS-List-Word-Count(WS-List-Used)
            PERFORM VARYING WS-Word-Idx FROM 1 BY 1
              UNTIL WS-Word-Idx > 8
              MOVE WS-Norm-Word(WS-Word-Idx)
                TO WS-List-Word(WS-List-Used, WS-Word-Idx)
            END-PERFORM
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Watch-List-File.

  *> WS-Norm-In to WS-Norm-Out and its words: "Mr. J. O'Neil-Smith
  *> & Co Ltd" and "J O NEIL SMITH CO" come out the same.
  Normalise-Name.
    MOVE SPACES TO WS-Norm-Out.
    MOVE 0 TO WS-Norm-Word-Count.
    PERFORM VARYING WS-Word-Idx FROM 1 BY 1 UNTIL WS-Word-Idx > 8
      MOVE SPACES TO WS-Norm-Word(WS-Word-Idx)
    END-PERFORM.
    MOVE FUNCTION UPPER-CASE(WS-Norm-In) TO WS-Norm-In.
    INSPECT WS-Norm-In CONVERTING ".,-'&/()""" TO "         ".

    MOVE SPACES TO WS-Norm-Token.
    MOVE 0 TO WS-Norm-Token-Len.
    MOVE 0 TO WS-Norm-Out-Pos.
    PERFORM VARYING WS-Norm-Pos FROM 1 BY 1 UNTIL WS-Norm-Pos > 60
      MOVE WS-Norm-In(WS-Norm-Pos:1) TO WS-Norm-Char
      IF WS-Norm-Char = SPACE THEN
        PERFORM Take-Norm-Token
      ELSE
        IF (WS-Norm-Char >= "A" AND WS-Norm-Char <= "Z")
          OR (WS-Norm-Char >= "0" AND WS-Norm-Char <= "9") THEN
          IF WS-Norm-Token-Len < 20 THEN
            ADD 1 TO WS-Norm-Token-Len
            MOVE WS-Norm-Char TO WS-Norm-Token(WS-Norm-Token-Len:1)
          END-IF
        END-IF
      END-IF
    END-PERFORM.
    PERFORM Take-Norm-Token.

  *> One finished word onto the normalised name, unless it is noise.
  Take-Norm-Token.
    IF WS-Norm-Token-Len = 0 THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Norm-Noise-Flag.
    EVALUATE WS-Norm-Token
      WHEN "MR"
      WHEN "MRS"
      WHEN "MS"
      WHEN "MISS"
      WHEN "DR"
      WHEN "SIR"
      WHEN "THE"
      WHEN "AND"
      WHEN "LTD"
      WHEN "LIMITED"
      WHEN "PLC"
      WHEN "INC"
      WHEN "LLC"
        MOVE "Y" TO WS-Norm-Noise-Flag
    END-EVALUATE.
    IF NOT Norm-Noise-Word AND WS-Norm-Word-Count < 8 THEN
      ADD 1 TO WS-Norm-Word-Count
      MOVE WS-Norm-Token TO WS-Norm-Word(WS-Norm-Word-Count)
      IF WS-Norm-Out-Pos > 0 AND WS-Norm-Out-Pos < 60 THEN
        ADD 1 TO WS-Norm-Out-Pos
      END-IF
      IF WS-Norm-Out-Pos + WS-Norm-Token-Len <= 60 THEN
        MOVE WS-Norm-Token(1:WS-Norm-Token-Len)
          TO WS-Norm-Out(WS-Norm-Out-Pos + 1:WS-Norm-Token-Len)
        ADD WS-Norm-Token-Len TO WS-Norm-Out-Pos
      END-IF
    END-IF.
    MOVE SPACES TO WS-Norm-Token.
    MOVE 0 TO WS-Norm-Token-Len.

  *> The account against one list entry. Exact when the normalised
  *> names agree; partial when every word of the list name is in
  *> the account name (in any order), or every word of a name of two
  *> or more words is in the list name.
  Compare-One-Entry.
    MOVE SPACE TO WS-Match-Type.
    IF WS-List-Norm(WS-List-Idx) = WS-Acct-Norm THEN
      MOVE "E" TO WS-Match-Type
      EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO WS-Words-Found.
    PERFORM VARYING WS-Word-Idx FROM 1 BY 1
      UNTIL WS-Word-Idx > WS-List-Word-Count(WS-List-Idx)
      MOVE "N" TO WS-Word-Found-Flag
      PERFORM VARYING WS-Other-Idx FROM 1 BY 1
        UNTIL WS-Other-Idx > WS-Acct-Word-Count OR Word-Found
        IF WS-Acct-Word(WS-Other-Idx)
          = WS-List-Word(WS-List-Idx, WS-Word-Idx) THEN
          MOVE "Y" TO WS-Word-Found-Flag
        END-IF
      END-PERFORM
      IF Word-Found THEN
        ADD 1 TO WS-Words-Found
      END-IF
    END-PERFORM.
    IF WS-Words-Found = WS-List-Word-Count(WS-List-Idx) THEN
      MOVE "P" TO WS-Match-Type
      EXIT PARAGRAPH
    END-IF.

    IF WS-Acct-Word-Count < 2 THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO WS-Words-Found.
    PERFORM VARYING WS-Word-Idx FROM 1 BY 1
      UNTIL WS-Word-Idx > WS-Acct-Word-Count
      MOVE "N" TO WS-Word-Found-Flag
      PERFORM VARYING WS-Other-Idx FROM 1 BY 1
        UNTIL WS-Other-Idx > WS-List-Word-Count(WS-List-Idx)
          OR Word-Found
        IF WS-List-Word(WS-List-Idx, WS-Other-Idx)
          = WS-Acct-Word(WS-Word-Idx) THEN
          MOVE "Y" TO WS-Word-Found-Flag
        END-IF
      END-PERFORM
      IF Word-Found THEN
        ADD 1 TO WS-Words-Found
      END-IF
    END-PERFORM.
    IF WS-Words-Found = WS-Acct-Word-Count THEN
      MOVE "P" TO WS-Match-Type
    END-IF.

  *> A match onto the review queue. An open hit is refreshed; a
  *> cleared one stays cleared unless the account name has changed
  *> since; a confirmed one is left as it is.
  Queue-One-Hit.
    MOVE LK-Screen-Key TO SH-Acct-Key.
    MOVE WS-List-ID(WS-List-Idx) TO SH-List-ID.
    READ Screen-Hit-File
      INVALID KEY
        MOVE LK-Screen-Key TO SH-Acct-Key
        MOVE WS-List-ID(WS-List-Idx) TO SH-List-ID
        MOVE LK-Screen-Name TO SH-Acct-Name
        MOVE WS-List-Name(WS-List-Idx) TO SH-List-Name
        MOVE WS-Match-Type TO SH-Match-Type
        MOVE "O" TO SH-State
        MOVE FUNCTION CURRENT-DATE(1:14) TO SH-Found-Stamp
        MOVE LK-Run-ID TO SH-Last-Run
        MOVE SPACES TO SH-Review-By
        MOVE SPACES TO SH-Review-Stamp
        MOVE SPACES TO SH-Review-Note
        WRITE SH-Record
          INVALID KEY
            CONTINUE
          NOT INVALID KEY
            ADD 1 TO LK-Screen-Hits
        END-WRITE
      NOT INVALID KEY
        EVALUATE TRUE
          WHEN SH-State = "C"
            CONTINUE
          WHEN SH-State = "F" AND SH-Acct-Name = LK-Screen-Name
            CONTINUE
          WHEN OTHER
            MOVE "O" TO SH-State
            MOVE LK-Screen-Name TO SH-Acct-Name
            MOVE WS-List-Name(WS-List-Idx) TO SH-List-Name
            MOVE WS-Match-Type TO SH-Match-Type
            MOVE LK-Run-ID TO SH-Last-Run
            REWRITE SH-Record
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                ADD 1 TO LK-Screen-Hits
            END-REWRITE
        END-EVALUATE
    END-READ.

END PROGRAM ScreenName.
