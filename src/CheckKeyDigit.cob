IDENTIFICATION DIVISION.
  PROGRAM-ID. CheckKeyDigit.

DATA DIVISION.
  WORKING-STORAGE SECTION.
    *> The account half of the key, digit by digit - five digits of
    *> account number and the check digit that closes it.
    01 WS-Account-Part PIC X(6) VALUE SPACES.
    01 WS-Account-Digits REDEFINES WS-Account-Part.
      05 WS-Account-Digit OCCURS 6 TIMES PIC 9.
    01 WS-Digit-Idx PIC 9 VALUE 0.
    01 WS-Digit-Work PIC 99 VALUE 0.
    01 WS-Digit-Sum PIC 9(4) VALUE 0.
    01 WS-Digit-Rem PIC 99 VALUE 0.
    01 WS-Digit-Expected PIC 99 VALUE 0.

    *> Weighted mod 11 - the weights run down the five account
    *> digits, so swapping any two of them changes the sum.
    01 WS-Weight-Values PIC X(5) VALUE "65432".
    01 WS-Weight-Table REDEFINES WS-Weight-Values.
      05 WS-Weight OCCURS 5 TIMES PIC 9.

  *> Subroutine Parameters
  LINKAGE SECTION.
    *> The branch's scheme off BranchRef (space = none, L = Luhn
    *> mod 10, W = weighted mod 11) and the 10-byte key to judge.
    01 LK-Scheme PIC X(1).
    01 LK-Key PIC X(10).
    *> Y = the key passes (or the branch has no scheme), N = it
    *> fails.
    01 LK-Result PIC X(1).
    *> The check digit the account number should carry - space when
    *> it has none (a non-numeric account, or a weighted body no
    *> digit can close).
    01 LK-Expected PIC X(1).

PROCEDURE DIVISION USING LK-Scheme LK-Key LK-Result LK-Expected.
  CheckKeyDigitMain.
    MOVE "Y" TO LK-Result.
    MOVE SPACE TO LK-Expected.

    IF LK-Scheme NOT = "L" AND LK-Scheme NOT = "W" THEN
      GOBACK
    END-IF.

    *> A scheme is only ever run over digits - letters in the
    *> account half are a keying error in their own right.
    MOVE LK-Key(5:6) TO WS-Account-Part.
    IF WS-Account-Part NOT NUMERIC THEN
      MOVE "N" TO LK-Result
      GOBACK
    END-IF.

    IF LK-Scheme = "L" THEN
      PERFORM Luhn-Check-Digit
    ELSE
      PERFORM Weighted-Check-Digit
    END-IF.

    IF LK-Expected = SPACE
      OR LK-Expected NOT = LK-Key(10:1) THEN
      MOVE "N" TO LK-Result
    END-IF.

    GOBACK.

  *> Luhn mod 10: from the check digit leftwards every second digit
  *> is doubled (less 9 when that passes 9), and the check digit
  *> brings the sum to a multiple of 10.
  Luhn-Check-Digit.
    MOVE 0 TO WS-Digit-Sum.
    PERFORM VARYING WS-Digit-Idx FROM 5 BY -1 UNTIL WS-Digit-Idx < 1
      MOVE WS-Account-Digit(WS-Digit-Idx) TO WS-Digit-Work
      IF FUNCTION MOD(WS-Digit-Idx, 2) = 1 THEN
        COMPUTE WS-Digit-Work = WS-Digit-Work * 2
        IF WS-Digit-Work > 9 THEN
          SUBTRACT 9 FROM WS-Digit-Work
        END-IF
      END-IF
      ADD WS-Digit-Work TO WS-Digit-Sum
    END-PERFORM.
    COMPUTE WS-Digit-Rem = FUNCTION MOD(WS-Digit-Sum, 10).
    COMPUTE WS-Digit-Expected = FUNCTION MOD(10 - WS-Digit-Rem, 10).
    MOVE WS-Digit-Expected(2:1) TO LK-Expected.

  *> Weighted mod 11: the check digit is 11 less the weighted sum's
  *> remainder (0 for a remainder of 0). A remainder of 1 would need
  *> a "10" - such account numbers are never issued, so they fail.
  Weighted-Check-Digit.
    MOVE 0 TO WS-Digit-Sum.
    PERFORM VARYING WS-Digit-Idx FROM 1 BY 1 UNTIL WS-Digit-Idx > 5
      COMPUTE WS-Digit-Sum = WS-Digit-Sum
        + WS-Account-Digit(WS-Digit-Idx) * WS-Weight(WS-Digit-Idx)
    END-PERFORM.
    COMPUTE WS-Digit-Rem = FUNCTION MOD(WS-Digit-Sum, 11).
    EVALUATE WS-Digit-Rem
      WHEN 0
        MOVE "0" TO LK-Expected
      WHEN 1
        MOVE SPACE TO LK-Expected
      WHEN OTHER
        COMPUTE WS-Digit-Expected = 11 - WS-Digit-Rem
        MOVE WS-Digit-Expected(2:1) TO LK-Expected
    END-EVALUATE.

END PROGRAM CheckKeyDigit.
