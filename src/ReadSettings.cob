    *> and the shared CobAll.cfg covers everyone else.
    01 WS-Company-ID PIC X(4) EXTERNAL.
    01 WS-Company-Config PIC X(40) VALUE SPACES.

    *> The settings-history version just loaded, shared with
    *> WriteRunHistory so every run's row names the configuration it
    *> ran under.
    01 WS-Config-Version-Used PIC 9(6) EXTERNAL.
    01 WS-Config-File-Info.
      05 FILLER PIC X(24).
    01 WS-Config-Check-Status PIC S9(9) COMP-5.

    OPEN INPUT Config-File.
    IF Config-Not-Found THEN
      MOVE LK-Version TO WS-Config-Version-Used
      GOBACK
    END-IF.

      END-READ
    END-PERFORM.
    CLOSE Config-File.
    MOVE LK-Version TO WS-Config-Version-Used.

    GOBACK.

    MOVE 7 TO LK-Susp-Age-Days.
    MOVE 90 TO LK-Near-Limit-Pct.
    MOVE 7 TO LK-Handover-Days.
    MOVE 365 TO LK-Dorm-Days.
    MOVE 7 TO LK-Coll-Stage1-Days.
    MOVE 21 TO LK-Coll-Stage2-Days.
    MOVE 45 TO LK-Coll-Stage3-Days.
    MOVE 30 TO LK-Disp-Target-Days.
    MOVE 90 TO LK-Oper-Idle-Days.
    MOVE 0 TO LK-Tax-Withhold-Pct.
    MOVE 0 TO LK-Rate-Cutoff.
    MOVE 0 TO LK-Version.

  *> One KEYWORD=VALUE line. Every value is validated before it can
  *> displace the default, and a rejection names the keyword - the
        ELSE
          PERFORM Flag-Bad-Keyword
        END-IF
      WHEN "DORMDAYS"
        PERFORM Check-Numeric-Value
        IF WS-Numval-Check = 0 THEN
          MOVE FUNCTION NUMVAL(WS-Card-Value) TO LK-Dorm-Days
        ELSE
          PERFORM Flag-Bad-Keyword
        END-IF
      WHEN "COLLDAYS1"
        PERFORM Check-Numeric-Value
        IF WS-Numval-Check = 0 THEN
          MOVE FUNCTION NUMVAL(WS-Card-Value) TO LK-Coll-Stage1-Days
        ELSE
          PERFORM Flag-Bad-Keyword
        END-IF
      WHEN "COLLDAYS2"
        PERFORM Check-Numeric-Value
        IF WS-Numval-Check = 0 THEN
          MOVE FUNCTION NUMVAL(WS-Card-Value) TO LK-Coll-Stage2-Days
        ELSE
          PERFORM Flag-Bad-Keyword
        END-IF
      WHEN "COLLDAYS3"
        PERFORM Check-Numeric-Value
        IF WS-Numval-Check = 0 THEN
          MOVE FUNCTION NUMVAL(WS-Card-Value) TO LK-Coll-Stage3-Days
        ELSE
          PERFORM Flag-Bad-Keyword
        END-IF
      WHEN "DISPDAYS"
        PERFORM Check-Numeric-Value
        IF WS-Numval-Check = 0 THEN
          MOVE FUNCTION NUMVAL(WS-Card-Value) TO LK-Disp-Target-Days
        ELSE
          PERFORM Flag-Bad-Keyword
        END-IF
      WHEN "OPIDLEDAYS"
        PERFORM Check-Numeric-Value
        IF WS-Numval-Check = 0 THEN
          MOVE FUNCTION NUMVAL(WS-Card-Value) TO LK-Oper-Idle-Days
        ELSE
          PERFORM Flag-Bad-Keyword
        END-IF
      WHEN "TAXRATE"
        PERFORM Check-Numeric-Value
        IF WS-Numval-Check = 0
          AND FUNCTION NUMVAL(WS-Card-Value) >= 0
          AND FUNCTION NUMVAL(WS-Card-Value) < 100 THEN
          MOVE FUNCTION NUMVAL(WS-Card-Value) TO LK-Tax-Withhold-Pct
        ELSE
          PERFORM Flag-Bad-Keyword
        END-IF
      WHEN "RATECUTOFF"
        PERFORM Check-Numeric-Value
        IF WS-Numval-Check = 0
          AND FUNCTION NUMVAL(WS-Card-Value) >= 0
          AND FUNCTION NUMVAL(WS-Card-Value) < 2400
          AND FUNCTION MOD(FUNCTION NUMVAL(WS-Card-Value), 100) < 60 THEN
          MOVE FUNCTION NUMVAL(WS-Card-Value) TO LK-Rate-Cutoff
        ELSE
          PERFORM Flag-Bad-Keyword
        END-IF
      WHEN "VERSION"
        PERFORM Check-Numeric-Value
        IF WS-Numval-Check = 0 THEN
          MOVE FUNCTION NUMVAL(WS-Card-Value) TO LK-Version
        ELSE
          PERFORM Flag-Bad-Keyword
        END-IF
      WHEN "      "
        *> A blank line - harmless.
        CONTINUE
