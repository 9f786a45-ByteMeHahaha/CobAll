    *> every history row so cross-company runs can't be confused.
    01 WS-Company-ID PIC X(4) EXTERNAL.

    *> The settings-history version ReadSettings last loaded -
    *> stamped on every row so a run's behaviour can be traced back
    *> to the thresholds it ran with.
    01 WS-Config-Version-Used PIC 9(6) EXTERNAL.

    *> Per-phase timings left by a caller that times its phases -
    *> stamped on its row, then cleared so the next caller's row
    *> doesn't inherit them.
    01 WS-Run-Phase-Times EXTERNAL.
      05 WS-Phase-Load-Secs PIC 9(5)V99.
      05 WS-Phase-Edit-Secs PIC 9(5)V99.
      05 WS-Phase-Sort-Secs PIC 9(5)V99.
      05 WS-Phase-Report-Secs PIC 9(5)V99.
      05 WS-Phase-Rebuild-Secs PIC 9(5)V99.

    *> Training mode, shared by CobAll's login - training runs go on
    *> the training history, not the live one.
    01 WS-Training-Mode-Switch PIC A EXTERNAL.
    MOVE LK-Elapsed TO RH-Elapsed.
    MOVE LK-End-Status TO RH-End-Status.
    MOVE WS-Company-ID TO RH-Company.
    IF WS-Config-Version-Used IS NUMERIC THEN
      MOVE WS-Config-Version-Used TO RH-Cfg-Version
    ELSE
      MOVE 0 TO RH-Cfg-Version
    END-IF.
    IF WS-Run-Phase-Times IS NUMERIC THEN
      MOVE WS-Run-Phase-Times TO RH-Phase-Times
    ELSE
      MOVE ZEROS TO RH-Phase-Times
    END-IF.
    MOVE ZEROS TO WS-Run-Phase-Times.

    WRITE RH-Record
      INVALID KEY
