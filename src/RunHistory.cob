    *> re-reading forward and skipping, the same idiom as the
    *> Debug.log viewer.
    01 WS-Hist-Lines.
      05 WS-Hist-Line OCCURS 15 TIMES PIC X(70).
    01 WS-Hist-Detail.
      05 RHD-Run-ID PIC X(14).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RHD-Elapsed PIC ZZZZ9.99.
      05 FILLER PIC X(2) VALUE SPACES.
      05 RHD-Status PIC X(4).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RHD-Cfg-Version PIC Z(5)9.
    01 WS-Hist-Idx PIC 99 VALUE 0.
    01 WS-Hist-Stop PIC A VALUE SPACES.
    01 WS-Hist-At-End-Flag PIC X VALUE "N".
    01 WS-Hist-Count-Disp PIC Z(6)9.
    01 WS-Hist-Trend-Label-1 PIC X(70) VALUE SPACES.
    01 WS-Hist-Trend-Label-2 PIC X(70) VALUE SPACES.
    *> The latest matching run's phase timings, when it kept any.
    01 WS-Hist-Last-Phases.
      05 WS-Hist-Last-Load PIC ZZZZ9.99.
      05 WS-Hist-Last-Edit PIC ZZZZ9.99.
      05 WS-Hist-Last-Sort PIC ZZZZ9.99.
      05 WS-Hist-Last-Report PIC ZZZZ9.99.
      05 WS-Hist-Last-Rebuild PIC ZZZZ9.99.
    01 WS-Hist-Last-Phased-Flag PIC A VALUE "N".
      88 Hist-Last-Phased VALUE "Y".
    01 WS-Hist-Trend-Label-3 PIC X(70) VALUE SPACES.
    01 WS-Hist-Empty-Label PIC X(60) VALUE SPACES.

    01 WS-Log-Level PIC A(4).
    MOVE 0 TO WS-Hist-Total-Count.
    MOVE 0 TO WS-Hist-Sum-Read.
    MOVE 0 TO WS-Hist-Sum-Elapsed.
    MOVE "N" TO WS-Hist-Last-Phased-Flag.
    MOVE "N" TO WS-Hist-At-End-Flag.
    OPEN INPUT Run-Hist-File.
    PERFORM UNTIL Hist-At-End
            ADD RH-Elapsed TO WS-Hist-Sum-Elapsed
            MOVE RH-Records-Read TO WS-Hist-Last-Read
            MOVE RH-Elapsed TO WS-Hist-Last-Elapsed
            MOVE "N" TO WS-Hist-Last-Phased-Flag
            IF RH-Phase-Times IS NUMERIC
              AND RH-Phase-Times NOT = ZEROS THEN
              MOVE "Y" TO WS-Hist-Last-Phased-Flag
              MOVE RH-Load-Secs TO WS-Hist-Last-Load
              MOVE RH-Edit-Secs TO WS-Hist-Last-Edit
              MOVE RH-Sort-Secs TO WS-Hist-Last-Sort
              MOVE RH-Report-Secs TO WS-Hist-Last-Report
              MOVE RH-Rebuild-Secs TO WS-Hist-Last-Rebuild
            END-IF
          END-IF
      END-READ
    END-PERFORM.
      INTO WS-Hist-Trend-Label-2
    END-STRING.

    MOVE SPACES TO WS-Hist-Trend-Label-3.
    IF Hist-Last-Phased THEN
      STRING
        "Phase secs: load " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Hist-Last-Load) DELIMITED BY SIZE
        ", edit " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Hist-Last-Edit) DELIMITED BY SIZE
        ", sort " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Hist-Last-Sort) DELIMITED BY SIZE
        ", report " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Hist-Last-Report) DELIMITED BY SIZE
        ", rebuild " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Hist-Last-Rebuild) DELIMITED BY SIZE
        INTO WS-Hist-Trend-Label-3
      END-STRING
    END-IF.

  *> Reads the next page (up to 15 lines) of matching runs into
  *> WS-Hist-Lines, skipping however many matching rows have already
  *> been shown - page 1 is the newest runs, each later page steps
              MOVE RH-Records-Written TO RHD-Written
              MOVE RH-Elapsed TO RHD-Elapsed
              MOVE RH-End-Status TO RHD-Status
              MOVE RH-Cfg-Version TO RHD-Cfg-Version
              MOVE WS-Hist-Detail TO WS-Hist-Line(WS-Hist-Idx)
            END-IF
          END-IF
