01 :PREFIX:-Record.
  05 :PREFIX:-Currency PIC X(3).
  05 :PREFIX:-Rate PIC 9(3)V9(6).
  *> How far (percent) the rate may move day on day before the rate
  *> feed load holds it for a supervisor to confirm instead of
  *> applying it (0 = no check). A pre-upgrade ExchRate.dat needs
  *> re-creating once, since the indexed record grew.
  05 :PREFIX:-Tol-Pct PIC 9(3)V99.
