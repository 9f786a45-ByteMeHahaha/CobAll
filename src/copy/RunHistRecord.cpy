  *> company. Pre-upgrade RunHist.dat files need re-creating once,
  *> since the indexed record grew.
  05 :PREFIX:-Company PIC X(4).
  *> The settings-history version the run executed under (0 = a
  *> .cfg never saved since versioning began), stamped by
  *> WriteRunHistory off the version ReadSettings last loaded. As
  *> with the company, a pre-upgrade RunHist.dat needs re-creating.
  05 :PREFIX:-Cfg-Version PIC 9(6).
  *> Seconds spent in each phase, for the functions that time their
  *> phases (Sort 'n' Report) - zeros for the rest. Stamped by
  *> WriteRunHistory off the caller's shared phase block; again a
  *> pre-upgrade RunHist.dat needs re-creating.
  05 :PREFIX:-Phase-Times.
    10 :PREFIX:-Load-Secs PIC 9(5)V99.
    10 :PREFIX:-Edit-Secs PIC 9(5)V99.
    10 :PREFIX:-Sort-Secs PIC 9(5)V99.
    10 :PREFIX:-Report-Secs PIC 9(5)V99.
    10 :PREFIX:-Rebuild-Secs PIC 9(5)V99.
