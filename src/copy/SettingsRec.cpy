  *> Days a shift handover entry stays on file and shows at login
  *> before the next write trims it away.
  05 :PREFIX:-Handover-Days PIC 9(3).
  *> Days without a posting or balance movement after which the
  *> dormancy run flags a key dormant (0 = no dormancy detection).
  05 :PREFIX:-Dorm-Days PIC 9(4).
  *> Days continuously overdrawn at which the collections run raises
  *> the reminder, the second notice and the final demand (stage 1 at
  *> 0 = collections off).
  05 :PREFIX:-Coll-Stage1-Days PIC 9(3).
  05 :PREFIX:-Coll-Stage2-Days PIC 9(3).
  05 :PREFIX:-Coll-Stage3-Days PIC 9(3).
  *> Target days to resolve a dispute case - the case aging report
  *> flags open cases older than this (0 = no target).
  05 :PREFIX:-Disp-Target-Days PIC 9(3).
  *> Days an operator ID may go without a login before the overnight
  *> dormant-ID check locks it (0 = no auto-lock).
  05 :PREFIX:-Oper-Idle-Days PIC 9(3).
  *> Percentage of credited interest withheld as tax on the annual
  *> interest tax certificates (0 = paid gross, nothing withheld).
  05 :PREFIX:-Tax-Withhold-Pct PIC 9(2)V99.
  *> HHMM by which the rate provider's daily file must have arrived
  *> - a rate feed load finding no file at or after it raises an
  *> alert; before it, the load just waits (0 = due whenever the
  *> load runs).
  05 :PREFIX:-Rate-Cutoff PIC 9(4).
  *> The settings-history version the file was last saved as (0 =
  *> never saved since versioning began) - not a setting, a stamp;
  *> only SaveConfig and a history restore write it.
  05 :PREFIX:-Version PIC 9(6).
