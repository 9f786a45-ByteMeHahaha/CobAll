  *> HHMM the extract should be on disk by - blank means no
  *> expectation; a feed missing past this time raises an alert.
  05 :PREFIX:-Arrival-HHMM PIC X(4).
  *> Reject-rate ceiling, percent of the extract's detail records
  *> that may go to suspense before the whole feed is quarantined
  *> instead of posted - zero means no ceiling. A pre-upgrade
  *> FeedReg.dat needs re-creating once, since the indexed record
  *> grew.
  05 :PREFIX:-Reject-Ceiling PIC 9(3)V99.
