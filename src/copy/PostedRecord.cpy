  05 :PREFIX:-Feed PIC X(8).
  *> YYYYMMDD the row was registered, for future housekeeping.
  05 :PREFIX:-Posted-Date PIC X(8).
  *> YYYYMMDD value date the posting settled at (after any holiday
  *> roll) - what the bank reconciliation matches a statement line
  *> on. A pre-upgrade PostedReg.dat needs re-creating once, since
  *> the indexed record grew.
  05 :PREFIX:-Value-Date PIC X(8).
  *> The generation number off the HDR of the extract that carried
  *> the posting - with the feed, what a whole-feed recall selects
  *> on. Spaces for a posting off a feed sent without control
  *> records, or one amended by hand on Forward-Dated Items - those
  *> can only be reversed one at a time.
  05 :PREFIX:-Generation PIC X(4).
