*> Settings history record layout - one line per keyword card of
*> every saved configuration version, written by the Settings
*> screen's save and by a restore from the history screen. A
*> version's cards share its number, file, stamp and run; the cards
*> themselves are exactly as written to the .cfg file. Callers
*> supply the record/field prefix via REPLACING, e.g.:
*>   COPY "CfgHistRecord.cpy" REPLACING ==:PREFIX:== BY ==CH==.
01 :PREFIX:-Record.
  *> Numbered across every config file, so a run history row's
  *> version names exactly one set of cards.
  05 :PREFIX:-Version PIC 9(6).
  05 FILLER PIC X(1).
  *> The file the version was saved to - CobAll.cfg or a company's
  *> <company>.CobAll.cfg.
  05 :PREFIX:-Config PIC X(20).
  05 FILLER PIC X(1).
  05 :PREFIX:-Saved-Date PIC X(8).
  05 :PREFIX:-Saved-Time PIC X(6).
  05 FILLER PIC X(1).
  05 :PREFIX:-Operator PIC X(8).
  05 FILLER PIC X(1).
  05 :PREFIX:-Run PIC X(14).
  05 FILLER PIC X(1).
  *> The version this one put back (zeros = an ordinary save).
  05 :PREFIX:-Restored-From PIC 9(6).
  05 FILLER PIC X(1).
  05 :PREFIX:-Card-Seq PIC 9(2).
  05 FILLER PIC X(1).
  05 :PREFIX:-Card PIC X(80).
