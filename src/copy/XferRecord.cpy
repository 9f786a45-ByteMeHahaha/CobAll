*> Transfer register record layout - one row per internal transfer
*> keyed on the Internal Transfers screen. Each row names the
*> linked pair it wrote to the transfer extract: the extract's
*> generation and the pair's place in it (the debit is detail line
*> 2n-1, the credit 2n). The debit is always the negative transfer
*> amount in the transfer currency; the credit is the same amount
*> converted into the to-key's currency at the two rates recorded
*> here, so the register alone can prove every pair nets to zero.
*> Callers supply the record/field prefix via REPLACING, e.g.:
*>   COPY "XferRecord.cpy" REPLACING ==:PREFIX:== BY ==XF==.
01 :PREFIX:-Record.
  05 :PREFIX:-Generation PIC 9(4).
  05 FILLER PIC X(1).
  05 :PREFIX:-Pair-Seq PIC 9(5).
  05 FILLER PIC X(1).
  *> YYYYMMDDHHMMSS the pair was written.
  05 :PREFIX:-Stamp PIC X(14).
  05 FILLER PIC X(1).
  05 :PREFIX:-Operator PIC X(8).
  05 FILLER PIC X(1).
  05 :PREFIX:-Run PIC X(14).
  05 FILLER PIC X(1).
  05 :PREFIX:-From-Key PIC X(10).
  05 FILLER PIC X(1).
  05 :PREFIX:-To-Key PIC X(10).
  05 FILLER PIC X(1).
  05 :PREFIX:-Value-Date PIC X(8).
  05 FILLER PIC X(1).
  *> What was keyed - always positive, in the from-key's currency.
  05 :PREFIX:-Xfer-Currency PIC X(3).
  05 FILLER PIC X(1).
  05 :PREFIX:-Xfer-Amount PIC S9(9)V99.
  05 FILLER PIC X(1).
  05 :PREFIX:-Debit-Amount PIC S9(9)V99.
  05 FILLER PIC X(1).
  05 :PREFIX:-Credit-Currency PIC X(3).
  05 FILLER PIC X(1).
  05 :PREFIX:-Credit-Amount PIC S9(9)V99.
  05 FILLER PIC X(1).
  *> Base-currency (GBP) value of one unit of each side's currency
  *> in force on the value date - both 1 for a same-currency pair.
  05 :PREFIX:-From-Rate PIC 9(3)V9(6).
  05 FILLER PIC X(1).
  05 :PREFIX:-To-Rate PIC 9(3)V9(6).
