*> Dispute case record layout - one row per customer dispute of a
*> posting on a Transaction Master key. Opening a case holds the
*> key; closing it releases the hold, and an upheld case raises a
*> contra for the disputed amount through the reversal path. The
*> running notes log lives in DisputeNoteRecord.cpy rows under the
*> same case number. Callers supply the record/field prefix via
*> REPLACING, e.g.:
*>   COPY "DisputeRecord.cpy" REPLACING ==:PREFIX:== BY ==DC==.
01 :PREFIX:-Record.
  05 :PREFIX:-Case-No PIC 9(6).
  05 :PREFIX:-Key PIC X(10).
  *> What the customer disputes - the amount and the posting date.
  05 :PREFIX:-Amount PIC S9(9)V99.
  05 :PREFIX:-Disputed-Date PIC X(8).
  05 :PREFIX:-Currency PIC X(3).
  *> O = open, I = investigating, U = upheld, R = rejected.
  05 :PREFIX:-Status PIC X(1).
  *> Y = this case placed the key's hold (and owns its release);
  *> N = the key was already held when the case opened.
  05 :PREFIX:-Hold-Placed PIC X(1).
  *> Y = an upheld case's contra went to the adjustment extract.
  05 :PREFIX:-Reversed PIC X(1).
  05 :PREFIX:-Opened-By PIC X(8).
  05 :PREFIX:-Opened-Stamp PIC X(14).
  05 :PREFIX:-Closed-By PIC X(8).
  05 :PREFIX:-Closed-Stamp PIC X(14).
  *> Notes written so far - the next note takes the next number.
  05 :PREFIX:-Note-Count PIC 9(4).
