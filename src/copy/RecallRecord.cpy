*> Feed recall register record layout - one row per feed generation
*> backed out whole because the counterparty sent the wrong file.
*> Sort 'n' Report's generation handshake refuses any extract whose
*> feed and generation are on this register, so a recalled file
*> can never post a second time. Callers supply the record/field
*> prefix via REPLACING, e.g.:
*>   COPY "RecallRecord.cpy" REPLACING ==:PREFIX:== BY ==RCL==.
01 :PREFIX:-Record.
  05 :PREFIX:-Recall-Key.
    *> The posted-register feed name ("DEFAULT" for the unnamed
    *> feed) and the HDR generation number, as the register holds
    *> them.
    10 :PREFIX:-Feed PIC X(8).
    10 :PREFIX:-Generation PIC X(4).
  *> What the recall found and did: postings on the register,
  *> contras raised for those already posted, warehouse items
  *> cancelled before they posted, and contras the adjustment
  *> extract would not take (left for reversal by hand).
  05 :PREFIX:-Postings PIC 9(7).
  05 :PREFIX:-Reversed PIC 9(7).
  05 :PREFIX:-Cancelled PIC 9(7).
  05 :PREFIX:-Failed PIC 9(7).
  *> Net of the recalled postings' amounts, as carried.
  05 :PREFIX:-Net-Amount PIC S9(11)V99.
  *> The supervisor who approved it, when, and the session run.
  05 :PREFIX:-By PIC X(8).
  05 :PREFIX:-Stamp PIC X(14).
  05 :PREFIX:-Run PIC X(14).
