*> Structuring case record layout - one row per Transaction Master
*> key the large-transaction monitoring caught taking several
*> just-under-threshold amounts inside the window, for an
*> investigator to work through and dispose of. A key caught again
*> while its case is still open adds to that case rather than
*> opening another. Keyed by the key and the day the case opened.
*> Callers supply the record/field prefix via REPLACING, e.g.:
*>   COPY "StructCaseRecord.cpy" REPLACING ==:PREFIX:== BY ==SX==.
01 :PREFIX:-Record.
  05 :PREFIX:-Case-Key.
    10 :PREFIX:-Key PIC X(10).
    10 :PREFIX:-Opened PIC X(8).
  *> The just-under items seen in the window at the latest run - how
  *> many, their total (magnitude), and the first and last dates.
  05 :PREFIX:-Item-Count PIC 9(5).
  05 :PREFIX:-Item-Total PIC 9(11)V99.
  05 :PREFIX:-First-Date PIC X(8).
  05 :PREFIX:-Last-Date PIC X(8).
  05 :PREFIX:-Last-Run PIC X(14).
  *> O = open, awaiting the investigator; C = disposed of.
  05 :PREFIX:-State PIC X(1).
  *> N = no further action, M = keep monitoring, E = escalated,
  *> R = reported to the regulator - blank while open.
  05 :PREFIX:-Disposition PIC X(1).
  05 :PREFIX:-Disp-Note PIC X(40).
  *> Who made the call, and when (YYYYMMDDHHMMSS).
  05 :PREFIX:-Disp-By PIC X(8).
  05 :PREFIX:-Disp-Stamp PIC X(14).
