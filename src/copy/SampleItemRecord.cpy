*> Audit sample item record layout - one row per item an audit sample
*> drew, keyed on the sample ID and the item's number in the sample,
*> carrying the reviewer's pass/fail and comment. Callers supply the
*> record/field prefix via REPLACING, e.g.:
*>   COPY "SampleItemRecord.cpy" REPLACING ==:PREFIX:== BY ==SM==.
01 :PREFIX:-Record.
  05 :PREFIX:-Item-Id.
    10 :PREFIX:-Sample-Id PIC X(14).
    10 :PREFIX:-Item-No PIC 9(4).
  *> Where the item sits in the population walk (1 = first row), so
  *> a re-draw can be checked item for item.
  05 :PREFIX:-Pop-Seq PIC 9(7).
  *> What to pull: the master key, the journal entry's stamp, action
  *> and operator, or the manual record's number.
  05 :PREFIX:-Ref PIC X(30).
  05 :PREFIX:-Key PIC X(10).
  05 :PREFIX:-Date PIC X(8).
  05 :PREFIX:-Amount PIC S9(9)V99.
  *> Sampling points that fell in the item - above 1 only on a
  *> monetary-unit sample, for an item larger than the interval.
  05 :PREFIX:-Hits PIC 9(3).
  *> Spaces = not yet reviewed, P = pass, F = fail.
  05 :PREFIX:-Result PIC X(1).
  05 :PREFIX:-Comment PIC X(40).
  05 :PREFIX:-Reviewed-By PIC X(8).
  05 :PREFIX:-Reviewed-Stamp PIC X(14).
