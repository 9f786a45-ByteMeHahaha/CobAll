*> Suspense repair-rule record layout - one row per automatic
*> correction the repair pass applies before an item is left for
*> an operator on Suspense Correction. A rule is keyed by the
*> reason code the edit pass suspended the item under and the feed
*> (source) whose suspense file it sits in, plus a sequence so one
*> reason/source pair can carry several corrections applied in
*> order. The source "DEFAULT" is the default feed's Suspense.dat;
*> "ALL" applies the rule to every feed's suspense, after that
*> feed's own rules.
*> Callers supply the record/field prefix via REPLACING, e.g.:
*>   COPY "RepairRuleRecord.cpy" REPLACING ==:PREFIX:== BY ==AR==.
01 :PREFIX:-Record.
  05 :PREFIX:-Rule-Key.
    10 :PREFIX:-Reason PIC X(2).
    10 :PREFIX:-Source PIC X(8).
    10 :PREFIX:-Seq PIC 9(2).
  *> Reason 05 only - the edit rule that fired; spaces = any.
  05 :PREFIX:-Edit-Rule PIC X(3).
  *> Field corrected: "K" = key, "S" = status, "C" = currency.
  05 :PREFIX:-Field PIC X(1).
  *> "U" = upper-case the field, "F" = fill a blank field with the
  *> To value, "V" = replace the From value with the To value,
  *> "P" = replace the From prefix of the key with the To prefix.
  05 :PREFIX:-Action PIC X(1).
  05 :PREFIX:-From PIC X(10).
  05 :PREFIX:-To PIC X(10).
  *> "N" parks a rule without deleting it.
  05 :PREFIX:-Active PIC X(1).
  05 :PREFIX:-Desc PIC X(30).
  05 :PREFIX:-Set-By PIC X(8).
  05 :PREFIX:-Set-Date PIC X(8).
