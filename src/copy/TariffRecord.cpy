*> Fee tariff record layout - one row per charge the bank levies,
*> so a new monthly fee or unpaid-item charge is a keyed row rather
*> than a stack of hand-keyed ManualEntry postings. A master balance
*> attracts the charge when every non-blank selector equals its
*> field (same matching convention as the edit rules). The basis
*> says how the charge is worked out:
*>   F  flat - the amount below, once per charging run
*>   P  percentage of the key's TransMaster.dat balance (magnitude)
*>   I  per item - the amount below times the key's detail records
*>      on the day's extract
*> and the minimum/maximum cap the worked-out figure (0 = no cap).
*> The frequency says how often the charge falls due:
*>   D  daily - every charging run
*>   M  monthly, Q  quarterly (January, April, July, October),
*>   A  annually (January) - on or after the due day of the month
*>      (a due day past the month's end falls on its last day)
*> and a row already charged in the current period is skipped, so
*> a nightly run levies a monthly fee once. A pre-upgrade
*> FeeTariff.dat needs re-creating once, since the indexed record
*> grew.
*> Callers supply the record/field prefix via REPLACING, e.g.:
*>   COPY "TariffRecord.cpy" REPLACING ==:PREFIX:== BY ==TF==.
01 :PREFIX:-Record.
  05 :PREFIX:-Id PIC X(3).
  05 :PREFIX:-Desc PIC X(20).
  *> Selectors - spaces match anything.
  05 :PREFIX:-Branch PIC X(4).
  05 :PREFIX:-Status PIC X(1).
  05 :PREFIX:-Currency PIC X(3).
  05 :PREFIX:-Basis PIC X(1).
  *> Flat amount, or the charge per item.
  05 :PREFIX:-Amount PIC 9(7)V99.
  *> Percentage of the balance for basis P.
  05 :PREFIX:-Pct PIC 9(2)V9(4).
  05 :PREFIX:-Min-Charge PIC 9(7)V99.
  05 :PREFIX:-Max-Charge PIC 9(7)V99.
  05 :PREFIX:-Frequency PIC X(1).
  *> Day of the month the charge falls due (not used for D).
  05 :PREFIX:-Due-Day PIC 9(2).
  *> YYYYMMDD of the last run that levied the charge - spaces
  *> until the first.
  05 :PREFIX:-Last-Charged PIC X(8).
