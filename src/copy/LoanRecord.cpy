*> Instalment loan master record layout - one row per loan, keyed on
*> the loan account's transaction key. Holds the signed agreement
*> (principal, annual rate, term, first due date, frequency) that
*> the amortisation schedule is built from, plus where the nightly
*> repayment run has got to and what the borrower is behind by.
*> Callers supply the record/field prefix via REPLACING, e.g.:
*>   COPY "LoanRecord.cpy" REPLACING ==:PREFIX:== BY ==LN==.
01 :PREFIX:-Record.
  05 :PREFIX:-Key PIC X(10).
  *> The account each repayment is collected from - its master
  *> position is what the run can take.
  05 :PREFIX:-Repay-Key PIC X(10).
  05 :PREFIX:-Principal PIC 9(9)V99.
  *> Annual interest rate, percent.
  05 :PREFIX:-Rate PIC 9(2)V9(4).
  *> Number of instalments.
  05 :PREFIX:-Term PIC 9(3).
  *> YYYYMMDD the first instalment falls due; the rest follow at the
  *> frequency, monthly and quarterly ones on the same day of the
  *> month (clamped to a short month's length).
  05 :PREFIX:-Start-Date PIC X(8).
  *> W = weekly, M = monthly, Q = quarterly.
  05 :PREFIX:-Frequency PIC X(1).
  05 :PREFIX:-Currency PIC X(3).
  *> Transaction statuses the repayment's principal and interest
  *> lines are written with, so the two can be told apart
  *> downstream. The repayment account's debit carries the
  *> principal status.
  05 :PREFIX:-Prin-Status PIC X(1).
  05 :PREFIX:-Int-Status PIC X(1).
  *> The level instalment the schedule works out (the last one
  *> takes whatever rounding leaves).
  05 :PREFIX:-Instalment PIC 9(9)V99.
  *> The next instalment the run will collect, its contractual due
  *> date (a holiday rolls the collection, not this date) and the
  *> scheduled principal outstanding before it.
  05 :PREFIX:-Next-Inst PIC 9(3).
  05 :PREFIX:-Next-Due PIC X(8).
  05 :PREFIX:-Sched-Balance PIC 9(9)V99.
  *> Arrears - what fell due and could not be collected, split as
  *> it fell due, the instalments missed or short, and the due date
  *> the arrears began on (spaces when up to date).
  05 :PREFIX:-Arr-Principal PIC 9(9)V99.
  05 :PREFIX:-Arr-Interest PIC 9(9)V99.
  05 :PREFIX:-Arr-Count PIC 9(3).
  05 :PREFIX:-Arr-Since PIC X(8).
  *> A = active, S = suspended (kept on file, never collected),
  *> C = complete (every instalment collected in full).
  05 :PREFIX:-State PIC X(1).
  05 :PREFIX:-Created-By PIC X(8).
  05 :PREFIX:-Created-Stamp PIC X(14).
