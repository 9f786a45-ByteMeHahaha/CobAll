*> Term deposit master record layout - one row per fixed-term
*> deposit, keyed on the deposit account's transaction key. Holds
*> the placed terms (principal, annual rate, start and maturity
*> dates) and what is to happen at maturity: the whole lot paid
*> out, the principal rolled into a new term with the interest paid
*> away, or principal and interest rolled together. Money paid out
*> goes to the customer's nominated bank account as an outbound
*> payment. Callers supply the record/field prefix via REPLACING,
*> e.g.:
*>   COPY "DepRecord.cpy" REPLACING ==:PREFIX:== BY ==DP==.
01 :PREFIX:-Record.
  05 :PREFIX:-Key PIC X(10).
  *> The principal on deposit for the current term - it grows at
  *> each maturity rolled with its interest.
  05 :PREFIX:-Principal PIC 9(9)V99.
  *> Annual interest rate, percent, simple interest on an actual/365
  *> day count over the term.
  05 :PREFIX:-Rate PIC 9(2)V9(4).
  *> YYYYMMDD the current term started and matures. A maturity
  *> landing on a holiday is paid on the next open day; the next
  *> term still runs from the contractual date.
  05 :PREFIX:-Start-Date PIC X(8).
  05 :PREFIX:-Maturity-Date PIC X(8).
  *> The term's length in days, kept so a rollover places the same
  *> term again.
  05 :PREFIX:-Term-Days PIC 9(4).
  *> P = pay out principal and interest, R = roll over the principal
  *> and pay the interest out, I = roll over principal plus
  *> interest.
  05 :PREFIX:-Instruction PIC X(1).
  05 :PREFIX:-Currency PIC X(3).
  *> Transaction status the maturity interest credit is written
  *> with, so it can be told apart downstream.
  05 :PREFIX:-Int-Status PIC X(1).
  *> The customer's nominated account for what is paid out, and the
  *> reference they see on it.
  05 :PREFIX:-Bene-Name PIC X(35).
  05 :PREFIX:-Bene-Sort-Code PIC X(6).
  05 :PREFIX:-Bene-Account PIC X(8).
  05 :PREFIX:-Bene-Reference PIC X(18).
  *> Maturities so far, and the last one - its contractual date, the
  *> interest it earned and the payment it raised (zero when nothing
  *> was paid out).
  05 :PREFIX:-Maturities PIC 9(3).
  05 :PREFIX:-Last-Maturity PIC X(8).
  05 :PREFIX:-Last-Interest PIC 9(9)V99.
  05 :PREFIX:-Last-Pay-Ref PIC 9(8).
  *> Interest earned over the deposit's whole life.
  05 :PREFIX:-Interest-Total PIC 9(11)V99.
  *> A = active, S = suspended (kept on file, never matured),
  *> M = matured and paid out (kept as history).
  05 :PREFIX:-State PIC X(1).
  05 :PREFIX:-Created-By PIC X(8).
  05 :PREFIX:-Created-Stamp PIC X(14).
