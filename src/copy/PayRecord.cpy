*> Outbound payment instruction record layout - one row per payout
*> raised on the Outbound Payments screen (a closing balance, a
*> refund, an upheld dispute), keyed on its payment reference. The
*> payment run sends approved rows to the bank in the bulk payment
*> file and debits the key; the bank's returned-payments file
*> credits it back. Callers supply the record/field prefix via
*> REPLACING, e.g.:
*>   COPY "PayRecord.cpy" REPLACING ==:PREFIX:== BY ==PY==.
01 :PREFIX:-Record.
  05 :PREFIX:-Ref PIC 9(8).
  *> The account the money is paid out of.
  05 :PREFIX:-Key PIC X(10).
  *> C = closing balance, R = refund, D = upheld dispute,
  *> M = term deposit maturity (raised by the maturity run).
  05 :PREFIX:-Reason PIC X(1).
  *> Where it came from, e.g. the dispute reference (optional).
  05 :PREFIX:-Source-Ref PIC X(12).
  05 :PREFIX:-Bene-Name PIC X(35).
  05 :PREFIX:-Bene-Sort-Code PIC X(6).
  05 :PREFIX:-Bene-Account PIC X(8).
  *> The reference the beneficiary sees on their statement.
  05 :PREFIX:-Bene-Reference PIC X(18).
  05 :PREFIX:-Amount PIC 9(9)V99.
  05 :PREFIX:-Currency PIC X(3).
  *> YYYYMMDD the beneficiary is to be paid - a date already passed
  *> (or a holiday) when the run picks it up goes out on the run's
  *> next open day.
  05 :PREFIX:-Value-Date PIC X(8).
  *> P = pending second approval, A = approved (waiting for the
  *> run), S = sent to the bank, R = returned by the bank,
  *> X = cancelled.
  05 :PREFIX:-Status PIC X(1).
  05 :PREFIX:-Raised-By PIC X(8).
  05 :PREFIX:-Raised-Stamp PIC X(14).
  *> The second supervisor - the raiser for a payment under the
  *> four-eyes limit.
  05 :PREFIX:-Approved-By PIC X(8).
  05 :PREFIX:-Approved-Stamp PIC X(14).
  *> The bulk payment file it went out in, and the date sent.
  05 :PREFIX:-Sent-File PIC X(40).
  05 :PREFIX:-Sent-Date PIC X(8).
  *> The bank's return - its date and reason code.
  05 :PREFIX:-Return-Date PIC X(8).
  05 :PREFIX:-Return-Reason PIC X(4).
