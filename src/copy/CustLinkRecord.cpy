*> Customer link record layout - one row per customer number and
*> transaction key the customer holds. Keyed customer first, so a
*> customer's keys read out together in key order; the alternate
*> key on the account finds every party to a key (a joint account
*> links to each holder). Callers supply the record/field prefix via
*> REPLACING, e.g.:
*>   COPY "CustLinkRecord.cpy" REPLACING ==:PREFIX:== BY ==CL==.
01 :PREFIX:-Record.
  05 :PREFIX:-Link-Key.
    10 :PREFIX:-Cust-No PIC X(8).
    10 :PREFIX:-Acct-Key PIC X(10).
  *> Who linked it, and when (YYYYMMDDHHMMSS).
  05 :PREFIX:-Linked-By PIC X(8).
  05 :PREFIX:-Linked-Stamp PIC X(14).
