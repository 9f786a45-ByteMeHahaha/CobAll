*> Customer (party) master record layout - one row per customer
*> number: who the party is, where they live and which segment
*> looks after them. CustLinkRecord.cpy ties a customer to the
*> 10-byte transaction keys they hold, so a party with accounts at
*> several branches can be seen as one. Callers supply the
*> record/field prefix via REPLACING, e.g.:
*>   COPY "CustRecord.cpy" REPLACING ==:PREFIX:== BY ==CU==.
01 :PREFIX:-Record.
  05 :PREFIX:-Cust-No PIC X(8).
  05 :PREFIX:-Name PIC X(30).
  05 :PREFIX:-Address.
    10 :PREFIX:-Addr-Line PIC X(30) OCCURS 3 TIMES.
  05 :PREFIX:-Postcode PIC X(8).
  *> RETL = retail, PRIV = private banking, SME = small business,
  *> CORP = corporate.
  05 :PREFIX:-Segment PIC X(4).
