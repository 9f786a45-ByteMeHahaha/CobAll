*> Product catalogue record layout - one row per account product,
*> keyed on its 4-character product code, which AcctRef.dat carries
*> on each account. Says what kind of account a key is, so the
*> accrual, the GL interface, the edit pass and the statement cycle
*> can take their settings from the product instead of guessing it
*> from status or branch. Callers supply the record/field prefix via
*> REPLACING, e.g.:
*>   COPY "ProdRecord.cpy" REPLACING ==:PREFIX:== BY ==PRD==.
01 :PREFIX:-Record.
  05 :PREFIX:-Code PIC X(4).
  05 :PREFIX:-Name PIC X(30).
  *> Daily accrual rate percent, the same basis as the AccrRates.dat
  *> cards. Zero = the product sets no rate, and its accounts accrue
  *> at their branch or status rate as before.
  05 :PREFIX:-Accrual-Rate PIC 9(2)V9(6).
  *> Default statement cycle day 01-31 for the product's accounts -
  *> a key's own StmtCycle.dat row wins. Zero = no default.
  05 :PREFIX:-Cycle-Day PIC 9(2).
  *> GL account set - the ledger account the product's money posts
  *> to on the GL interface, and the one its reversals (status R)
  *> post to. A blank reversals account posts reversals with the
  *> rest; a blank account leaves the product on the branch mapping.
  05 :PREFIX:-GL-Account PIC X(8).
  05 :PREFIX:-GL-Reversal-Account PIC X(8).
  *> Permitted currencies - a posting in any other currency to an
  *> account on the product is rejected by the edit pass. All blank
  *> = any currency.
  05 :PREFIX:-Currency PIC X(3) OCCURS 8 TIMES.
  *> A = active, W = withdrawn (no new accounts may take it; those
  *> already on it keep it).
  05 :PREFIX:-State PIC X(1).
  05 :PREFIX:-Created-By PIC X(8).
  05 :PREFIX:-Created-Stamp PIC X(14).
