*> Posted-transaction history record layout - one row per extract
*> line accepted into a Trans Master rebuild that went live, with
*> the feed, generation and run that posted it. Unlike the master,
*> which keeps one accumulated row per key, nothing here is ever
*> rewritten or purged: it is the line-level record Transaction
*> Inquiry pages through and Statement reprints any past period
*> from. Callers supply the record/field prefix via REPLACING,
*> e.g.:
*>   COPY "TxnHistRecord.cpy" REPLACING ==:PREFIX:== BY ==LH==.
01 :PREFIX:-Record.
  *> The run that posted it (YYYYMMDDHHMMSS) and the line's
  *> sequence within that run - unique however often a key recurs.
  05 :PREFIX:-Hist-Key.
    10 :PREFIX:-Run PIC X(14).
    10 :PREFIX:-Seq PIC 9(7).
  *> Alternate key: the line's key and transaction date, for one
  *> key's history in date order.
  05 :PREFIX:-Key-Date.
    10 :PREFIX:-Key PIC X(10).
    10 :PREFIX:-Date PIC X(8).
  *> Alternate key: the settled value date (after any holiday roll).
  05 :PREFIX:-Value-Date PIC X(8).
  05 :PREFIX:-Amount PIC S9(9)V99.
  05 :PREFIX:-Status PIC X(1).
  05 :PREFIX:-Currency PIC X(3).
  *> The registry feed that carried it ("DEFAULT" for the unnamed
  *> feed) and the generation off its HDR - spaces when the extract
  *> was sent without control records.
  05 :PREFIX:-Feed PIC X(8).
  05 :PREFIX:-Generation PIC X(4).
  *> YYYYMMDD the run posted it.
  05 :PREFIX:-Posted-Date PIC X(8).
