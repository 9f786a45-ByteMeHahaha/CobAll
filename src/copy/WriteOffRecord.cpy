*> Write-off register record layout - one row per aged Transaction
*> Master key a supervisor has written off as a bad debt. The
*> write-off itself zeroes the key through the adjustment extract;
*> this row is what stays behind, so the loss stays reportable and
*> any later recovery is set against it. Keyed by the key and the
*> moment of the write-off, so a key written off twice keeps both.
*> Callers supply the record/field prefix via REPLACING, e.g.:
*>   COPY "WriteOffRecord.cpy" REPLACING ==:PREFIX:== BY ==WO==.
01 :PREFIX:-Record.
  05 :PREFIX:-Reg-Key.
    10 :PREFIX:-Key PIC X(10).
    *> YYYYMMDDHHMMSS of the write-off.
    10 :PREFIX:-Stamp PIC X(14).
  *> The balance written off, as it stood on the master (signed), its
  *> currency, and its age in days on the day.
  05 :PREFIX:-Amount PIC S9(9)V99.
  05 :PREFIX:-Currency PIC X(3).
  05 :PREFIX:-Age-Days PIC 9(5).
  05 :PREFIX:-Reason PIC X(30).
  05 :PREFIX:-By PIC X(8).
  05 :PREFIX:-Run PIC X(14).
  *> Recoveries received against the write-off so far (a positive
  *> amount) and the YYYYMMDD of the last one - zero and blank until
  *> something comes back.
  05 :PREFIX:-Recovered PIC S9(9)V99.
  05 :PREFIX:-Last-Recovery PIC X(8).
