*> Backup set register record layout - one row per set taken (or
*> loaded from a DR transport file), appended in the order the sets
*> were made; the restore screen lists the most recent. Callers
*> supply the record/field prefix via REPLACING, e.g.:
*>   COPY "BackupRegRecord.cpy" REPLACING ==:PREFIX:== BY ==BG==.
01 :PREFIX:-Record.
  *> YYYYMMDDHHMMSS the set was taken - its name on every file.
  05 :PREFIX:-Set-ID PIC X(14).
  *> "B" = backup, "P" = the safety set a restore takes of what it
  *> is about to overwrite, "D" = loaded from a DR transport file.
  05 :PREFIX:-Kind PIC X(1).
  05 :PREFIX:-Operator PIC X(8).
  05 :PREFIX:-Run-ID PIC X(14).
  05 :PREFIX:-Company PIC X(4).
  05 :PREFIX:-Files PIC 9(3).
  05 :PREFIX:-Absent PIC 9(3).
  *> "Y" = every walked file agreed with VerifyCtl.dat, "X" = at
  *> least one did not.
  05 :PREFIX:-Ctl-Status PIC X(1).
  05 :PREFIX:-Note PIC X(40).
