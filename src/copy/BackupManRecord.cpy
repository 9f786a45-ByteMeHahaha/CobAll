*> Backup set manifest record layout - one row per data file in a
*> point-in-time backup set: the live file it was taken from, the
*> copy the set holds, and the numbers the copy is checked against
*> before it is ever restored. Walked files carry the record count
*> and amount hash in the same terms as VerifyCtl.dat; any other
*> file carries its size in bytes. Callers supply the record/field
*> prefix via REPLACING, e.g.:
*>   COPY "BackupManRecord.cpy" REPLACING ==:PREFIX:== BY ==BM==.
01 :PREFIX:-Record.
  05 :PREFIX:-Set-ID PIC X(14).
  05 :PREFIX:-Live-Path PIC X(80).
  05 :PREFIX:-Copy-Path PIC X(80).
  *> "T"/"M"/"B"/"A"/"X"/"S"/"G" = walked as VerifyCtl.dat's key
  *> styles (count and hash), "F" = any other file (count is its
  *> size in bytes, hash zero), "N" = the file was not there when
  *> the set was taken - a restore removes it, so the set comes
  *> back exactly as it was.
  05 :PREFIX:-Style PIC X(1).
  05 :PREFIX:-Count PIC 9(11).
  05 :PREFIX:-Hash PIC S9(13)V99.
  *> The copy against VerifyCtl.dat's row for the live file at the
  *> time: "Y" = agrees, "X" = differs, "N" = no row to check.
  05 :PREFIX:-Ctl-Check PIC X(1).
