  *> Free-text contact line - a phone number, a department, whatever
  *> the post room needs to route a misdirected statement.
  05 :PREFIX:-Contact PIC X(40).
  *> Product code off the product catalogue (ProdMaster.dat) - what
  *> kind of account this is. Spaces = no product, and the account is
  *> treated by status and branch as before. A pre-upgrade
  *> AcctRef.dat needs re-keying (or deleting) once.
  05 :PREFIX:-Product PIC X(4).
