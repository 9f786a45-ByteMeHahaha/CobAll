  *> indexed record grew.
  05 :PREFIX:-Opened PIC X(8).
  05 :PREFIX:-Closed PIC X(8).
  *> Check-digit scheme on the account half of the key (bytes 5-10,
  *> the last of them the check digit) - space = none, L = Luhn
  *> mod 10, W = weighted mod 11. Every keying point and the edit
  *> pass hold the branch's keys to it. The record grew again with
  *> this field, so a BranchRef.dat from before it needs re-keying
  *> once too.
  05 :PREFIX:-Check-Scheme PIC X(1).
