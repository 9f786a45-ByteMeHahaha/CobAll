  *> Up to three permitted terminal IDs, space-separated - blank
  *> means any terminal (including the dial-in one, so key it).
  05 :PREFIX:-Terminals PIC X(24).
  *> YYYYMMDD of the last successful login, stamped by the login
  *> screen. Spaces = never logged in since the field was added.
  05 :PREFIX:-Last-Login PIC X(8).
  *> YYYYMMDD the profile was last made usable - added or unlocked
  *> by OperMaint, or first seen by the dormant-ID check with no
  *> login on it. The idle clock runs from the later of this and
  *> the last login, so a newly keyed or just-unlocked ID is not
  *> locked again overnight. As with the password date, a
  *> pre-upgrade OperProf.dat needs re-keying (or deleting) once.
  05 :PREFIX:-Active-Since PIC X(8).
  *> Data scope - which accounts the operator may see and change.
  *> Up to eight permitted branch codes, space-separated, and up to
  *> three regions (as keyed on the branch reference) whose branches
  *> are all permitted. Both blank is a head-office profile with
  *> every branch, so profiles keyed before the scope existed keep
  *> the access they always had. Again, a pre-upgrade OperProf.dat
  *> needs re-keying (or deleting) once.
  05 :PREFIX:-Branches PIC X(40).
  05 :PREFIX:-Region OCCURS 3 TIMES PIC X(10).
