*> Audit sample record layout - one row per sample drawn on the Audit
*> Sampling screen: the population it was drawn from, the method,
*> and the seed, so the same parameters draw the same sample again.
*> The items drawn are SampleItemRecord.cpy rows under the same
*> sample ID; once every item carries a reviewer's result the sample
*> is signed off and nothing on it changes again. Callers supply the
*> record/field prefix via REPLACING, e.g.:
*>   COPY "SampleRecord.cpy" REPLACING ==:PREFIX:== BY ==SG==.
01 :PREFIX:-Record.
  *> "AS" + YYMMDDHHMMSS the sample was drawn.
  05 :PREFIX:-Id PIC X(14).
  05 :PREFIX:-Drawn-By PIC X(8).
  05 :PREFIX:-Drawn-Stamp PIC X(14).
  *> T = Transaction Master keys, J = Trans Master journal entries,
  *> M = manually keyed transactions.
  05 :PREFIX:-Population PIC X(1).
  *> YYYYMMDD first and last day of the period sampled - spaces for
  *> the whole population.
  05 :PREFIX:-Period-From PIC X(8).
  05 :PREFIX:-Period-To PIC X(8).
  *> R = simple random, M = monetary-unit (every currency unit an
  *> equal chance, so large items are the likelier picks).
  05 :PREFIX:-Method PIC X(1).
  *> The generator's starting value - Park-Miller minimal standard,
  *> x = x * 16807 mod 2147483647 - and what it yielded.
  05 :PREFIX:-Seed PIC 9(9).
  05 :PREFIX:-Size-Asked PIC 9(4).
  05 :PREFIX:-Size-Drawn PIC 9(4).
  05 :PREFIX:-Pop-Count PIC 9(7).
  *> Sum of the population's absolute amounts, and for a monetary-
  *> unit sample the sampling interval and the random start.
  05 :PREFIX:-Pop-Value PIC 9(13)V99.
  05 :PREFIX:-Interval PIC 9(13)V99.
  05 :PREFIX:-Start PIC 9(13)V99.
  *> O = open for review, S = signed off.
  05 :PREFIX:-State PIC X(1).
  05 :PREFIX:-Failed PIC 9(4).
  05 :PREFIX:-Signed-By PIC X(8).
  05 :PREFIX:-Signed-Stamp PIC X(14).
