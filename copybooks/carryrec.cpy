*> -------------------------------------
*> Copybook: carryrec
*>
*> Carry-forward record - one per player
*> in rogcarry.dat, summing every run
*> the period close has moved out of
*> roghist.dat into a dated archive, so
*> all-time figures survive the purge.
*> Written by rogclose.cob.
*> -------------------------------------
01 carry-record.
  02 carry-player pic x(12).
  02 carry-runs pic 9(6).
  02 carry-best-score pic 9(6).
  02 carry-best-depth pic 9(2).
  02 carry-score-total pic 9(9).
  02 carry-first-date pic 9(8).
  02 carry-last-date pic 9(8).
  02 carry-through-date pic 9(8).
