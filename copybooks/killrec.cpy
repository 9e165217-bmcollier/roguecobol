*> -------------------------------------
*> Copybook: killrec
*>
*> Kill-detail record - one appended to
*> rogkill.dat for every run written to
*> roghist.dat, carrying what the
*> history record has no room for: the
*> species that ended the run and how
*> many of each species the player
*> killed.  It joins to its history
*> record on date, player, seed, turns
*> and score.  Written by rogue.cob,
*> read by rogbal.cob (bestiary balance
*> report).
*>
*> kill-outcome: M slain by a monster,
*> P poisoned (kill-slain-by is the
*> species that poisoned the player),
*> S starved, E escaped, R retired.
*> -------------------------------------
01 kill-record.
  02 kill-date pic 9(8).
  02 kill-player pic x(12).
  02 kill-seed pic 9(9).
  02 kill-turns pic 9(5).
  02 kill-score pic 9(6).
  02 kill-deepest pic 9(2).
  02 kill-death-level pic 9(2).
  02 kill-outcome pic x(1).
    88 kill-by-monster value "M".
    88 kill-by-poison value "P".
    88 kill-by-starving value "S".
    88 kill-escaped value "E".
    88 kill-retired value "R".
  02 kill-slain-by pic x(12).
  02 kill-species-count pic 9(2).
  02 kill-species-entry occurs 16 times.
    03 kill-species-name pic x(12).
    03 kill-species-kills pic 9(3).
