*> -------------------------------------
*> Copybook: attmprec
*>
*> Daily-dungeon attempt record - one
*> appended to rogdaily.dat the moment a
*> player sets off into the day's
*> daily dungeon, before a single move.
*> A run abandoned part way still
*> leaves its mark, so a player gets
*> one attempt a day that counts; any
*> later one that day is practice.
*> attempt-player is the register
*> spelling of the name.
*> -------------------------------------
01 attempt-record.
  02 attempt-date pic 9(8).
  02 attempt-player pic x(12).
  02 attempt-time pic 9(8).
