*> -------------------------------------
*> Copybook: lockreq
*>
*> Call block for the roglock
*> subprogram, which serialises updates
*> to the files every session shares -
*> the run history, kill detail, journal
*> catalogue, daily attempts and bones.
*> Take the lock before the update and
*> release it straight after.  Status
*> "00" means the lock is held; "61"
*> that another session still held it
*> after every retry - tell the player
*> the file is busy and try again.
*> "62" means a period close stopped
*> part way through replacing the files
*> (rogclose.ctl shows its commit
*> pending) - nothing may touch them
*> until rogclose is run to finish it.
*> rogclose itself takes the lock with
*> "C", which a pending close doesn't
*> stop.
*> -------------------------------------
01 lock-request.
  02 lock-action pic x(1).
    88 lock-take value "T".
    88 lock-take-for-close value "C".
    88 lock-release value "R".
  02 lock-status pic x(2).
    88 lock-held value "00".
    88 lock-busy value "61".
    88 lock-close-pending value "62".
