*> -------------------------------------
*> Shared-file lock
*> Subprogram for COBOL Rogue - one lock
*> for every file the sessions share, so
*> two terminals never update them at
*> once.  The lock is the lock file
*> roglock.dat held open exclusively;
*> while one session holds it another
*> is refused the open, waits a second
*> and tries again, up to lockTries
*> times, before reporting the lock
*> busy.  A session that dies lets go of
*> the lock with it.
*>
*> Takes nest - a take while the lock is
*> already held here only counts, and
*> the file is let go on the matching
*> last release.
*>
*> While rogclose.ctl shows a period
*> close stopped part way through its
*> commit, the files are half replaced;
*> any take but the close's own is
*> refused, so no run is written into
*> them before the close is finished.
*> -------------------------------------
identification division.
program-id. roglock.

environment division.
input-output section.
file-control.
  select optional lock-file assign to "roglock.dat"
    organization is line sequential
    lock mode is exclusive
    file status is lock-file-status.
  select optional close-control-file assign to "rogclose.ctl"
    organization is line sequential
    file status is close-control-file-status.

data division.

file section.
fd lock-file.
01 lock-line pic x(40).

fd close-control-file.
01 close-control-record.
  02 close-phase pic x(1).
    88 close-commit-pending value "C".
  02 filler pic x(199).

working-storage section.

*> File status code for the lock file
01 lock-file-status pic x(2) value "00".
01 close-control-file-status pic x(2) value "00".

*> How many takes are outstanding in this session, and the
*> retry count and limit for a take.
01 lockDepth pic 9(4) usage is binary value 0.
01 lockTry pic 9(2) usage is binary.
01 lockTries pic 9(2) usage is binary value 5.
01 lockGot pic x(1) value "N".
  88 lock-was-got value "Y".

linkage section.
copy "lockreq.cpy".

procedure division using lock-request.

*> -------------------------------------
*> Section: takeOrRelease
*> Do what lock-action asks.
*> -------------------------------------
takeOrRelease.
  move "00" to lock-status.
  if lock-release
    if lockDepth > 0
      subtract 1 from lockDepth
      if lockDepth is equal to 0
        close lock-file
      end-if
    end-if
    exit program.
  if lockDepth > 0
    add 1 to lockDepth
    exit program.
  move "N" to lockGot.
  perform varying lockTry from 1 by 1
      until lockTry > lockTries or lock-was-got
    open extend lock-file
    if lock-file-status is equal to "00"
        or lock-file-status is equal to "05"
      move "Y" to lockGot
    else
      if lockTry < lockTries
        call "C$SLEEP" using 1
      end-if
    end-if
  end-perform.
  if not lock-was-got
    move "61" to lock-status
    exit program.
  if lock-take
    perform checkClosePending.
  if lock-close-pending
    close lock-file
    exit program.
  move 1 to lockDepth.
  exit program.

*> -------------------------------------
*> Section: checkClosePending
*> Has a period close been left with
*> its commit part done?
*> -------------------------------------
checkClosePending section.
  move spaces to close-control-record.
  open input close-control-file.
  if close-control-file-status is equal to "00"
    read close-control-file
      at end move spaces to close-control-record
    end-read
  end-if.
  close close-control-file.
  if close-commit-pending
    move "62" to lock-status.
  exit section.

end program roglock.
