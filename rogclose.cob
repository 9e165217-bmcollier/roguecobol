*> -------------------------------------
*> Period close
*> Batch companion for COBOL Rogue -
*> rolls roghist.dat over at the end of
*> a period.  Every run dated before the
*> cutoff moves to the dated archive
*> history file rogh<cutoff>.dat, the
*> current period stays in roghist.dat,
*> and each player's archived runs are
*> folded into one carry-forward record
*> in rogcarry.dat (lifetime runs, best
*> score, best depth) so all-time bests
*> outlive the purge.  The kill-detail
*> file rogkill.dat is split on the same
*> cutoff into rogk<cutoff>.dat, so each
*> history file keeps its detail beside
*> it.
*>
*> Safe to rerun.  The new archive, live,
*> kill-detail and carry-forward files
*> are built as
*> work files first, leaving the
*> originals alone; only once they
*> balance is rogclose.ctl marked as
*> commit pending and the work files
*> copied over the originals.  A run
*> that stops before that mark changed
*> nothing and simply starts again; one
*> that stops after it finds the mark
*> and finishes the copy.  Closing the
*> same cutoff twice moves nothing the
*> second time.
*>
*> The close holds the lock over the
*> files the game sessions share from
*> start to finish, so no run is written
*> into a file part way through being
*> rolled over - a session ending a run
*> meanwhile waits for it.  Once the
*> commit is marked pending nothing else
*> can take the lock until a close
*> finishes it, so a rerun after a stop
*> finds the files just as the stopped
*> run left them.
*> -------------------------------------
identification division.
program-id. rogclose.

environment division.
input-output section.
file-control.
  select optional history-file assign to "roghist.dat"
    organization is sequential
    file status is history-file-status.
  select optional archive-file assign to archiveFileName
    organization is sequential
    file status is archive-file-status.
  select optional kill-file assign to "rogkill.dat"
    organization is sequential
    file status is kill-file-status.
  select optional kill-archive-file assign to killArchiveFileName
    organization is sequential
    file status is kill-archive-file-status.
  select optional kill-live-work-file assign to "rogklive.tmp"
    organization is sequential
    file status is kill-live-work-file-status.
  select optional kill-arch-work-file assign to "rogkarch.tmp"
    organization is sequential
    file status is kill-arch-work-file-status.
  select optional carry-file assign to "rogcarry.dat"
    organization is sequential
    file status is carry-file-status.
  select optional live-work-file assign to "roghlive.tmp"
    organization is sequential
    file status is live-work-file-status.
  select optional arch-work-file assign to "rogharch.tmp"
    organization is sequential
    file status is arch-work-file-status.
  select optional carry-work-file assign to "rogcarry.tmp"
    organization is sequential
    file status is carry-work-file-status.
  select optional control-file assign to "rogclose.ctl"
    organization is line sequential
    file status is control-file-status.
  select report-file assign to "rogclose.rpt"
    organization is line sequential
    file status is report-file-status.

data division.

file section.
fd history-file.
copy "histrec.cpy".

fd archive-file.
copy "histrec.cpy" replacing leading ==history== by ==archive==.

fd live-work-file.
copy "histrec.cpy" replacing leading ==history== by ==livework==.

fd arch-work-file.
copy "histrec.cpy" replacing leading ==history== by ==archwork==.

fd kill-file.
copy "killrec.cpy".

fd kill-archive-file.
copy "killrec.cpy" replacing leading ==kill== by ==karch==.

fd kill-live-work-file.
copy "killrec.cpy" replacing leading ==kill== by ==klivework==.

fd kill-arch-work-file.
copy "killrec.cpy" replacing leading ==kill== by ==karchwork==.

fd carry-file.
copy "carryrec.cpy".

fd carry-work-file.
copy "carryrec.cpy" replacing leading ==carry== by ==carrywork==.

*> The close's own bookkeeping - which cutoff is in hand, how
*> far it got, and the counts the report reconciles.
fd control-file.
01 control-record.
  02 ctl-phase pic x(1).
    88 ctl-commit-pending value "C".
  02 filler pic x(1).
  02 ctl-cutoff pic 9(8).
  02 filler pic x(1).
  02 ctl-original-count pic 9(7).
  02 filler pic x(1).
  02 ctl-original-score pic 9(11).
  02 filler pic x(1).
  02 ctl-moved-count pic 9(7).
  02 filler pic x(1).
  02 ctl-moved-score pic 9(11).
  02 filler pic x(1).
  02 ctl-kept-count pic 9(7).
  02 filler pic x(1).
  02 ctl-kept-score pic 9(11).
  02 filler pic x(1).
  02 ctl-prior-count pic 9(7).
  02 filler pic x(1).
  02 ctl-prior-score pic 9(11).
  02 filler pic x(1).
  02 ctl-carry-count pic 9(5).
  02 filler pic x(1).
  02 ctl-kill-original pic 9(7).
  02 filler pic x(1).
  02 ctl-kill-moved pic 9(7).
  02 filler pic x(1).
  02 ctl-kill-kept pic 9(7).
  02 filler pic x(1).
  02 ctl-kill-prior pic 9(7).

fd report-file.
01 report-line pic x(80).

working-storage section.

*> File status codes
01 history-file-status pic x(2) value "00".
01 archive-file-status pic x(2) value "00".
01 carry-file-status pic x(2) value "00".
01 kill-file-status pic x(2) value "00".
01 kill-archive-file-status pic x(2) value "00".
01 kill-live-work-file-status pic x(2) value "00".
01 kill-arch-work-file-status pic x(2) value "00".
01 live-work-file-status pic x(2) value "00".
01 arch-work-file-status pic x(2) value "00".
01 carry-work-file-status pic x(2) value "00".
01 control-file-status pic x(2) value "00".
01 report-file-status pic x(2) value "00".

*> The cutoff - runs dated before it are archived - and the
*> dated archive file it names.
01 cutoffInput pic x(8).
01 cutoffDate pic 9(8) value 0.
01 todayDate pic 9(8).
01 archiveFileName pic x(16) value spaces.
01 killArchiveFileName pic x(16) value spaces.
01 answerInput pic x(1).

*> Record counts and score totals - the original live file,
*> what moved to the archive, what stayed, and what the archive
*> already held from an earlier close of the same cutoff.
01 close-totals.
  02 originalCount pic 9(7) usage is binary value 0.
  02 originalScore pic 9(11) usage is binary value 0.
  02 movedCount pic 9(7) usage is binary value 0.
  02 movedScore pic 9(11) usage is binary value 0.
  02 keptCount pic 9(7) usage is binary value 0.
  02 keptScore pic 9(11) usage is binary value 0.
  02 priorCount pic 9(7) usage is binary value 0.
  02 priorScore pic 9(11) usage is binary value 0.
  02 carryCount pic 9(5) usage is binary value 0.
  02 killOriginalCount pic 9(7) usage is binary value 0.
  02 killMovedCount pic 9(7) usage is binary value 0.
  02 killKeptCount pic 9(7) usage is binary value 0.
  02 killPriorCount pic 9(7) usage is binary value 0.
01 balanceCount pic 9(7) usage is binary.
01 balanceScore pic 9(11) usage is binary.

*> Read-back figures - what the committed files hold once the
*> copy is done.
01 readBackLiveCount pic 9(7) usage is binary value 0.
01 readBackLiveScore pic 9(11) usage is binary value 0.
01 readBackArchCount pic 9(7) usage is binary value 0.
01 readBackArchScore pic 9(11) usage is binary value 0.
01 readBackCarryCount pic 9(5) usage is binary value 0.
01 readBackKillLive pic 9(7) usage is binary value 0.
01 readBackKillArch pic 9(7) usage is binary value 0.

*> Whether the close got far enough to change anything, and
*> whether the files it left behind agree with the figures.
01 closeOutcome pic x(1) value "N".
  88 close-committed value "C".
  88 close-abandoned value "N".
01 closeBalances pic x(1) value "Y".
  88 close-balances value "Y".
01 stopReason pic x(60) value spaces.

*> Carry-forward table - every player's summary, the earlier
*> closes' figures first, with this close's archived runs
*> folded in.
01 carry-table.
  02 carryTableCount pic 9(3) usage is binary value 0.
  02 carry-entry occurs 500 times.
    03 ct-player pic x(12).
    03 ct-runs pic 9(6) usage is binary.
    03 ct-best-score pic 9(6) usage is binary.
    03 ct-best-depth pic 9(2) usage is binary.
    03 ct-score-total pic 9(9) usage is binary.
    03 ct-first-date pic 9(8).
    03 ct-last-date pic 9(8).
    03 ct-through-date pic 9(8).
01 carryIdx pic 9(3) usage is binary.
01 carrySlot pic 9(3) usage is binary.
01 carryOverflow pic x(1) value "N".
  88 carry-overflowed value "Y".

*> Display copies for the report lines.
01 reportDate pic 9(8).
01 countDisplay pic z(6)9.
01 scoreDisplay pic z(10)9.
01 runsDisplay pic z(5)9.
01 bestDisplay pic z(5)9.
01 depthDisplay pic z9.

*> The lock over the files the game sessions share.
copy "lockreq.cpy".

procedure division.

*> -------------------------------------
*> Section: mainClose
*> Finish an interrupted close if one is
*> pending, otherwise build and commit a
*> new one, then report.
*> -------------------------------------
mainClose.
  accept todayDate from date yyyymmdd.
  move "C" to lock-action.
  call "roglock" using lock-request.
  if not lock-held
    move "A game session is updating the run files - try again later."
      to stopReason
    go to mainClose-report.
  perform readControlFile.
  if ctl-commit-pending
    move ctl-cutoff to cutoffDate
    perform takeControlTotals
    perform nameArchiveFile
    display "Completing the interrupted close for cutoff "
      cutoffDate "."
    perform checkWorkFiles
    if stopReason is not equal to spaces
      go to mainClose-report
    end-if
    go to mainClose-commit.
  perform askCutoff.
  if stopReason is not equal to spaces
    go to mainClose-report.
  perform nameArchiveFile.
  perform buildWorkFiles.
  if stopReason is not equal to spaces
    go to mainClose-report.
  perform checkBalance.
  if not close-balances
    move "Work files do not balance - nothing changed."
      to stopReason
    go to mainClose-report.
  move movedCount to countDisplay.
  display "Runs to archive:   " countDisplay.
  move keptCount to countDisplay.
  display "Runs to keep live: " countDisplay.
  display "Commit the close? (y/n): " with no advancing.
  accept answerInput.
  if answerInput is not equal to "y" and answerInput is not equal to "Y"
    move "Close not committed - nothing changed." to stopReason
    go to mainClose-report.
  perform markCommitPending.
mainClose-commit.
  perform commitWorkFiles.
  move "C" to closeOutcome.
  perform readBackCommitted.
  perform markCloseDone.
mainClose-report.
  move "R" to lock-action.
  call "roglock" using lock-request.
  perform writeControlReport.
  if stopReason is not equal to spaces
    display function trim(stopReason).
  display "Control report written to rogclose.rpt".
  goback.

*> -------------------------------------
*> Section: askCutoff
*> Take the cutoff date from the
*> operator - a real yyyymmdd date no
*> later than today.
*> -------------------------------------
askCutoff section.
  display "Archive runs dated before (yyyymmdd): " with no advancing.
  move spaces to cutoffInput.
  accept cutoffInput.
  if cutoffInput is not numeric
    move "Cutoff must be an eight-digit date." to stopReason
    go to askCutoff-exit.
  move cutoffInput to cutoffDate.
  if function test-date-yyyymmdd(cutoffDate) is not equal to 0
    move "Cutoff is not a valid calendar date." to stopReason
    go to askCutoff-exit.
  if cutoffDate > todayDate
    move "Cutoff is later than today - that period is still open."
      to stopReason.
askCutoff-exit.
  exit section.

*> -------------------------------------
*> Section: nameArchiveFile
*> The dated archive history and kill-
*> detail files for the cutoff in hand.
*> -------------------------------------
nameArchiveFile section.
  move spaces to archiveFileName.
  string "rogh" cutoffDate ".dat" delimited by size
    into archiveFileName.
  move spaces to killArchiveFileName.
  string "rogk" cutoffDate ".dat" delimited by size
    into killArchiveFileName.
  exit section.

*> -------------------------------------
*> Section: buildWorkFiles
*> Phase one - split roghist.dat by the
*> cutoff into the live and archive work
*> files, the archive work file starting
*> with whatever the dated archive
*> already holds, and build the new
*> carry-forward work file.  Nothing the
*> game or the reports read is touched.
*> -------------------------------------
buildWorkFiles section.
  perform loadCarryForward.
  if carry-overflowed
    move "More than 500 players in the carry-forward file."
      to stopReason
    go to buildWorkFiles-exit.
  open output arch-work-file.
  open input archive-file.
  if archive-file-status is equal to "00"
    perform readArchiveRecord
    perform until archive-file-status is not equal to "00"
      add 1 to priorCount
      add archive-score to priorScore
      write archwork-record from archive-record
      perform readArchiveRecord
    end-perform
  end-if.
  close archive-file.
  open output live-work-file.
  open input history-file.
  if history-file-status is equal to "00"
    perform readHistoryRecord
    perform until history-file-status is not equal to "00"
      add 1 to originalCount
      add history-score to originalScore
      if history-date < cutoffDate
        add 1 to movedCount
        add history-score to movedScore
        write archwork-record from history-record
        perform foldIntoCarry
      else
        add 1 to keptCount
        add history-score to keptScore
        write livework-record from history-record
      end-if
      perform readHistoryRecord
    end-perform
  end-if.
  close history-file.
  close live-work-file.
  close arch-work-file.
  perform splitKillDetail.
  if carry-overflowed
    move "More than 500 players to carry forward." to stopReason
    go to buildWorkFiles-exit.
  perform writeCarryWorkFile.
buildWorkFiles-exit.
  exit section.

*> -------------------------------------
*> Section: splitKillDetail
*> The kill detail goes the same way as
*> the history - records dated before
*> the cutoff to the kill archive work
*> file (after whatever the dated kill
*> archive already holds), the rest to
*> the live kill work file.
*> -------------------------------------
splitKillDetail section.
  open output kill-arch-work-file.
  open input kill-archive-file.
  if kill-archive-file-status is equal to "00"
    perform readKillArchiveRecord
    perform until kill-archive-file-status is not equal to "00"
      add 1 to killPriorCount
      write karchwork-record from karch-record
      perform readKillArchiveRecord
    end-perform
  end-if.
  close kill-archive-file.
  open output kill-live-work-file.
  open input kill-file.
  if kill-file-status is equal to "00"
    perform readKillRecord
    perform until kill-file-status is not equal to "00"
      add 1 to killOriginalCount
      if kill-date < cutoffDate
        add 1 to killMovedCount
        write karchwork-record from kill-record
      else
        add 1 to killKeptCount
        write klivework-record from kill-record
      end-if
      perform readKillRecord
    end-perform
  end-if.
  close kill-file.
  close kill-live-work-file.
  close kill-arch-work-file.
  exit section.

*> -------------------------------------
*> Section: loadCarryForward
*> Read the carry-forward summaries left
*> by earlier closes into the table.
*> -------------------------------------
loadCarryForward section.
  move 0 to carryTableCount.
  open input carry-file.
  if carry-file-status is not equal to "00"
    close carry-file
    go to loadCarryForward-exit.
  perform readCarryRecord.
  perform until carry-file-status is not equal to "00"
    if carryTableCount is not less than 500
      move "Y" to carryOverflow
    else
      add 1 to carryTableCount
      move carry-player to ct-player(carryTableCount)
      move carry-runs to ct-runs(carryTableCount)
      move carry-best-score to ct-best-score(carryTableCount)
      move carry-best-depth to ct-best-depth(carryTableCount)
      move carry-score-total to ct-score-total(carryTableCount)
      move carry-first-date to ct-first-date(carryTableCount)
      move carry-last-date to ct-last-date(carryTableCount)
      move carry-through-date to ct-through-date(carryTableCount)
    end-if
    perform readCarryRecord
  end-perform.
  close carry-file.
loadCarryForward-exit.
  exit section.

*> -------------------------------------
*> Section: foldIntoCarry
*> Find (or open) the carry-forward slot
*> for the run being archived and fold
*> the run into it.
*> -------------------------------------
foldIntoCarry section.
  move 0 to carrySlot.
  perform varying carryIdx from 1 by 1 until carryIdx > carryTableCount
    if ct-player(carryIdx) is equal to history-player
      move carryIdx to carrySlot
    end-if
  end-perform.
  if carrySlot is equal to 0
    if carryTableCount is not less than 500
      move "Y" to carryOverflow
      go to foldIntoCarry-exit
    end-if
    add 1 to carryTableCount
    move carryTableCount to carrySlot
    move history-player to ct-player(carrySlot)
    move 0 to ct-runs(carrySlot)
    move 0 to ct-best-score(carrySlot)
    move 0 to ct-best-depth(carrySlot)
    move 0 to ct-score-total(carrySlot)
    move history-date to ct-first-date(carrySlot)
    move history-date to ct-last-date(carrySlot).
  add 1 to ct-runs(carrySlot).
  add history-score to ct-score-total(carrySlot).
  if history-score > ct-best-score(carrySlot)
    move history-score to ct-best-score(carrySlot).
  if history-level > ct-best-depth(carrySlot)
    move history-level to ct-best-depth(carrySlot).
  if history-date < ct-first-date(carrySlot)
    move history-date to ct-first-date(carrySlot).
  if history-date > ct-last-date(carrySlot)
    move history-date to ct-last-date(carrySlot).
  move cutoffDate to ct-through-date(carrySlot).
foldIntoCarry-exit.
  exit section.

*> -------------------------------------
*> Section: writeCarryWorkFile
*> Write the carry-forward table out as
*> the carry-forward work file.
*> -------------------------------------
writeCarryWorkFile section.
  open output carry-work-file.
  perform varying carryIdx from 1 by 1 until carryIdx > carryTableCount
    move ct-player(carryIdx) to carrywork-player
    move ct-runs(carryIdx) to carrywork-runs
    move ct-best-score(carryIdx) to carrywork-best-score
    move ct-best-depth(carryIdx) to carrywork-best-depth
    move ct-score-total(carryIdx) to carrywork-score-total
    move ct-first-date(carryIdx) to carrywork-first-date
    move ct-last-date(carryIdx) to carrywork-last-date
    move ct-through-date(carryIdx) to carrywork-through-date
    write carrywork-record
  end-perform.
  close carry-work-file.
  move carryTableCount to carryCount.
  exit section.

*> -------------------------------------
*> Section: checkBalance
*> The runs moved plus the runs kept
*> must account for every run in the
*> original file, by count and by score
*> total.
*> -------------------------------------
checkBalance section.
  move "Y" to closeBalances.
  compute balanceCount = movedCount + keptCount.
  compute balanceScore = movedScore + keptScore.
  if balanceCount is not equal to originalCount
      or balanceScore is not equal to originalScore
    move "N" to closeBalances.
  compute balanceCount = killMovedCount + killKeptCount.
  if balanceCount is not equal to killOriginalCount
    move "N" to closeBalances.
  exit section.

*> -------------------------------------
*> Section: markCommitPending
*> The work files are complete and
*> balance - record that, with the
*> figures, before any original is
*> overwritten.
*> -------------------------------------
markCommitPending section.
  move spaces to control-record.
  move "C" to ctl-phase.
  move cutoffDate to ctl-cutoff.
  move originalCount to ctl-original-count.
  move originalScore to ctl-original-score.
  move movedCount to ctl-moved-count.
  move movedScore to ctl-moved-score.
  move keptCount to ctl-kept-count.
  move keptScore to ctl-kept-score.
  move priorCount to ctl-prior-count.
  move priorScore to ctl-prior-score.
  move carryCount to ctl-carry-count.
  move killOriginalCount to ctl-kill-original.
  move killMovedCount to ctl-kill-moved.
  move killKeptCount to ctl-kill-kept.
  move killPriorCount to ctl-kill-prior.
  open output control-file.
  write control-record.
  close control-file.
  exit section.

*> -------------------------------------
*> Section: markCloseDone
*> Every original has been replaced -
*> empty the control file so the next
*> run starts a fresh close.
*> -------------------------------------
markCloseDone section.
  open output control-file.
  close control-file.
  exit section.

*> -------------------------------------
*> Section: readControlFile
*> Pick up the control record of a close
*> that stopped part way, if any.
*> -------------------------------------
readControlFile section.
  move spaces to control-record.
  open input control-file.
  if control-file-status is not equal to "00"
    close control-file
    move spaces to control-record
    go to readControlFile-exit.
  read control-file
    at end move spaces to control-record.
  close control-file.
readControlFile-exit.
  exit section.

*> -------------------------------------
*> Section: takeControlTotals
*> Resuming - the figures come from the
*> control record the first attempt
*> wrote.
*> -------------------------------------
takeControlTotals section.
  move ctl-original-count to originalCount.
  move ctl-original-score to originalScore.
  move ctl-moved-count to movedCount.
  move ctl-moved-score to movedScore.
  move ctl-kept-count to keptCount.
  move ctl-kept-score to keptScore.
  move ctl-prior-count to priorCount.
  move ctl-prior-score to priorScore.
  move ctl-carry-count to carryCount.
  move ctl-kill-original to killOriginalCount.
  move ctl-kill-moved to killMovedCount.
  move ctl-kill-kept to killKeptCount.
  move ctl-kill-prior to killPriorCount.
  exit section.

*> -------------------------------------
*> Section: checkWorkFiles
*> Before finishing an interrupted close
*> make sure its work files are all
*> still there and still hold what the
*> control record says they hold.
*> -------------------------------------
checkWorkFiles section.
  move 0 to readBackLiveCount.
  move 0 to readBackLiveScore.
  open input live-work-file.
  if live-work-file-status is equal to "00"
    perform readLiveWorkRecord
    perform until live-work-file-status is not equal to "00"
      add 1 to readBackLiveCount
      add livework-score to readBackLiveScore
      perform readLiveWorkRecord
    end-perform
  end-if.
  close live-work-file.
  move 0 to readBackArchCount.
  move 0 to readBackArchScore.
  open input arch-work-file.
  if arch-work-file-status is equal to "00"
    perform readArchWorkRecord
    perform until arch-work-file-status is not equal to "00"
      add 1 to readBackArchCount
      add archwork-score to readBackArchScore
      perform readArchWorkRecord
    end-perform
  end-if.
  close arch-work-file.
  move 0 to readBackCarryCount.
  open input carry-work-file.
  if carry-work-file-status is equal to "00"
    perform readCarryWorkRecord
    perform until carry-work-file-status is not equal to "00"
      add 1 to readBackCarryCount
      perform readCarryWorkRecord
    end-perform
  end-if.
  close carry-work-file.
  move 0 to readBackKillLive.
  open input kill-live-work-file.
  if kill-live-work-file-status is equal to "00"
    perform readKillLiveWorkRecord
    perform until kill-live-work-file-status is not equal to "00"
      add 1 to readBackKillLive
      perform readKillLiveWorkRecord
    end-perform
  end-if.
  close kill-live-work-file.
  move 0 to readBackKillArch.
  open input kill-arch-work-file.
  if kill-arch-work-file-status is equal to "00"
    perform readKillArchWorkRecord
    perform until kill-arch-work-file-status is not equal to "00"
      add 1 to readBackKillArch
      perform readKillArchWorkRecord
    end-perform
  end-if.
  close kill-arch-work-file.
  compute balanceCount = priorCount + movedCount.
  compute balanceScore = priorScore + movedScore.
  if readBackLiveCount is not equal to keptCount
      or readBackLiveScore is not equal to keptScore
      or readBackArchCount is not equal to balanceCount
      or readBackArchScore is not equal to balanceScore
      or readBackCarryCount is not equal to carryCount
    move "Work files do not match rogclose.ctl - close halted."
      to stopReason.
  compute balanceCount = killPriorCount + killMovedCount.
  if readBackKillLive is not equal to killKeptCount
      or readBackKillArch is not equal to balanceCount
    move "Work files do not match rogclose.ctl - close halted."
      to stopReason.
  exit section.

*> -------------------------------------
*> Section: commitWorkFiles
*> Phase two - copy each work file over
*> its original.  Every copy starts from
*> the work file, so repeating any of
*> them after a stop gives the same
*> result.
*> -------------------------------------
commitWorkFiles section.
  open input arch-work-file.
  open output archive-file.
  perform readArchWorkRecord.
  perform until arch-work-file-status is not equal to "00"
    write archive-record from archwork-record
    perform readArchWorkRecord
  end-perform.
  close archive-file.
  close arch-work-file.
  open input carry-work-file.
  open output carry-file.
  perform readCarryWorkRecord.
  perform until carry-work-file-status is not equal to "00"
    write carry-record from carrywork-record
    perform readCarryWorkRecord
  end-perform.
  close carry-file.
  close carry-work-file.
  open input live-work-file.
  open output history-file.
  perform readLiveWorkRecord.
  perform until live-work-file-status is not equal to "00"
    write history-record from livework-record
    perform readLiveWorkRecord
  end-perform.
  close history-file.
  close live-work-file.
  open input kill-arch-work-file.
  open output kill-archive-file.
  perform readKillArchWorkRecord.
  perform until kill-arch-work-file-status is not equal to "00"
    write karch-record from karchwork-record
    perform readKillArchWorkRecord
  end-perform.
  close kill-archive-file.
  close kill-arch-work-file.
  open input kill-live-work-file.
  open output kill-file.
  perform readKillLiveWorkRecord.
  perform until kill-live-work-file-status is not equal to "00"
    write kill-record from klivework-record
    perform readKillLiveWorkRecord
  end-perform.
  close kill-file.
  close kill-live-work-file.
  exit section.

*> -------------------------------------
*> Section: readBackCommitted
*> Count what the replaced files really
*> hold now, for the control report.
*> -------------------------------------
readBackCommitted section.
  move 0 to readBackLiveCount.
  move 0 to readBackLiveScore.
  open input history-file.
  if history-file-status is equal to "00"
    perform readHistoryRecord
    perform until history-file-status is not equal to "00"
      add 1 to readBackLiveCount
      add history-score to readBackLiveScore
      perform readHistoryRecord
    end-perform
  end-if.
  close history-file.
  move 0 to readBackArchCount.
  move 0 to readBackArchScore.
  open input archive-file.
  if archive-file-status is equal to "00"
    perform readArchiveRecord
    perform until archive-file-status is not equal to "00"
      add 1 to readBackArchCount
      add archive-score to readBackArchScore
      perform readArchiveRecord
    end-perform
  end-if.
  close archive-file.
  move 0 to readBackCarryCount.
  open input carry-file.
  if carry-file-status is equal to "00"
    perform readCarryRecord
    perform until carry-file-status is not equal to "00"
      add 1 to readBackCarryCount
      perform readCarryRecord
    end-perform
  end-if.
  close carry-file.
  move 0 to readBackKillLive.
  open input kill-file.
  if kill-file-status is equal to "00"
    perform readKillRecord
    perform until kill-file-status is not equal to "00"
      add 1 to readBackKillLive
      perform readKillRecord
    end-perform
  end-if.
  close kill-file.
  move 0 to readBackKillArch.
  open input kill-archive-file.
  if kill-archive-file-status is equal to "00"
    perform readKillArchiveRecord
    perform until kill-archive-file-status is not equal to "00"
      add 1 to readBackKillArch
      perform readKillArchiveRecord
    end-perform
  end-if.
  close kill-archive-file.
  compute balanceCount = priorCount + movedCount.
  compute balanceScore = priorScore + movedScore.
  if readBackLiveCount is not equal to keptCount
      or readBackLiveScore is not equal to keptScore
      or readBackArchCount is not equal to balanceCount
      or readBackArchScore is not equal to balanceScore
      or readBackCarryCount is not equal to carryCount
    move "N" to closeBalances.
  compute balanceCount = killPriorCount + killMovedCount.
  if readBackKillLive is not equal to killKeptCount
      or readBackKillArch is not equal to balanceCount
    move "N" to closeBalances.
  exit section.

*> -------------------------------------
*> Section: writeControlReport
*> The reconciliation - original file
*> against archive plus live, by count
*> and score total - followed by the
*> carry-forward summaries.
*> -------------------------------------
writeControlReport section.
  open output report-file.
  perform writeHeading.
  if stopReason is not equal to spaces
    move spaces to report-line
    string "CLOSE NOT COMPLETED: " stopReason
      delimited by size into report-line
    write report-line
    move spaces to report-line
    write report-line.
  if cutoffDate is equal to 0
    go to writeControlReport-close.
  move spaces to report-line.
  string "Cutoff date:   " cutoffDate
    "   (runs dated before it are archived)"
    delimited by size into report-line.
  write report-line.
  move spaces to report-line.
  string "Archive file:  " archiveFileName
    delimited by size into report-line.
  write report-line.
  move spaces to report-line.
  write report-line.
  move "                              RECORDS    SCORE TOTAL"
    to report-line.
  write report-line.
  move originalCount to countDisplay.
  move originalScore to scoreDisplay.
  move spaces to report-line.
  string "Original roghist.dat        " countDisplay "    " scoreDisplay
    delimited by size into report-line.
  write report-line.
  move movedCount to countDisplay.
  move movedScore to scoreDisplay.
  move spaces to report-line.
  string "  moved to archive          " countDisplay "    " scoreDisplay
    delimited by size into report-line.
  write report-line.
  move keptCount to countDisplay.
  move keptScore to scoreDisplay.
  move spaces to report-line.
  string "  kept in roghist.dat       " countDisplay "    " scoreDisplay
    delimited by size into report-line.
  write report-line.
  compute balanceCount = movedCount + keptCount.
  compute balanceScore = movedScore + keptScore.
  move balanceCount to countDisplay.
  move balanceScore to scoreDisplay.
  move spaces to report-line.
  string "  archive plus live         " countDisplay "    " scoreDisplay
    delimited by size into report-line.
  write report-line.
  move spaces to report-line.
  if balanceCount is equal to originalCount
      and balanceScore is equal to originalScore
    move "  Moved plus kept RECONCILES to the original file."
      to report-line
  else
    move "  Moved plus kept is OUT OF BALANCE with the original file."
      to report-line
  end-if.
  write report-line.
  move spaces to report-line.
  write report-line.
  move priorCount to countDisplay.
  move priorScore to scoreDisplay.
  move spaces to report-line.
  string "Archive held before close   " countDisplay "    " scoreDisplay
    delimited by size into report-line.
  write report-line.
  move spaces to report-line.
  write report-line.
  move killOriginalCount to countDisplay.
  move spaces to report-line.
  string "Original rogkill.dat        " countDisplay
    delimited by size into report-line.
  write report-line.
  move killMovedCount to countDisplay.
  move spaces to report-line.
  string "  moved to " killArchiveFileName " " countDisplay
    delimited by size into report-line.
  write report-line.
  move killKeptCount to countDisplay.
  move spaces to report-line.
  string "  kept in rogkill.dat       " countDisplay
    delimited by size into report-line.
  write report-line.
  compute balanceCount = killMovedCount + killKeptCount.
  if balanceCount is equal to killOriginalCount
    move "  Moved plus kept RECONCILES to the original file."
      to report-line
  else
    move "  Moved plus kept is OUT OF BALANCE with the original file."
      to report-line
  end-if.
  write report-line.
  move killPriorCount to countDisplay.
  move spaces to report-line.
  string "Kill archive before close   " countDisplay
    delimited by size into report-line.
  write report-line.
  if not close-committed
    go to writeControlReport-close.
  move spaces to report-line.
  write report-line.
  move "AFTER COMMIT (files read back)" to report-line.
  write report-line.
  move readBackLiveCount to countDisplay.
  move readBackLiveScore to scoreDisplay.
  move spaces to report-line.
  string "  roghist.dat               " countDisplay "    " scoreDisplay
    delimited by size into report-line.
  write report-line.
  move readBackArchCount to countDisplay.
  move readBackArchScore to scoreDisplay.
  move spaces to report-line.
  string "  " archiveFileName "          " countDisplay "    "
    scoreDisplay delimited by size into report-line.
  write report-line.
  move readBackCarryCount to countDisplay.
  move spaces to report-line.
  string "  rogcarry.dat players      " countDisplay
    delimited by size into report-line.
  write report-line.
  move readBackKillLive to countDisplay.
  move spaces to report-line.
  string "  rogkill.dat               " countDisplay
    delimited by size into report-line.
  write report-line.
  move readBackKillArch to countDisplay.
  move spaces to report-line.
  string "  " killArchiveFileName "          " countDisplay
    delimited by size into report-line.
  write report-line.
  if close-balances
    move "  Committed files AGREE with the close figures."
      to report-line
  else
    move "  Committed files DISAGREE with the close figures - check!"
      to report-line
  end-if.
  write report-line.
  move spaces to report-line.
  write report-line.
  perform writeCarrySection.
writeControlReport-close.
  close report-file.
  exit section.

*> -------------------------------------
*> Section: writeCarrySection
*> One line per player from the
*> committed carry-forward file.
*> -------------------------------------
writeCarrySection section.
  move "CARRY-FORWARD (archived runs, all closes to date)"
    to report-line.
  write report-line.
  move "  PLAYER          RUNS  BEST SCORE  BEST DEPTH  THROUGH"
    to report-line.
  write report-line.
  open input carry-file.
  if carry-file-status is not equal to "00"
    close carry-file
    move "  No carry-forward records." to report-line
    write report-line
    go to writeCarrySection-exit.
  perform readCarryRecord.
  perform until carry-file-status is not equal to "00"
    move carry-runs to runsDisplay
    move carry-best-score to bestDisplay
    move carry-best-depth to depthDisplay
    move spaces to report-line
    string "  " carry-player "  " runsDisplay "      " bestDisplay
      "          " depthDisplay "  " carry-through-date
      delimited by size into report-line
    write report-line
    perform readCarryRecord
  end-perform.
  close carry-file.
writeCarrySection-exit.
  exit section.

*> -------------------------------------
*> Section: readHistoryRecord
*> Read the next run record from the
*> history file, if there is one.
*> -------------------------------------
readHistoryRecord section.
  read history-file
    at end move "10" to history-file-status.
  exit section.

*> -------------------------------------
*> Section: readArchiveRecord
*> Read the next run record from the
*> dated archive file, if there is one.
*> -------------------------------------
readArchiveRecord section.
  read archive-file
    at end move "10" to archive-file-status.
  exit section.

*> -------------------------------------
*> Section: readLiveWorkRecord
*> Read the next run record from the
*> live work file, if there is one.
*> -------------------------------------
readLiveWorkRecord section.
  read live-work-file
    at end move "10" to live-work-file-status.
  exit section.

*> -------------------------------------
*> Section: readArchWorkRecord
*> Read the next run record from the
*> archive work file, if there is one.
*> -------------------------------------
readArchWorkRecord section.
  read arch-work-file
    at end move "10" to arch-work-file-status.
  exit section.

*> -------------------------------------
*> Section: readKillRecord
*> Read the next kill-detail record, if
*> there is one.
*> -------------------------------------
readKillRecord section.
  read kill-file
    at end move "10" to kill-file-status.
  exit section.

*> -------------------------------------
*> Section: readKillArchiveRecord
*> Read the next record from the dated
*> kill archive, if there is one.
*> -------------------------------------
readKillArchiveRecord section.
  read kill-archive-file
    at end move "10" to kill-archive-file-status.
  exit section.

*> -------------------------------------
*> Section: readKillLiveWorkRecord
*> Read the next record from the live
*> kill work file, if there is one.
*> -------------------------------------
readKillLiveWorkRecord section.
  read kill-live-work-file
    at end move "10" to kill-live-work-file-status.
  exit section.

*> -------------------------------------
*> Section: readKillArchWorkRecord
*> Read the next record from the kill
*> archive work file, if there is one.
*> -------------------------------------
readKillArchWorkRecord section.
  read kill-arch-work-file
    at end move "10" to kill-arch-work-file-status.
  exit section.

*> -------------------------------------
*> Section: readCarryRecord
*> Read the next carry-forward record,
*> if there is one.
*> -------------------------------------
readCarryRecord section.
  read carry-file
    at end move "10" to carry-file-status.
  exit section.

*> -------------------------------------
*> Section: readCarryWorkRecord
*> Read the next carry-forward work
*> record, if there is one.
*> -------------------------------------
readCarryWorkRecord section.
  read carry-work-file
    at end move "10" to carry-work-file-status.
  exit section.

*> -------------------------------------
*> Section: writeHeading
*> Title block at the top of the
*> report.
*> -------------------------------------
writeHeading section.
  move "========================================" to report-line.
  write report-line.
  move " COBOL ROGUE - PERIOD CLOSE CONTROL REPORT" to report-line.
  write report-line.
  accept reportDate from date yyyymmdd.
  move spaces to report-line.
  string " Prepared " reportDate delimited by size into report-line.
  write report-line.
  move "========================================" to report-line.
  write report-line.
  move spaces to report-line.
  write report-line.
  exit section.

end program rogclose.
