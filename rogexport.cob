*> -------------------------------------
*> League export
*> Batch companion for COBOL Rogue -
*> writes the run history out as the
*> comma-delimited interchange file
*> rogexp.csv, for the clubroom
*> spreadsheet and notice board to
*> load.  Every line starts with its
*> record type:
*>
*>   H,extract date,first run date,
*>     last run date,ALL or NEW
*>   D,date,player,seed,daily Y/N,score,
*>     depth,kills,gold,turns,cause,
*>     verified Y/N
*>   T,detail count,score total
*>
*> one header, a detail per run and one
*> trailer, so the receiving side can
*> check it got the lot.  A run is a
*> daily when its seed is its date;
*> verified is the score audit's own
*> verdict, from rogverify.  Player and
*> cause are quoted.
*>
*> Exports every run on file, or only
*> the runs added since the last export.
*> rogexp.ctl remembers how far the last
*> export read and the last run it read
*> - matched without the player's name,
*> so a rename on the register doesn't
*> lose the place.  Should that run have
*> gone to an archive with a period
*> close, the runs dated after it are
*> the new ones.  The details go to the
*> work file rogexp.tmp first, so the
*> header can give the period they
*> cover; rogexp.ctl moves on only once
*> the export file is complete.
*>
*> Reads the history holding the lock
*> over the files the game sessions
*> share, so a run being written is
*> never half read.
*> -------------------------------------
identification division.
program-id. rogexport.

environment division.
input-output section.
file-control.
  select optional history-file assign to "roghist.dat"
    organization is sequential
    file status is history-file-status.
  select export-file assign to "rogexp.csv"
    organization is line sequential
    file status is export-file-status.
  select optional export-work-file assign to "rogexp.tmp"
    organization is line sequential
    file status is export-work-file-status.
  select optional control-file assign to "rogexp.ctl"
    organization is line sequential
    file status is control-file-status.

data division.

file section.
fd history-file.
copy "histrec.cpy".

fd export-file.
01 export-line pic x(120).

fd export-work-file.
01 export-work-line pic x(120).

*> Where the last export got to - when it ran, how many runs
*> roghist.dat held then, and the last of them, as read.
fd control-file.
01 control-record.
  02 ctl-export-date pic 9(8).
  02 filler pic x(1).
  02 ctl-read-count pic 9(7).
  02 filler pic x(1).
  02 ctl-last-run pic x(76).

working-storage section.

*> File status codes
01 history-file-status pic x(2) value "00".
01 export-file-status pic x(2) value "00".
01 export-work-file-status pic x(2) value "00".
01 control-file-status pic x(2) value "00".

*> What the operator asked for, and why the run stopped, if it
*> did.
01 modeInput pic x(1).
01 exportMode pic x(1) value "N".
  88 export-all value "A".
  88 export-new value "N".
01 modeWord pic x(3).
01 todayDate pic 9(8).
01 stopReason pic x(60) value spaces.

*> The rules must load before any run can be audited.
copy "rulesreq.cpy".
copy "rulestbl.cpy".

*> What rogverify made of the run in hand.
copy "verifyreq.cpy".

*> The last run the previous export read, and the run in hand,
*> each with the player's name blanked for matching.
copy "histrec.cpy" replacing leading ==history== by ==lastrun==.
copy "histrec.cpy" replacing leading ==history== by ==match==.
01 lastRunKnown pic x(1) value "N".
  88 last-run-known value "Y".
01 lastRunFound pic x(1) value "N".
  88 last-run-found value "Y".
01 lastRunPlaced pic x(1) value "N".
  88 last-run-placed value "Y".
01 startAfter pic 9(7) usage is binary value 0.

*> Counts and totals - runs read, runs exported, their score
*> total and how many the audit flagged, and the span of dates
*> they cover.
01 historyCount pic 9(7) usage is binary value 0.
01 exportCount pic 9(7) usage is binary value 0.
01 exportScore pic 9(11) usage is binary value 0.
01 flaggedCount pic 9(7) usage is binary value 0.
01 periodFrom pic 9(8) value 0.
01 periodTo pic 9(8) value 0.
01 lastReadRun pic x(76) value spaces.
01 runWanted pic x(1).
  88 run-is-wanted value "Y".

*> The pieces of an export line.
01 dailyFlag pic x(1).
01 verifiedFlag pic x(1).
01 quotedName pic x(12).
01 quotedCause pic x(20).
01 seedDisplay pic z(8)9.
01 scoreDisplay pic z(5)9.
01 levelDisplay pic z9.
01 killsDisplay pic z(2)9.
01 goldDisplay pic z(4)9.
01 turnsDisplay pic z(4)9.
01 countDisplay pic z(6)9.
01 totalDisplay pic z(10)9.
01 fromDisplay pic x(8).
01 toDisplay pic x(8).

*> The lock over the files the game sessions share.
copy "lockreq.cpy".

procedure division.

*> -------------------------------------
*> Section: mainExport
*> Take the mode, find where the last
*> export stopped, write the runs since
*> (or all of them), and move the
*> control record on.
*> -------------------------------------
mainExport.
  accept todayDate from date yyyymmdd.
  perform askMode.
  if stopReason is not equal to spaces
    go to mainExport-done.
  move 0 to rules-wanted.
  call "rogrules" using rules-request game-rules.
  if not rules-ok
    move spaces to stopReason
    string "Export not run - " function trim(rules-message)
      delimited by size into stopReason
    go to mainExport-done.
  move "T" to lock-action.
  call "roglock" using lock-request.
  if not lock-held
    move "A game session is updating the run files - try again later."
      to stopReason
    if lock-close-pending
      move "A period close is unfinished - run rogclose to finish it."
        to stopReason
    end-if
    go to mainExport-done.
  perform readControlFile.
  if export-new and not last-run-known
    move "A" to exportMode
    if ctl-export-date is not numeric
      display "No earlier export on file - every run is exported."
    end-if
  end-if.
  if export-new
    perform findLastExported
    if not last-run-found
      display "The last run exported is no longer in roghist.dat - "
        "runs dated after " lastrun-date " are exported."
    end-if
  end-if.
  perform extractRuns.
  move "R" to lock-action.
  call "roglock" using lock-request.
  perform writeExportFile.
  perform markExportDone.
mainExport-done.
  if stopReason is not equal to spaces
    display function trim(stopReason)
    goback.
  display "Export written to rogexp.csv".
  move exportCount to countDisplay.
  display "Runs exported:   " countDisplay.
  move flaggedCount to countDisplay.
  display "Runs flagged:    " countDisplay.
  move exportScore to totalDisplay.
  display "Score total: " totalDisplay.
  goback.

*> -------------------------------------
*> Section: askMode
*> Every run, or only the new ones -
*> new by default.
*> -------------------------------------
askMode section.
  display "Export all runs (A) or only runs new since the last "
    "export (N)? [N]: " with no advancing.
  move space to modeInput.
  accept modeInput.
  move function upper-case(modeInput) to modeInput.
  if modeInput is equal to space or modeInput is equal to "N"
    move "N" to exportMode
    go to askMode-exit.
  if modeInput is equal to "A"
    move "A" to exportMode
    go to askMode-exit.
  move "Answer A or N - nothing exported." to stopReason.
askMode-exit.
  exit section.

*> -------------------------------------
*> Section: readControlFile
*> Pick up where the last export got
*> to, if one has run.
*> -------------------------------------
readControlFile section.
  move "N" to lastRunKnown.
  move spaces to control-record.
  open input control-file.
  if control-file-status is not equal to "00"
    close control-file
    move spaces to control-record
    go to readControlFile-exit.
  read control-file
    at end move spaces to control-record.
  close control-file.
  if ctl-export-date is numeric and ctl-read-count is numeric
      and ctl-last-run is not equal to spaces
    move ctl-last-run to lastrun-record
    move spaces to lastrun-player
    move "Y" to lastRunKnown.
readControlFile-exit.
  exit section.

*> -------------------------------------
*> Section: findLastExported
*> Find the last run the previous
*> export read - where it stood then if
*> it is still there, otherwise the
*> last place it turns up.  The new
*> runs are the ones after it.
*> -------------------------------------
findLastExported section.
  move "N" to lastRunFound.
  move "N" to lastRunPlaced.
  move 0 to startAfter.
  move 0 to historyCount.
  open input history-file.
  if history-file-status is not equal to "00"
    close history-file
    go to findLastExported-exit.
  perform readHistoryRecord.
  perform until history-file-status is not equal to "00"
    add 1 to historyCount
    move history-record to match-record
    move spaces to match-player
    if match-record is equal to lastrun-record
        and not last-run-placed
      move historyCount to startAfter
      move "Y" to lastRunFound
      if historyCount is equal to ctl-read-count
        move "Y" to lastRunPlaced
      end-if
    end-if
    perform readHistoryRecord
  end-perform.
  close history-file.
findLastExported-exit.
  exit section.

*> -------------------------------------
*> Section: extractRuns
*> Write a detail line to the work file
*> for every run wanted, totting up the
*> counts and the period as it goes.
*> -------------------------------------
extractRuns section.
  move 0 to historyCount.
  open output export-work-file.
  open input history-file.
  if history-file-status is not equal to "00"
    close history-file
    go to extractRuns-done.
  perform readHistoryRecord.
  perform until history-file-status is not equal to "00"
    add 1 to historyCount
    move history-record to lastReadRun
    move "Y" to runWanted
    if export-new and last-run-found
        and historyCount is not greater than startAfter
      move "N" to runWanted
    end-if
    if export-new and not last-run-found
        and history-date is not greater than lastrun-date
      move "N" to runWanted
    end-if
    if run-is-wanted
      perform writeDetailLine
    end-if
    perform readHistoryRecord
  end-perform.
  close history-file.
extractRuns-done.
  close export-work-file.
  exit section.

*> -------------------------------------
*> Section: writeDetailLine
*> One run as a D line in the work
*> file.
*> -------------------------------------
writeDetailLine section.
  call "rogverify" using history-record verify-request.
  if verify-clean
    move "Y" to verifiedFlag
  else
    move "N" to verifiedFlag
    add 1 to flaggedCount.
  if history-seed is equal to history-date
    move "Y" to dailyFlag
  else
    move "N" to dailyFlag.
  *> a double quote would end the field early - the receiving
  *> side gets an apostrophe in its place.
  move history-player to quotedName.
  inspect quotedName replacing all '"' by "'".
  move history-cause to quotedCause.
  inspect quotedCause replacing all '"' by "'".
  move history-seed to seedDisplay.
  move history-score to scoreDisplay.
  move history-level to levelDisplay.
  move history-kills to killsDisplay.
  move history-gold to goldDisplay.
  move history-turns to turnsDisplay.
  move spaces to export-work-line.
  string "D," history-date
    ',"' function trim(quotedName) '",'
    function trim(seedDisplay) "," dailyFlag
    "," function trim(scoreDisplay)
    "," function trim(levelDisplay)
    "," function trim(killsDisplay)
    "," function trim(goldDisplay)
    "," function trim(turnsDisplay)
    ',"' function trim(quotedCause) '",'
    verifiedFlag
    delimited by size into export-work-line.
  write export-work-line.
  add 1 to exportCount.
  add history-score to exportScore.
  if periodFrom is equal to 0 or history-date < periodFrom
    move history-date to periodFrom.
  if history-date > periodTo
    move history-date to periodTo.
  exit section.

*> -------------------------------------
*> Section: writeExportFile
*> The header, the detail lines from
*> the work file, and the trailer -
*> then empty the work file.
*> -------------------------------------
writeExportFile section.
  if export-all
    move "ALL" to modeWord
  else
    move "NEW" to modeWord.
  move spaces to fromDisplay toDisplay.
  if exportCount > 0
    move periodFrom to fromDisplay
    move periodTo to toDisplay.
  open output export-file.
  move spaces to export-line.
  string "H," todayDate "," fromDisplay delimited by space
    "," toDisplay delimited by space
    "," modeWord delimited by size
    into export-line.
  write export-line.
  open input export-work-file.
  perform readWorkLine.
  perform until export-work-file-status is not equal to "00"
    move export-work-line to export-line
    write export-line
    perform readWorkLine
  end-perform.
  close export-work-file.
  move exportCount to countDisplay.
  move exportScore to totalDisplay.
  move spaces to export-line.
  string "T," function trim(countDisplay)
    "," function trim(totalDisplay)
    delimited by size into export-line.
  write export-line.
  close export-file.
  open output export-work-file.
  close export-work-file.
  exit section.

*> -------------------------------------
*> Section: markExportDone
*> The export file is complete - note
*> how far this export read, for the
*> next one to start from.
*> -------------------------------------
markExportDone section.
  move spaces to control-record.
  move todayDate to ctl-export-date.
  move historyCount to ctl-read-count.
  move lastReadRun to ctl-last-run.
  open output control-file.
  write control-record.
  close control-file.
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
*> Section: readWorkLine
*> Read the next detail line back from
*> the work file.
*> -------------------------------------
readWorkLine section.
  read export-work-file
    at end move "10" to export-work-file-status.
  exit section.

end program rogexport.
