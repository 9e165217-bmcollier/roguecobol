*> -------------------------------------
*> History layout conversion
*> Batch companion for COBOL Rogue -
*> brings a run-history file written
*> before history records carried their
*> rules version up to the current
*> layout.  Every run in such a file was
*> played under the original rules, so
*> each record is stamped with rules
*> version 0001 - the first set in
*> rogrule.dat.
*>
*> Asks for the file to convert (the
*> live roghist.dat by default; the
*> dated archives rogh<cutoff>.dat take
*> the same treatment).  The whole file
*> is checked against the old layout
*> before anything is written, so a file
*> already converted, or one that is not
*> history at all, is refused untouched.
*> The converted records go to the work
*> file roghconv.tmp first and are then
*> copied over the original; should the
*> copy be interrupted, roghconv.tmp
*> still holds the complete converted
*> file.
*>
*> The conversion holds the lock over
*> the files the game sessions share, so
*> no run is written into the file while
*> it is being replaced - a session
*> ending a run meanwhile waits for it.
*> -------------------------------------
identification division.
program-id. roghconv.

environment division.
input-output section.
file-control.
  select optional old-history-file assign to convertFileName
    organization is sequential
    file status is old-history-file-status.
  select history-file assign to convertFileName
    organization is sequential
    file status is history-file-status.
  select optional conv-work-file assign to "roghconv.tmp"
    organization is sequential
    file status is conv-work-file-status.

data division.

file section.
*> The history record as it was laid out before the rules
*> version was added.
fd old-history-file.
01 old-history-record.
  02 old-date pic 9(8).
  02 old-turns pic 9(5).
  02 old-level pic 9(2).
  02 old-cause pic x(20).
  02 old-char-level pic 9(2).
  02 old-gold pic 9(5).
  02 old-kills pic 9(3).
  02 old-score pic 9(6).
  02 old-seed pic 9(9).
  02 old-player pic x(12).

fd history-file.
copy "histrec.cpy".

fd conv-work-file.
copy "histrec.cpy" replacing leading ==history== by ==convwork==.

working-storage section.

*> File status codes
01 old-history-file-status pic x(2) value "00".
01 history-file-status pic x(2) value "00".
01 conv-work-file-status pic x(2) value "00".

*> The file being converted, and the rules version the old
*> runs were played under.
01 convertFileName pic x(40) value spaces.
01 nameInput pic x(40).
01 originalRulesVersion pic 9(4) value 1.
01 answerInput pic x(1).

*> Record counts and score totals - the file as read, the work
*> file as written, and the converted file read back.
01 oldCount pic 9(7) usage is binary value 0.
01 oldScore pic 9(11) usage is binary value 0.
01 workCount pic 9(7) usage is binary value 0.
01 workScore pic 9(11) usage is binary value 0.
01 backCount pic 9(7) usage is binary value 0.
01 backScore pic 9(11) usage is binary value 0.

*> Why the conversion stopped, if it did.
01 stopReason pic x(60) value spaces.
01 recordDisplay pic z(6)9.
01 countDisplay pic z(6)9.

*> The lock over the files the game sessions share.
copy "lockreq.cpy".

procedure division.

*> -------------------------------------
*> Section: mainConvert
*> Check the old file, write the work
*> file, copy it over and read it back.
*> -------------------------------------
mainConvert.
  display "History file to convert [roghist.dat]: " with no advancing.
  move spaces to nameInput.
  accept nameInput.
  if nameInput is equal to spaces
    move "roghist.dat" to convertFileName
  else
    move nameInput to convertFileName.
  move "T" to lock-action.
  call "roglock" using lock-request.
  if not lock-held
    move "A game session is updating the run files - try again later."
      to stopReason
    if lock-close-pending
      move "A period close is unfinished - run rogclose to finish it."
        to stopReason
    end-if
    go to mainConvert-done.
  perform checkOldFile.
  if stopReason is not equal to spaces
    go to mainConvert-done.
  move oldCount to countDisplay.
  display "Records to convert: " countDisplay.
  display "Convert " function trim(convertFileName) "? (y/n): "
    with no advancing.
  accept answerInput.
  if answerInput is not equal to "y" and answerInput is not equal to "Y"
    move "Conversion not run - nothing changed." to stopReason
    go to mainConvert-done.
  perform writeWorkFile.
  if stopReason is not equal to spaces
    go to mainConvert-done.
  perform copyWorkFile.
  perform readBackConverted.
mainConvert-done.
  move "R" to lock-action.
  call "roglock" using lock-request.
  if stopReason is not equal to spaces
    display function trim(stopReason)
  else
    display function trim(convertFileName) " converted."
    open output conv-work-file
    close conv-work-file.
  goback.

*> -------------------------------------
*> Section: checkOldFile
*> Read the file in the old layout and
*> refuse it if any record doesn't fit -
*> a date that isn't a date, a count
*> that isn't a number, or a tail too
*> short for a whole record.
*> -------------------------------------
checkOldFile section.
  open input old-history-file.
  if old-history-file-status is not equal to "00"
    close old-history-file
    move "File not found - nothing to convert." to stopReason
    go to checkOldFile-exit.
  perform readOldRecord.
  perform until old-history-file-status is not equal to "00"
      or stopReason is not equal to spaces
    add 1 to oldCount
    perform checkOldRecord
    add old-score to oldScore
    perform readOldRecord
  end-perform.
  if old-history-file-status is not equal to "10"
      and stopReason is equal to spaces
    compute recordDisplay = oldCount + 1
    string "Record " function trim(recordDisplay)
      " is short - not the old layout." delimited by size
      into stopReason.
  close old-history-file.
  if stopReason is equal to spaces and oldCount is equal to 0
    move "File is empty - nothing to convert." to stopReason.
checkOldFile-exit.
  exit section.

*> -------------------------------------
*> Section: checkOldRecord
*> One record against the old layout.
*> -------------------------------------
checkOldRecord section.
  move oldCount to recordDisplay.
  if old-date is not numeric or old-turns is not numeric
      or old-level is not numeric or old-char-level is not numeric
      or old-gold is not numeric or old-kills is not numeric
      or old-score is not numeric or old-seed is not numeric
    string "Record " function trim(recordDisplay)
      " does not fit the old layout - nothing changed."
      delimited by size into stopReason
    go to checkOldRecord-exit.
  if function test-date-yyyymmdd(old-date) is not equal to 0
    string "Record " function trim(recordDisplay)
      " has no valid date - nothing changed."
      delimited by size into stopReason.
checkOldRecord-exit.
  exit section.

*> -------------------------------------
*> Section: writeWorkFile
*> Every old record, stamped with the
*> original rules version, into the
*> work file - then checked for count
*> and score against the original.
*> -------------------------------------
writeWorkFile section.
  open input old-history-file.
  open output conv-work-file.
  perform readOldRecord.
  perform until old-history-file-status is not equal to "00"
    move old-date to convwork-date
    move old-turns to convwork-turns
    move old-level to convwork-level
    move old-cause to convwork-cause
    move old-char-level to convwork-char-level
    move old-gold to convwork-gold
    move old-kills to convwork-kills
    move old-score to convwork-score
    move old-seed to convwork-seed
    move old-player to convwork-player
    move originalRulesVersion to convwork-rules-version
    write convwork-record
    add 1 to workCount
    add old-score to workScore
    perform readOldRecord
  end-perform.
  close old-history-file.
  close conv-work-file.
  if workCount is not equal to oldCount
      or workScore is not equal to oldScore
    move "Work file does not balance - nothing changed."
      to stopReason.
  exit section.

*> -------------------------------------
*> Section: copyWorkFile
*> The work file over the original.
*> -------------------------------------
copyWorkFile section.
  open input conv-work-file.
  open output history-file.
  perform readWorkRecord.
  perform until conv-work-file-status is not equal to "00"
    write history-record from convwork-record
    perform readWorkRecord
  end-perform.
  close conv-work-file.
  close history-file.
  exit section.

*> -------------------------------------
*> Section: readBackConverted
*> Read the converted file in the new
*> layout and make sure it holds what
*> the old one did.
*> -------------------------------------
readBackConverted section.
  open input history-file.
  perform readHistoryRecord.
  perform until history-file-status is not equal to "00"
    add 1 to backCount
    add history-score to backScore
    perform readHistoryRecord
  end-perform.
  close history-file.
  if backCount is not equal to oldCount
      or backScore is not equal to oldScore
    move "Converted file does not balance - copy roghconv.tmp over it."
      to stopReason.
  exit section.

*> -------------------------------------
*> Section: readOldRecord
*> Read the next record in the old
*> layout.
*> -------------------------------------
readOldRecord section.
  read old-history-file
    at end move "10" to old-history-file-status.
  exit section.

*> -------------------------------------
*> Section: readWorkRecord
*> Read the next converted record from
*> the work file.
*> -------------------------------------
readWorkRecord section.
  read conv-work-file
    at end move "10" to conv-work-file-status.
  exit section.

*> -------------------------------------
*> Section: readHistoryRecord
*> Read the next record of the converted
*> file.
*> -------------------------------------
readHistoryRecord section.
  read history-file
    at end move "10" to history-file-status.
  exit section.

end program roghconv.
