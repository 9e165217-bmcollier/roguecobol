*> -------------------------------------
*> Player register maintenance
*> Operator's program for the COBOL
*> Rogue player register rogplyr.dat -
*> add, rename, deactivate (or
*> reinstate) and merge players, and
*> list who is on file.
*>
*> The register decides how a name is
*> spelt on roghist.dat, so every change
*> that alters a spelling - an add that
*> gathers up "bob" and "BOB" under
*> "Bob", a rename, a merge of "B0b"
*> into "Bob" - restamps history-player
*> on the affected roghist.dat records
*> and kill-player on their rogkill.dat
*> detail, and folds the player's
*> carry-forward records in rogcarry.dat
*> to match, so the reports come out
*> right.
*>
*> An add gathers the lifetime totals
*> from the runs already on file under
*> the name; from then on the game adds
*> each run as it is written.
*>
*> Each change is made holding the lock
*> over the files the game sessions
*> share, so no run is written into them
*> while it is under way - a session
*> ending a run meanwhile waits for it.
*> The register is open only while an
*> action runs, so between actions the
*> sessions can add their runs to the
*> lifetime totals.
*> -------------------------------------
identification division.
program-id. rogplyrm.

environment division.
input-output section.
file-control.
  select optional register-file assign to "rogplyr.dat"
    organization is indexed
    access mode is dynamic
    record key is reg-key
    file status is register-file-status.
  select optional history-file assign to "roghist.dat"
    organization is sequential
    file status is history-file-status.
  select optional kill-file assign to "rogkill.dat"
    organization is sequential
    file status is kill-file-status.
  select optional carry-file assign to "rogcarry.dat"
    organization is sequential
    file status is carry-file-status.

data division.

file section.
fd register-file.
copy "plyrreg.cpy".

fd history-file.
copy "histrec.cpy".

fd kill-file.
copy "killrec.cpy".

fd carry-file.
copy "carryrec.cpy".

working-storage section.

*> File status codes
01 register-file-status pic x(2) value "00".
01 history-file-status pic x(2) value "00".
01 carry-file-status pic x(2) value "00".
01 kill-file-status pic x(2) value "00".

*> Operator input
01 menuChoice pic x(1).
01 answerInput pic x(1).
01 promptText pic x(40).
01 nameInput pic x(12).
01 nameKey pic x(12).
01 nameValid pic x(1) value "N".
  88 name-is-valid value "Y".

*> The players an action works on - the one named first (the
*> player being added, renamed, retired, or merged away) and
*> the survivor of a merge or the new name of a rename.
01 fromKey pic x(12).
01 fromName pic x(12).
01 toKey pic x(12).
01 toName pic x(12).
01 saved-register-record pic x(106).
01 registerFound pic x(1) value "N".
  88 register-found value "Y".

*> Restamp work - the two register keys whose runs are to be
*> written under stampName, and how many records changed.
01 stampKeyOne pic x(12).
01 stampKeyTwo pic x(12).
01 stampName pic x(12).
01 historyKey pic x(12).
01 restampCount pic 9(7) usage is binary value 0.
01 repointCount pic 9(5) usage is binary value 0.

*> Lifetime totals - gathered from roghist.dat and the carry-
*> forward file when a player is added, or held from the
*> merged player's record while they are folded into the
*> survivor's.
01 gather-totals.
  02 gatherRuns pic 9(6) usage is binary.
  02 gatherScore pic 9(9) usage is binary.
  02 gatherBest pic 9(6) usage is binary.
  02 gatherDepth pic 9(2) usage is binary.
  02 gatherKills pic 9(7) usage is binary.
  02 gatherGold pic 9(9) usage is binary.
  02 gatherTurns pic 9(9) usage is binary.
  02 gatherEscapes pic 9(5) usage is binary.
  02 gatherFirst pic 9(8).
  02 gatherLast pic 9(8).

*> Carry-forward table - the whole of rogcarry.dat, so records
*> whose names now belong to one player can be folded together
*> before the file is written back.
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
    03 ct-dropped pic x(1).
01 carryIdx pic 9(3) usage is binary.
01 carryJdx pic 9(3) usage is binary.
01 carryKey pic x(12).
01 carryOverflow pic x(1) value "N".
  88 carry-overflowed value "Y".

*> Today's date and display copies for the console lines.
01 todayDate pic 9(8).
01 countDisplay pic z(6)9.
01 runsDisplay pic z(5)9.
01 bestDisplay pic z(5)9.
01 depthDisplay pic z9.
01 statusText pic x(11).
01 listCount pic 9(5) usage is binary value 0.

*> The lock over the files the game sessions share.
copy "lockreq.cpy".

procedure division.

*> -------------------------------------
*> Section: maintainPlayers
*> Make sure the register can be
*> opened, then take actions from the
*> operator until Q, opening it for
*> each one - for update, holding the
*> lock, or for reading to list it.
*> -------------------------------------
maintainPlayers.
  accept todayDate from date yyyymmdd.
  open i-o register-file.
  if register-file-status is not equal to "00"
      and register-file-status is not equal to "05"
    display "The player register rogplyr.dat can't be opened - status "
      register-file-status
    goback.
  close register-file.
maintainPlayers-menu.
  display " ".
  display "PLAYER REGISTER MAINTENANCE".
  display "  A - Add a player".
  display "  R - Rename a player".
  display "  D - Deactivate or reinstate a player".
  display "  M - Merge one player into another".
  display "  L - List the register".
  display "  Q - Quit".
  display "Choice: " with no advancing.
  move space to menuChoice.
  accept menuChoice.
  move function upper-case(menuChoice) to menuChoice.
  if menuChoice is equal to "A" or menuChoice is equal to "R"
      or menuChoice is equal to "D" or menuChoice is equal to "M"
    move "T" to lock-action
    call "roglock" using lock-request
    if lock-close-pending
      display "A period close is unfinished - run rogclose to finish it."
      go to maintainPlayers-menu
    end-if
    if not lock-held
      display "A game session is updating the run files - try again."
      go to maintainPlayers-menu
    end-if
    open i-o register-file
    if register-file-status is not equal to "00"
        and register-file-status is not equal to "05"
      display "The player register rogplyr.dat can't be opened - status "
        register-file-status
      move "R" to lock-action
      call "roglock" using lock-request
      go to maintainPlayers-menu
    end-if
  end-if.
  if menuChoice is equal to "A"
    perform addPlayer
    go to maintainPlayers-release.
  if menuChoice is equal to "R"
    perform renamePlayer
    go to maintainPlayers-release.
  if menuChoice is equal to "D"
    perform togglePlayerStatus
    go to maintainPlayers-release.
  if menuChoice is equal to "M"
    perform mergePlayers
    go to maintainPlayers-release.
  if menuChoice is equal to "L"
    open input register-file
    if register-file-status is not equal to "00"
      display "The player register rogplyr.dat can't be opened - status "
        register-file-status
      close register-file
      go to maintainPlayers-menu
    end-if
    perform listRegister
    close register-file
    go to maintainPlayers-menu.
  if menuChoice is not equal to "Q"
    go to maintainPlayers-menu.
  goback.
maintainPlayers-release.
  close register-file.
  move "R" to lock-action.
  call "roglock" using lock-request.
  go to maintainPlayers-menu.

*> -------------------------------------
*> Section: addPlayer
*> Put a new name on the register, with
*> the totals of any runs already on
*> file under it in any capitalisation,
*> and restamp those runs to the
*> register spelling.
*> -------------------------------------
addPlayer section.
  move "Name to add: " to promptText.
  perform askName.
  if not name-is-valid
    go to addPlayer-exit.
  move nameKey to reg-key.
  perform readRegister.
  if register-found
    display "That name is already on the register."
    go to addPlayer-exit.
  move nameInput to fromName.
  move nameKey to fromKey.
  perform gatherHistoryTotals.
  move gatherRuns to countDisplay.
  display "Runs already on file under this name:" countDisplay.
  display "Add " function trim(fromName) "? (y/n): " with no advancing.
  perform askConfirm.
  if answerInput is not equal to "Y"
    display "Nothing added."
    go to addPlayer-exit.
  move spaces to register-record.
  move fromKey to reg-key.
  move fromName to reg-name.
  move "A" to reg-status.
  move todayDate to reg-joined.
  if gatherRuns > 0
    move gatherFirst to reg-joined.
  move gatherLast to reg-last-played.
  move gatherRuns to reg-runs.
  move gatherScore to reg-score-total.
  move gatherBest to reg-best-score.
  move gatherDepth to reg-best-depth.
  move gatherKills to reg-kills.
  move gatherGold to reg-gold.
  move gatherTurns to reg-turns.
  move gatherEscapes to reg-escapes.
  write register-record
    invalid key
      display "The register refused the new record - status "
        register-file-status
      go to addPlayer-exit
  end-write.
  move fromKey to stampKeyOne.
  move fromKey to stampKeyTwo.
  move fromName to stampName.
  perform restampHistory.
  perform restampKillDetail.
  perform restampCarryForward.
  display function trim(fromName) " added to the register.".
addPlayer-exit.
  exit section.

*> -------------------------------------
*> Section: renamePlayer
*> Change a player's register spelling.
*> A change of more than capitals moves
*> the record to its new key, and
*> anything merged into the old name
*> follows it.
*> -------------------------------------
renamePlayer section.
  move "Player to rename: " to promptText.
  perform askName.
  if not name-is-valid
    go to renamePlayer-exit.
  move nameKey to reg-key.
  perform readRegister.
  if not register-found
    display "That name is not on the register."
    go to renamePlayer-exit.
  if reg-is-merged
    display "That name was merged into "
      function trim(reg-merged-into) " - rename that player instead."
    go to renamePlayer-exit.
  move reg-key to fromKey.
  move reg-name to fromName.
  move register-record to saved-register-record.
  move "New name: " to promptText.
  perform askName.
  if not name-is-valid
    go to renamePlayer-exit.
  move nameInput to toName.
  move nameKey to toKey.
  if toKey is not equal to fromKey
    move toKey to reg-key
    perform readRegister
    if register-found
      display "The new name is already on the register - merge instead."
      go to renamePlayer-exit
    end-if
  end-if.
  display "Rename " function trim(fromName) " to " function trim(toName)
    "? (y/n): " with no advancing.
  perform askConfirm.
  if answerInput is not equal to "Y"
    display "Nothing renamed."
    go to renamePlayer-exit.
  move saved-register-record to register-record.
  move toName to reg-name.
  if toKey is equal to fromKey
    rewrite register-record
      invalid key
        display "The register refused the change - status "
          register-file-status
        go to renamePlayer-exit
    end-rewrite
  else
    move toKey to reg-key
    write register-record
      invalid key
        display "The register refused the new record - status "
          register-file-status
        go to renamePlayer-exit
    end-write
    move fromKey to reg-key
    delete register-file record
      invalid key
        display "The old record could not be removed - status "
          register-file-status
    end-delete
    perform repointMerged
  end-if.
  move fromKey to stampKeyOne.
  move toKey to stampKeyTwo.
  move toName to stampName.
  perform restampHistory.
  perform restampKillDetail.
  perform restampCarryForward.
  display function trim(fromName) " is now " function trim(toName) ".".
renamePlayer-exit.
  exit section.

*> -------------------------------------
*> Section: togglePlayerStatus
*> Retire an active player - the game
*> will no longer accept the name - or
*> put a retired one back in play.
*> -------------------------------------
togglePlayerStatus section.
  move "Player to deactivate or reinstate: " to promptText.
  perform askName.
  if not name-is-valid
    go to togglePlayerStatus-exit.
  move nameKey to reg-key.
  perform readRegister.
  if not register-found
    display "That name is not on the register."
    go to togglePlayerStatus-exit.
  if reg-is-merged
    display "That name was merged into "
      function trim(reg-merged-into) "."
    go to togglePlayerStatus-exit.
  if reg-is-active
    display "Deactivate " function trim(reg-name) "? (y/n): "
      with no advancing
  else
    display "Reinstate " function trim(reg-name) "? (y/n): "
      with no advancing
  end-if.
  perform askConfirm.
  if answerInput is not equal to "Y"
    display "Nothing changed."
    go to togglePlayerStatus-exit.
  if reg-is-active
    move "D" to reg-status
  else
    move "A" to reg-status
  end-if.
  rewrite register-record
    invalid key
      display "The register refused the change - status "
        register-file-status
      go to togglePlayerStatus-exit
  end-rewrite.
  if reg-is-active
    display function trim(reg-name) " reinstated."
  else
    display function trim(reg-name) " deactivated."
  end-if.
togglePlayerStatus-exit.
  exit section.

*> -------------------------------------
*> Section: mergePlayers
*> Fold one player into another - the
*> totals add up under the survivor, the
*> merged name points at the survivor
*> from then on, and their runs on file
*> are restamped with the survivor's
*> name.
*> -------------------------------------
mergePlayers section.
  move "Merge away (the duplicate): " to promptText.
  perform askName.
  if not name-is-valid
    go to mergePlayers-exit.
  move nameKey to reg-key.
  perform readRegister.
  if not register-found
    display "That name is not on the register."
    go to mergePlayers-exit.
  if reg-is-merged
    display "That name was already merged into "
      function trim(reg-merged-into) "."
    go to mergePlayers-exit.
  move reg-key to fromKey.
  move reg-name to fromName.
  move reg-runs to gatherRuns.
  move reg-score-total to gatherScore.
  move reg-best-score to gatherBest.
  move reg-best-depth to gatherDepth.
  move reg-kills to gatherKills.
  move reg-gold to gatherGold.
  move reg-turns to gatherTurns.
  move reg-escapes to gatherEscapes.
  move reg-joined to gatherFirst.
  move reg-last-played to gatherLast.
  move "Into (the player who stays): " to promptText.
  perform askName.
  if not name-is-valid
    go to mergePlayers-exit.
  if nameKey is equal to fromKey
    display "A player can't be merged into themselves."
    go to mergePlayers-exit.
  move nameKey to reg-key.
  perform readRegister.
  if not register-found
    display "That name is not on the register."
    go to mergePlayers-exit.
  if not reg-is-active
    display "The player who stays must be active on the register."
    go to mergePlayers-exit.
  move reg-key to toKey.
  move reg-name to toName.
  display "Merge " function trim(fromName) " into " function trim(toName)
    "? (y/n): " with no advancing.
  perform askConfirm.
  if answerInput is not equal to "Y"
    display "Nothing merged."
    go to mergePlayers-exit.
  perform foldMergedTotals.
  rewrite register-record
    invalid key
      display "The register refused the change - status "
        register-file-status
      go to mergePlayers-exit
  end-rewrite.
  move fromKey to reg-key.
  perform readRegister.
  if not register-found
    display "The merged record has gone from the register."
    go to mergePlayers-exit.
  move "M" to reg-status.
  move toKey to reg-merged-into.
  move 0 to reg-runs.
  move 0 to reg-score-total.
  move 0 to reg-best-score.
  move 0 to reg-best-depth.
  move 0 to reg-kills.
  move 0 to reg-gold.
  move 0 to reg-turns.
  move 0 to reg-escapes.
  rewrite register-record
    invalid key
      display "The merged record could not be updated - status "
        register-file-status
  end-rewrite.
  perform repointMerged.
  move fromKey to stampKeyOne.
  move toKey to stampKeyTwo.
  move toName to stampName.
  perform restampHistory.
  perform restampKillDetail.
  perform restampCarryForward.
  display function trim(fromName) " merged into " function trim(toName) ".".
mergePlayers-exit.
  exit section.

*> -------------------------------------
*> Section: foldMergedTotals
*> Add the merged player's totals (held
*> in the gather fields) into the
*> survivor's record.
*> -------------------------------------
foldMergedTotals section.
  add gatherRuns to reg-runs.
  add gatherScore to reg-score-total.
  if gatherBest > reg-best-score
    move gatherBest to reg-best-score.
  if gatherDepth > reg-best-depth
    move gatherDepth to reg-best-depth.
  add gatherKills to reg-kills.
  add gatherGold to reg-gold.
  add gatherTurns to reg-turns.
  add gatherEscapes to reg-escapes.
  if gatherFirst < reg-joined
    move gatherFirst to reg-joined.
  if gatherLast > reg-last-played
    move gatherLast to reg-last-played.
  exit section.

*> -------------------------------------
*> Section: repointMerged
*> Anything that was merged into the old
*> name now points at toKey, so one
*> lookup always lands on a live player.
*> -------------------------------------
repointMerged section.
  move 0 to repointCount.
  move low-values to reg-key.
  start register-file key is not less than reg-key
    invalid key go to repointMerged-exit
  end-start.
  perform readNextRegister.
  perform until register-file-status is not equal to "00"
    if reg-is-merged and reg-merged-into is equal to fromKey
      move toKey to reg-merged-into
      rewrite register-record
        invalid key continue
      end-rewrite
      add 1 to repointCount
    end-if
    perform readNextRegister
  end-perform.
repointMerged-exit.
  exit section.

*> -------------------------------------
*> Section: listRegister
*> Show every player on file in key
*> order with status and totals.
*> -------------------------------------
listRegister section.
  move 0 to listCount.
  display " ".
  display "PLAYER        STATUS      JOINED     RUNS    BEST  DEPTH".
  move low-values to reg-key.
  start register-file key is not less than reg-key
    invalid key move "10" to register-file-status
  end-start.
  if register-file-status is equal to "00"
    perform readNextRegister
  end-if.
  perform until register-file-status is not equal to "00"
    add 1 to listCount
    evaluate true
      when reg-is-active
        move "active" to statusText
      when reg-is-deactivated
        move "retired" to statusText
      when other
        move "merged" to statusText
    end-evaluate
    move reg-runs to runsDisplay
    move reg-best-score to bestDisplay
    move reg-best-depth to depthDisplay
    if reg-is-merged
      display reg-name "  " statusText " into " reg-merged-into
    else
      display reg-name "  " statusText " " reg-joined " " runsDisplay
        "  " bestDisplay "     " depthDisplay
    end-if
    perform readNextRegister
  end-perform.
  move listCount to countDisplay.
  display "Players on the register:" countDisplay.
  exit section.

*> -------------------------------------
*> Section: askName
*> Prompt with promptText and take a
*> player name - not blank, and not
*> Anon, which is never registered.
*> -------------------------------------
askName section.
  move "N" to nameValid.
  display function trim(promptText) " " with no advancing.
  move spaces to nameInput.
  accept nameInput.
  if nameInput is equal to spaces
    display "No name given."
    go to askName-exit.
  move function trim(nameInput) to nameInput.
  move function upper-case(nameInput) to nameKey.
  if nameKey is equal to "ANON"
    display "Anon is kept for unregistered play."
    go to askName-exit.
  move "Y" to nameValid.
askName-exit.
  exit section.

*> -------------------------------------
*> Section: askConfirm
*> Take a y/n answer, folded to upper
*> case.
*> -------------------------------------
askConfirm section.
  move space to answerInput.
  accept answerInput.
  move function upper-case(answerInput) to answerInput.
  exit section.

*> -------------------------------------
*> Section: readRegister
*> Read the register record for reg-key.
*> -------------------------------------
readRegister section.
  move "Y" to registerFound.
  read register-file
    invalid key move "N" to registerFound
  end-read.
  exit section.

*> -------------------------------------
*> Section: readNextRegister
*> Read the next register record in key
*> order, if there is one.
*> -------------------------------------
readNextRegister section.
  read register-file next record
    at end move "10" to register-file-status
  end-read.
  exit section.

*> -------------------------------------
*> Section: gatherHistoryTotals
*> Total the runs on roghist.dat and the
*> carry-forward file under fromKey, in
*> any capitalisation.
*> -------------------------------------
gatherHistoryTotals section.
  initialize gather-totals.
  open input history-file.
  if history-file-status is equal to "00"
    perform readHistoryRecord
    perform until history-file-status is not equal to "00"
      move function upper-case(history-player) to historyKey
      if historyKey is equal to fromKey
        add 1 to gatherRuns
        add history-score to gatherScore
        if history-score > gatherBest
          move history-score to gatherBest
        end-if
        if history-level > gatherDepth
          move history-level to gatherDepth
        end-if
        add history-kills to gatherKills
        add history-gold to gatherGold
        add history-turns to gatherTurns
        if history-cause is equal to "Escaped with Amulet"
          add 1 to gatherEscapes
        end-if
        if gatherFirst is equal to 0 or history-date < gatherFirst
          move history-date to gatherFirst
        end-if
        if history-date > gatherLast
          move history-date to gatherLast
        end-if
      end-if
      perform readHistoryRecord
    end-perform
  end-if.
  close history-file.
  open input carry-file.
  if carry-file-status is equal to "00"
    perform readCarryRecord
    perform until carry-file-status is not equal to "00"
      move function upper-case(carry-player) to historyKey
      if historyKey is equal to fromKey
        add carry-runs to gatherRuns
        add carry-score-total to gatherScore
        if carry-best-score > gatherBest
          move carry-best-score to gatherBest
        end-if
        if carry-best-depth > gatherDepth
          move carry-best-depth to gatherDepth
        end-if
        if gatherFirst is equal to 0 or carry-first-date < gatherFirst
          move carry-first-date to gatherFirst
        end-if
        if carry-last-date > gatherLast
          move carry-last-date to gatherLast
        end-if
      end-if
      perform readCarryRecord
    end-perform
  end-if.
  close carry-file.
  exit section.

*> -------------------------------------
*> Section: restampHistory
*> Rewrite history-player as stampName
*> on every roghist.dat run whose name,
*> in any capitalisation, is either
*> stamp key.
*> -------------------------------------
restampHistory section.
  move 0 to restampCount.
  open i-o history-file.
  if history-file-status is not equal to "00"
    close history-file
    go to restampHistory-exit.
  perform readHistoryRecord.
  perform until history-file-status is not equal to "00"
    move function upper-case(history-player) to historyKey
    if (historyKey is equal to stampKeyOne
        or historyKey is equal to stampKeyTwo)
        and history-player is not equal to stampName
      move stampName to history-player
      rewrite history-record
      add 1 to restampCount
    end-if
    perform readHistoryRecord
  end-perform.
  close history-file.
restampHistory-exit.
  move restampCount to countDisplay.
  display "History records restamped:" countDisplay.
  exit section.

*> -------------------------------------
*> Section: restampKillDetail
*> The same restamp for kill-player on
*> the rogkill.dat detail records.
*> -------------------------------------
restampKillDetail section.
  move 0 to restampCount.
  open i-o kill-file.
  if kill-file-status is not equal to "00"
    close kill-file
    go to restampKillDetail-exit.
  perform readKillRecord.
  perform until kill-file-status is not equal to "00"
    move function upper-case(kill-player) to historyKey
    if (historyKey is equal to stampKeyOne
        or historyKey is equal to stampKeyTwo)
        and kill-player is not equal to stampName
      move stampName to kill-player
      rewrite kill-record
      add 1 to restampCount
    end-if
    perform readKillRecord
  end-perform.
  close kill-file.
restampKillDetail-exit.
  move restampCount to countDisplay.
  display "Kill detail records restamped:" countDisplay.
  exit section.

*> -------------------------------------
*> Section: restampCarryForward
*> Rename the carry-forward records of
*> either stamp key to stampName and
*> fold them into one, then write the
*> file back.
*> -------------------------------------
restampCarryForward section.
  move 0 to carryTableCount.
  move "N" to carryOverflow.
  open input carry-file.
  if carry-file-status is not equal to "00"
    close carry-file
    go to restampCarryForward-exit.
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
      move "N" to ct-dropped(carryTableCount)
    end-if
    perform readCarryRecord
  end-perform.
  close carry-file.
  if carry-overflowed
    display "rogcarry.dat holds more than 500 players - not restamped."
    go to restampCarryForward-exit.
  move 0 to carryJdx.
  perform varying carryIdx from 1 by 1 until carryIdx > carryTableCount
    move function upper-case(ct-player(carryIdx)) to carryKey
    if carryKey is equal to stampKeyOne or carryKey is equal to stampKeyTwo
      move stampName to ct-player(carryIdx)
      if carryJdx is equal to 0
        move carryIdx to carryJdx
      else
        perform foldCarryEntry
      end-if
    end-if
  end-perform.
  open output carry-file.
  perform varying carryIdx from 1 by 1 until carryIdx > carryTableCount
    if ct-dropped(carryIdx) is not equal to "Y"
      move ct-player(carryIdx) to carry-player
      move ct-runs(carryIdx) to carry-runs
      move ct-best-score(carryIdx) to carry-best-score
      move ct-best-depth(carryIdx) to carry-best-depth
      move ct-score-total(carryIdx) to carry-score-total
      move ct-first-date(carryIdx) to carry-first-date
      move ct-last-date(carryIdx) to carry-last-date
      move ct-through-date(carryIdx) to carry-through-date
      write carry-record
    end-if
  end-perform.
  close carry-file.
restampCarryForward-exit.
  exit section.

*> -------------------------------------
*> Section: foldCarryEntry
*> Fold carry entry carryIdx into the
*> first entry for the same player,
*> carryJdx, and drop it.
*> -------------------------------------
foldCarryEntry section.
  add ct-runs(carryIdx) to ct-runs(carryJdx).
  add ct-score-total(carryIdx) to ct-score-total(carryJdx).
  if ct-best-score(carryIdx) > ct-best-score(carryJdx)
    move ct-best-score(carryIdx) to ct-best-score(carryJdx).
  if ct-best-depth(carryIdx) > ct-best-depth(carryJdx)
    move ct-best-depth(carryIdx) to ct-best-depth(carryJdx).
  if ct-first-date(carryIdx) < ct-first-date(carryJdx)
    move ct-first-date(carryIdx) to ct-first-date(carryJdx).
  if ct-last-date(carryIdx) > ct-last-date(carryJdx)
    move ct-last-date(carryIdx) to ct-last-date(carryJdx).
  if ct-through-date(carryIdx) > ct-through-date(carryJdx)
    move ct-through-date(carryIdx) to ct-through-date(carryJdx).
  move "Y" to ct-dropped(carryIdx).
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
*> Section: readKillRecord
*> Read the next kill-detail record, if
*> there is one.
*> -------------------------------------
readKillRecord section.
  read kill-file
    at end move "10" to kill-file-status.
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

end program rogplyrm.
