*> -------------------------------------
*> Seed pre-flight check
*> Batch companion for COBOL Rogue -
*> builds every level of a dungeon seed,
*> from level one down to the Amulet's
*> depth, through the same dungeon
*> subprogram and the same dice the game
*> uses, and walks each one from the
*> spot the player is dropped on.  Any
*> staircase walled off, Amulet out of
*> reach, or key shut behind the doors
*> it is meant to open is reported, and
*> the seed is rejected; otherwise it is
*> certified.  Also lists the monsters
*> and items waiting on each level with
*> a rough danger rating.
*>
*> Takes a single seed, or a range of
*> dates whose daily-dungeon seeds (the
*> yyyymmdd date itself) are checked in
*> turn, so the week's dailies can be
*> certified before anyone plays them.
*> The game only draws from the dice
*> when it builds a level, so a player
*> who goes straight down meets exactly
*> the levels checked here.
*> -------------------------------------
identification division.
program-id. rogseedck.

environment division.
input-output section.
file-control.
  select report-file assign to "rogseedck.rpt"
    organization is line sequential
    file status is report-file-status.

data division.

file section.
fd report-file.
01 report-line pic x(80).

working-storage section.

*> File status code
01 report-file-status pic x(2) value "00".

*> The level the dungeon subprogram hands back, exactly as the
*> game receives it.
copy "maptbl.cpy".
copy "monstbl.cpy".
copy "itemtbl.cpy".

*> Where the dungeon generator drops the character once a
*> level has been built.
01 dungeon-linkage.
  02 startPlayerX pic 9(2) usage is binary.
  02 startPlayerY pic 9(2) usage is binary.
  02 genDungeonLevel pic 9(2) usage is binary.
  02 genRulesVersion pic 9(4) usage is binary.

*> The current rules - they say how deep the Amulet lies.
copy "rulesreq.cpy".
copy "rulestbl.cpy".
01 amuletDepth pic 9(2) usage is binary.

*> What the operator asked for - one seed, or a run of daily
*> dates.
01 modeInput pic x(1).
01 seedInput pic x(9).
01 dateInput pic x(8).
01 fromDate pic 9(8) value 0.
01 toDate pic 9(8) value 0.
01 fromDay pic 9(7) usage is binary.
01 toDay pic 9(7) usage is binary.
01 dayIdx pic 9(7) usage is binary.
01 checkDate pic 9(8).
01 stopReason pic x(60) value spaces.

*> The seed being checked, primed into the dice the same way
*> the game primes them.
01 checkSeed pic 9(9) usage is binary.
01 seedIsDaily pic x(1) value "N".
  88 seed-is-daily value "Y".
01 randomBurn pic 9(9) usage is binary.
01 levelIdx pic 9(2) usage is binary.

*> The walk over the level - a working copy of the map whose
*> locked doors are opened as keys come to hand, and a mark on
*> every tile the player can get to.
copy "maptbl.cpy" replacing leading ==map== by ==trace==.
01 reach-table.
  02 reach-row occurs 25 times.
    03 reach-cell pic x(1) occurs 80 times.
01 scanRow pic 9(2) usage is binary.
01 scanCol pic 9(2) usage is binary.
01 reachChanged pic x(1).
  88 reach-changed value "Y".
01 doorOpened pic x(1).
  88 door-was-opened value "Y".
01 keysReached pic 9(2) usage is binary.
01 doorsOpened pic 9(2) usage is binary.
01 lockedDoors pic 9(2) usage is binary.
01 keysPlaced pic 9(2) usage is binary.
01 itemsAstray pic 9(2) usage is binary.
01 downFound pic x(1).
01 upFound pic x(1).
01 amuletFound pic x(1).

*> Faults found - on the level in hand and across the seed -
*> and the seeds certified and rejected overall.
01 levelFaults pic 9(3) usage is binary.
01 seedFaults pic 9(3) usage is binary.
01 seedsChecked pic 9(4) usage is binary value 0.
01 seedsCertified pic 9(4) usage is binary value 0.
01 seedsRejected pic 9(4) usage is binary value 0.
01 faultText pic x(60).

*> Danger - each monster counts its hit points, three per point
*> of attack, two per point of defense, and ten more for a
*> special ability; a level's total sets its rating.  Under 75
*> is LOW, under 150 MODERATE, under 250 HIGH, and anything more
*> SEVERE.
01 monsterThreat pic 9(4) usage is binary.
01 levelDanger pic 9(5) usage is binary.
01 worstDanger pic 9(5) usage is binary.
01 dangerBand pic x(8).
01 worstBand pic x(8).

*> One line per seed for the summary at the foot of the report.
01 summary-table.
  02 summaryCount pic 9(3) usage is binary value 0.
  02 summary-entry occurs 366 times.
    03 sum-seed pic 9(9).
    03 sum-faults pic 9(3) usage is binary.
    03 sum-band pic x(8).
    03 sum-danger pic 9(5) usage is binary.
01 summaryIdx pic 9(3) usage is binary.

*> The manifest - like names gathered with a count, then laid
*> out across as many report lines as they need.
01 tally-table.
  02 tallyCount pic 9(2) usage is binary.
  02 tally-entry occurs 20 times.
    03 tally-name pic x(12).
    03 tally-count pic 9(5) usage is binary.
01 tallyIdx pic 9(2) usage is binary.
01 tallyFound pic 9(2) usage is binary.
01 tallyName pic x(12).
01 tallyLabel pic x(14).
01 linePos pic 9(3) usage is binary.
01 goldTotal pic 9(6) usage is binary.

*> Display copies for the report lines.
01 reportDate pic 9(8).
01 seedDisplay pic 9(9).
01 levelDisplay pic 9(2).
01 depthDisplay pic 9(2).
01 xDisplay pic 9(2).
01 yDisplay pic 9(2).
01 countDisplay pic z(3)9.
01 smallDisplay pic z9.
01 dangerDisplay pic z(4)9.
01 faultDisplay pic z(2)9.
01 tallyDisplay pic z(4)9.
01 versionDisplay pic 9(4).

procedure division.

*> -------------------------------------
*> Section: mainSeedCheck
*> Take the rules and the seeds asked
*> for, check each, then summarise.
*> -------------------------------------
mainSeedCheck.
  move 0 to rules-wanted.
  call "rogrules" using rules-request game-rules.
  if not rules-ok
    display "Seed check not run - " function trim(rules-message)
    goback.
  move rules-amulet-depth to amuletDepth.
  move rules-version to genRulesVersion.
  perform askSeeds.
  if stopReason is not equal to spaces
    display function trim(stopReason)
    goback.
  open output report-file.
  perform writeHeading.
  if modeInput is equal to "S"
    move "N" to seedIsDaily
    perform checkOneSeed
  else
    compute fromDay = function integer-of-date(fromDate)
    compute toDay = function integer-of-date(toDate)
    move "Y" to seedIsDaily
    perform varying dayIdx from fromDay by 1 until dayIdx > toDay
      compute checkDate = function date-of-integer(dayIdx)
      move checkDate to checkSeed
      perform checkOneSeed
    end-perform
  end-if.
  perform writeSummary.
  close report-file.
  display "Seed check written to rogseedck.rpt".
  move seedsChecked to countDisplay.
  display "Seeds checked:   " countDisplay.
  move seedsCertified to countDisplay.
  display "Seeds certified: " countDisplay.
  move seedsRejected to countDisplay.
  display "Seeds rejected:  " countDisplay.
  goback.

*> -------------------------------------
*> Section: askSeeds
*> A single seed, or a run of daily
*> dates no longer than a year.
*> -------------------------------------
askSeeds section.
  display "Check one seed (S) or a range of daily dates (D): "
    with no advancing.
  move space to modeInput.
  accept modeInput.
  if modeInput is equal to "s"
    move "S" to modeInput.
  if modeInput is equal to "d"
    move "D" to modeInput.
  if modeInput is equal to "S"
    display "Seed: " with no advancing
    move spaces to seedInput
    accept seedInput
    if seedInput is equal to spaces
        or function test-numval(seedInput) is not equal to 0
      move "Seed must be digits." to stopReason
      go to askSeeds-exit
    end-if
    move function numval(seedInput) to checkSeed
    if checkSeed is equal to 0
      move "Seed must be above zero." to stopReason
    end-if
    go to askSeeds-exit.
  if modeInput is not equal to "D"
    move "Answer S or D." to stopReason
    go to askSeeds-exit.
  display "First date (yyyymmdd): " with no advancing.
  perform askOneDate.
  if stopReason is not equal to spaces
    go to askSeeds-exit.
  move checkDate to fromDate.
  display "Last date  (yyyymmdd): " with no advancing.
  perform askOneDate.
  if stopReason is not equal to spaces
    go to askSeeds-exit.
  move checkDate to toDate.
  if toDate < fromDate
    move "Last date is before the first." to stopReason
    go to askSeeds-exit.
  if function integer-of-date(toDate)
      - function integer-of-date(fromDate) > 365
    move "A range can cover a year at most." to stopReason.
askSeeds-exit.
  exit section.

*> -------------------------------------
*> Section: askOneDate
*> One date from the operator - a real
*> yyyymmdd calendar date.
*> -------------------------------------
askOneDate section.
  move spaces to dateInput.
  accept dateInput.
  if dateInput is not numeric
    move "Dates must be eight digits." to stopReason
    go to askOneDate-exit.
  move dateInput to checkDate.
  if function test-date-yyyymmdd(checkDate) is not equal to 0
    move "That is not a valid calendar date." to stopReason.
askOneDate-exit.
  exit section.

*> -------------------------------------
*> Section: checkOneSeed
*> Prime the dice with the seed and
*> build the levels one after another,
*> as a player heading straight down
*> would meet them.
*> -------------------------------------
checkOneSeed section.
  add 1 to seedsChecked.
  move 0 to seedFaults.
  move 0 to worstDanger.
  move "LOW" to worstBand.
  move checkSeed to seedDisplay.
  move spaces to report-line.
  if seed-is-daily
    string "SEED " seedDisplay "  (daily dungeon for "
      checkDate(1:4) "-" checkDate(5:2) "-" checkDate(7:2) ")"
      delimited by size into report-line
  else
    string "SEED " seedDisplay delimited by size into report-line
  end-if.
  write report-line.
  perform varying monster-idx from 1 by 1 until monster-idx > 20
    move "N" to monster-active(monster-idx)
  end-perform.
  compute randomBurn = function random(checkSeed).
  perform varying levelIdx from 1 by 1 until levelIdx > amuletDepth
    move levelIdx to genDungeonLevel
    call "dungeon" using map-table monster-table item-table
      dungeon-linkage
    perform checkOneLevel
  end-perform.
  move spaces to report-line.
  if seedFaults is equal to 0
    add 1 to seedsCertified
    string "  CERTIFIED - every level passes.  Worst danger "
      function trim(worstBand) "."
      delimited by size into report-line
  else
    add 1 to seedsRejected
    move seedFaults to faultDisplay
    string "  REJECTED - " function trim(faultDisplay)
      " fault(s) found.  Worst danger " function trim(worstBand) "."
      delimited by size into report-line
  end-if.
  write report-line.
  move spaces to report-line.
  write report-line.
  if summaryCount < 366
    add 1 to summaryCount
    move checkSeed to sum-seed(summaryCount)
    move seedFaults to sum-faults(summaryCount)
    move worstBand to sum-band(summaryCount)
    move worstDanger to sum-danger(summaryCount).
  exit section.

*> -------------------------------------
*> Section: checkOneLevel
*> Walk the level, rate it, list what
*> is on it and report its faults.
*> -------------------------------------
checkOneLevel section.
  move 0 to levelFaults.
  perform rateDanger.
  move levelIdx to levelDisplay.
  move levelDanger to dangerDisplay.
  move spaces to report-line.
  if levelIdx is equal to amuletDepth
    string "  LEVEL " levelDisplay "  danger " dangerBand
      " (" dangerDisplay ")   the Amulet's level"
      delimited by size into report-line
  else
    string "  LEVEL " levelDisplay "  danger " dangerBand
      " (" dangerDisplay ")"
      delimited by size into report-line
  end-if.
  write report-line.
  perform writeMonsterManifest.
  perform writeItemManifest.
  perform traceLevel.
  perform judgeLevel.
  add levelFaults to seedFaults.
  exit section.

*> -------------------------------------
*> Section: rateDanger
*> Add up the threat of the monsters
*> the level was stocked with.
*> -------------------------------------
rateDanger section.
  move 0 to levelDanger.
  perform varying monster-idx from 1 by 1 until monster-idx > 20
    if monster-is-active(monster-idx)
      compute monsterThreat = monster-hp(monster-idx)
        + (monster-attack(monster-idx) * 3)
        + (monster-defense(monster-idx) * 2)
      if monster-ability(monster-idx) is not equal to "-"
        add 10 to monsterThreat
      end-if
      add monsterThreat to levelDanger
    end-if
  end-perform.
  evaluate true
    when levelDanger < 75
      move "LOW" to dangerBand
    when levelDanger < 150
      move "MODERATE" to dangerBand
    when levelDanger < 250
      move "HIGH" to dangerBand
    when other
      move "SEVERE" to dangerBand
  end-evaluate.
  if levelDanger > worstDanger
    move levelDanger to worstDanger
    move dangerBand to worstBand.
  exit section.

*> -------------------------------------
*> Section: writeMonsterManifest
*> The monsters on the level, like
*> species counted together.
*> -------------------------------------
writeMonsterManifest section.
  move 0 to tallyCount.
  perform varying monster-idx from 1 by 1 until monster-idx > 20
    if monster-is-active(monster-idx)
      move monster-name(monster-idx) to tallyName
      perform addToTally
    end-if
  end-perform.
  move "    Monsters: " to tallyLabel.
  perform writeTallyLines.
  exit section.

*> -------------------------------------
*> Section: writeItemManifest
*> The items on the level, like kinds
*> counted together, then the gold.
*> -------------------------------------
writeItemManifest section.
  move 0 to tallyCount.
  move 0 to goldTotal.
  move 0 to keysPlaced.
  perform varying item-idx from 1 by 1 until item-idx > 20
    if item-is-active(item-idx)
      evaluate item-type(item-idx)
        when "$"
          add item-value(item-idx) to goldTotal
        when "~"
          add 1 to keysPlaced
          move item-name(item-idx) to tallyName
          perform addToTally
        when other
          move item-name(item-idx) to tallyName
          perform addToTally
      end-evaluate
    end-if
  end-perform.
  if goldTotal > 0
    move "gold" to tallyName
    perform addToTally
    if tallyFound > 0
      move goldTotal to tally-count(tallyFound)
    end-if
  end-if.
  move "    Items:    " to tallyLabel.
  perform writeTallyLines.
  exit section.

*> -------------------------------------
*> Section: addToTally
*> Count one more tallyName.
*> -------------------------------------
addToTally section.
  move 0 to tallyFound.
  perform varying tallyIdx from 1 by 1 until tallyIdx > tallyCount
    if tally-name(tallyIdx) is equal to tallyName
      move tallyIdx to tallyFound
    end-if
  end-perform.
  if tallyFound is equal to 0
    if tallyCount is not less than 20
      go to addToTally-exit
    end-if
    add 1 to tallyCount
    move tallyCount to tallyFound
    move tallyName to tally-name(tallyFound)
    move 0 to tally-count(tallyFound).
  add 1 to tally-count(tallyFound).
addToTally-exit.
  exit section.

*> -------------------------------------
*> Section: writeTallyLines
*> Lay the tally out after tallyLabel -
*> "rat x3, bat" - starting a fresh
*> line when the next name won't fit.
*> -------------------------------------
writeTallyLines section.
  move spaces to report-line.
  move tallyLabel to report-line.
  move 15 to linePos.
  if tallyCount is equal to 0
    move "none" to report-line(15:4)
    write report-line
    go to writeTallyLines-exit.
  perform varying tallyIdx from 1 by 1 until tallyIdx > tallyCount
    if linePos > 60
      write report-line
      move spaces to report-line
      move 15 to linePos
    end-if
    if tally-name(tallyIdx) is equal to "gold"
      move tally-count(tallyIdx) to dangerDisplay
      string function trim(dangerDisplay) " gold"
        delimited by size into report-line with pointer linePos
    else
      string function trim(tally-name(tallyIdx))
        delimited by size into report-line with pointer linePos
      if tally-count(tallyIdx) > 1
        move tally-count(tallyIdx) to tallyDisplay
        string " x" function trim(tallyDisplay)
          delimited by size into report-line with pointer linePos
      end-if
    end-if
    if tallyIdx < tallyCount
      string ", " delimited by size into report-line
        with pointer linePos
    end-if
  end-perform.
  write report-line.
writeTallyLines-exit.
  exit section.

*> -------------------------------------
*> Section: traceLevel
*> Mark every tile the player can walk
*> to from the drop point.  Closed
*> doors open at a push; a locked door
*> is opened only while the keys within
*> reach outnumber the doors already
*> opened, and the walk is then carried
*> on through it - so a key shut behind
*> the only doors it could open is
*> never reached.
*> -------------------------------------
traceLevel section.
  move map-table to trace-table.
  perform varying scanRow from 1 by 1 until scanRow > 25
    perform varying scanCol from 1 by 1 until scanCol > 80
      move "N" to reach-cell(scanRow, scanCol)
    end-perform
  end-perform.
  move "Y" to reach-cell(startPlayerY, startPlayerX).
  move 0 to doorsOpened.
traceLevel-walk.
  move "Y" to reachChanged.
  perform spreadReach until not reach-changed.
  move 0 to keysReached.
  perform varying item-idx from 1 by 1 until item-idx > 20
    if item-is-active(item-idx) and item-type(item-idx) is equal to "~"
      if reach-cell(item-y(item-idx), item-x(item-idx)) is equal to "Y"
        add 1 to keysReached
      end-if
    end-if
  end-perform.
  if keysReached is not greater than doorsOpened
    go to traceLevel-exit.
  perform openReachableDoor.
  if door-was-opened
    add 1 to doorsOpened
    go to traceLevel-walk.
traceLevel-exit.
  exit section.

*> -------------------------------------
*> Section: spreadReach
*> One pass over the level - any open
*> tile next to a reached one is
*> reached.  Repeated until a pass
*> finds nothing new.
*> -------------------------------------
spreadReach section.
  move "N" to reachChanged.
  perform varying scanRow from 2 by 1 until scanRow > 24
    perform varying scanCol from 2 by 1 until scanCol > 79
      if reach-cell(scanRow, scanCol) is equal to "N"
          and trace-cell(scanRow, scanCol) is not equal to "x"
          and trace-cell(scanRow, scanCol) is not equal to "*"
          and trace-cell(scanRow, scanCol) is not equal to space
        if reach-cell(scanRow - 1, scanCol) is equal to "Y"
            or reach-cell(scanRow + 1, scanCol) is equal to "Y"
            or reach-cell(scanRow, scanCol - 1) is equal to "Y"
            or reach-cell(scanRow, scanCol + 1) is equal to "Y"
          move "Y" to reach-cell(scanRow, scanCol)
          move "Y" to reachChanged
        end-if
      end-if
    end-perform
  end-perform.
  exit section.

*> -------------------------------------
*> Section: openReachableDoor
*> Unlock the first locked door that
*> stands beside a reached tile.
*> -------------------------------------
openReachableDoor section.
  move "N" to doorOpened.
  perform varying scanRow from 2 by 1 until scanRow > 24 or door-was-opened
    perform varying scanCol from 2 by 1
        until scanCol > 79 or door-was-opened
      if trace-cell(scanRow, scanCol) is equal to "*"
        if reach-cell(scanRow - 1, scanCol) is equal to "Y"
            or reach-cell(scanRow + 1, scanCol) is equal to "Y"
            or reach-cell(scanRow, scanCol - 1) is equal to "Y"
            or reach-cell(scanRow, scanCol + 1) is equal to "Y"
          move "'" to trace-cell(scanRow, scanCol)
          move "Y" to reach-cell(scanRow, scanCol)
          move "Y" to doorOpened
        end-if
      end-if
    end-perform
  end-perform.
  exit section.

*> -------------------------------------
*> Section: judgeLevel
*> Hold the walk up against what the
*> level needs - the way down (above
*> the Amulet's level), the way back
*> up, the Amulet on its level, and
*> every key.
*> -------------------------------------
judgeLevel section.
  move "N" to downFound.
  move "N" to upFound.
  move 0 to lockedDoors.
  perform varying scanRow from 1 by 1 until scanRow > 25
    perform varying scanCol from 1 by 1 until scanCol > 80
      evaluate map-cell(scanRow, scanCol)
        when ">"
          move "Y" to downFound
          if reach-cell(scanRow, scanCol) is not equal to "Y"
              and levelIdx < amuletDepth
            move "Stairs down are walled off" to faultText
            perform writeFault
          end-if
        when "<"
          move "Y" to upFound
          if reach-cell(scanRow, scanCol) is not equal to "Y"
            move "Stairs up are walled off - no way back"
              to faultText
            perform writeFault
          end-if
        when "*"
          add 1 to lockedDoors
      end-evaluate
    end-perform
  end-perform.
  if downFound is equal to "N" and levelIdx < amuletDepth
    move "No stairs down on the level" to faultText
    perform writeFault.
  if upFound is equal to "N"
    move "No stairs up on the level - no way back" to faultText
    perform writeFault.
  move "N" to amuletFound.
  move 0 to itemsAstray.
  perform varying item-idx from 1 by 1 until item-idx > 20
    if item-is-active(item-idx)
      move item-x(item-idx) to xDisplay
      move item-y(item-idx) to yDisplay
      evaluate true
        when item-type(item-idx) is equal to ","
          move "Y" to amuletFound
          if reach-cell(item-y(item-idx), item-x(item-idx))
              is not equal to "Y"
            move spaces to faultText
            string "The Amulet at " xDisplay "," yDisplay
              " cannot be reached" delimited by size into faultText
            perform writeFault
          end-if
        when item-type(item-idx) is equal to "~"
          if reach-cell(item-y(item-idx), item-x(item-idx))
              is not equal to "Y"
            move spaces to faultText
            string "Key at " xDisplay "," yDisplay
              " is locked in behind its own door"
              delimited by size into faultText
            perform writeFault
          end-if
        when other
          if reach-cell(item-y(item-idx), item-x(item-idx))
              is not equal to "Y"
            add 1 to itemsAstray
          end-if
      end-evaluate
    end-if
  end-perform.
  if levelIdx is equal to amuletDepth and amuletFound is equal to "N"
    move "The Amulet could not be placed on its level" to faultText
    perform writeFault.
  move spaces to report-line.
  move "    Reach:    " to report-line.
  move 15 to linePos.
  move lockedDoors to smallDisplay.
  string "locked doors " function trim(smallDisplay)
    delimited by size into report-line with pointer linePos.
  move keysPlaced to smallDisplay.
  string ", keys " function trim(smallDisplay)
    delimited by size into report-line with pointer linePos.
  move doorsOpened to smallDisplay.
  string ", doors opened " function trim(smallDisplay)
    delimited by size into report-line with pointer linePos.
  if itemsAstray > 0
    move itemsAstray to smallDisplay
    string ", items out of reach " function trim(smallDisplay)
      delimited by size into report-line with pointer linePos.
  if levelFaults is equal to 0
    string " - clear" delimited by size into report-line
      with pointer linePos.
  write report-line.
  exit section.

*> -------------------------------------
*> Section: writeFault
*> One fault line for the level in hand.
*> -------------------------------------
writeFault section.
  add 1 to levelFaults.
  move spaces to report-line.
  string "    FAULT:    " faultText delimited by size
    into report-line.
  write report-line.
  exit section.

*> -------------------------------------
*> Section: writeSummary
*> One line per seed, for signing off
*> the week at a glance.
*> -------------------------------------
writeSummary section.
  move "SUMMARY" to report-line.
  write report-line.
  move "  SEED       VERDICT    FAULTS  WORST DANGER" to report-line.
  write report-line.
  perform varying summaryIdx from 1 by 1 until summaryIdx > summaryCount
    move sum-seed(summaryIdx) to seedDisplay
    move sum-faults(summaryIdx) to faultDisplay
    move sum-danger(summaryIdx) to dangerDisplay
    move spaces to report-line
    if sum-faults(summaryIdx) is equal to 0
      string "  " seedDisplay "  CERTIFIED     " faultDisplay "  "
        sum-band(summaryIdx) " (" dangerDisplay ")"
        delimited by size into report-line
    else
      string "  " seedDisplay "  REJECTED      " faultDisplay "  "
        sum-band(summaryIdx) " (" dangerDisplay ")"
        delimited by size into report-line
    end-if
    write report-line
  end-perform.
  exit section.

*> -------------------------------------
*> Section: writeHeading
*> Title block at the top of the
*> report.
*> -------------------------------------
writeHeading section.
  move "========================================" to report-line.
  write report-line.
  move " COBOL ROGUE - SEED PRE-FLIGHT CHECK" to report-line.
  write report-line.
  accept reportDate from date yyyymmdd.
  move spaces to report-line.
  string " Prepared " reportDate delimited by size into report-line.
  write report-line.
  move rules-version to versionDisplay.
  move amuletDepth to depthDisplay.
  move spaces to report-line.
  string " Rules version " versionDisplay ", Amulet on level "
    depthDisplay delimited by size into report-line.
  write report-line.
  move "========================================" to report-line.
  write report-line.
  move spaces to report-line.
  write report-line.
  exit section.

end program rogseedck.
