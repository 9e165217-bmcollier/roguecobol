*> -------------------------------------
*> Damage and pacing report
*> Batch companion for COBOL Rogue -
*> reads the journal archive catalogue
*> and every archived run journal, and
*> works out from the turn-by-turn hit
*> points and closing event text where
*> each run's damage came from, how long
*> it spent on each level, the doors it
*> opened, the items it picked up, and
*> the ten turns with the biggest hit
*> point swings - what a disputed death
*> looks like without sitting through a
*> replay.
*>
*> A journal line carries only the last
*> event of its turn, so the whole
*> turn's hit point change is put down
*> to whatever that event names, and an
*> event overwritten later in the same
*> turn goes uncounted.  Venom, food
*> drain and paralysis blows overwrite
*> the "hits you!" line with their own
*> text; those are put down to the
*> species in rogbest.dat carrying that
*> ability on the level being played.
*> -------------------------------------
identification division.
program-id. rogpace.

environment division.
input-output section.
file-control.
  select optional jidx-file assign to "rogjidx.dat"
    organization is line sequential
    file status is jidx-file-status.
  select optional archive-file assign to archiveFileName
    organization is line sequential
    file status is archive-file-status.
  select optional bestiary-file assign to "rogbest.dat"
    organization is line sequential
    file status is bestiary-file-status.
  select report-file assign to "rogpace.rpt"
    organization is line sequential
    file status is report-file-status.

data division.

file section.
fd jidx-file.
copy "jidxrec.cpy".

fd archive-file.
copy "jrnlrec.cpy".

fd bestiary-file.
01 bestiary-line.
  02 best-in-min pic 9(2).
  02 filler pic x(1).
  02 best-in-max pic 9(2).
  02 filler pic x(1).
  02 best-in-glyph pic x(1).
  02 filler pic x(1).
  02 best-in-name pic x(12).
  02 filler pic x(1).
  02 best-in-hp pic 9(3).
  02 filler pic x(1).
  02 best-in-attack pic 9(2).
  02 filler pic x(1).
  02 best-in-defense pic 9(2).
  02 filler pic x(1).
  02 best-in-xp pic 9(3).
  02 filler pic x(1).
  02 best-in-ability pic x(1).
  02 filler pic x(44).

fd report-file.
01 report-line pic x(80).

working-storage section.

*> File status codes
01 jidx-file-status pic x(2) value "00".
01 archive-file-status pic x(2) value "00".
01 bestiary-file-status pic x(2) value "00".
01 report-file-status pic x(2) value "00".
01 bestiaryHold pic x(80).

*> The archive catalogue, oldest entry first, and the journal
*> file the archive-file SELECT binds to at open.
01 archiveFileName pic x(12) value spaces.
01 journal-catalog.
  02 jcatCount pic 9(1) usage is binary value 0.
  02 jcat-entry occurs 9 times.
    03 jcat-slot pic 9(1).
    03 jcat-date pic 9(8).
    03 jcat-seed pic 9(9).
    03 jcat-player pic x(12).
    03 jcat-score pic 9(6).
01 jcatIdx pic 9(2) usage is binary.

*> Species abilities from the bestiary, for putting an ability
*> blow down to the species that deals it.
01 bestiary-table.
  02 bestiaryCount pic 9(2) usage is binary value 0.
  02 bestiary-entry occurs 12 times.
    03 best-min-level pic 9(2) usage is binary.
    03 best-max-level pic 9(2) usage is binary.
    03 best-name pic x(12).
    03 best-ability pic x(1).
01 bestScan pic 9(2) usage is binary.
01 abilityWanted pic x(1).
01 abilityMatches pic 9(2) usage is binary.
01 sourcePointer pic 9(2) usage is binary.

*> Run totals across the whole catalogue.
01 runsReported pic 9(2) usage is binary value 0.
01 runsMissing pic 9(2) usage is binary value 0.

*> Hit points a fresh character starts with - the baseline for
*> a journal that opens on turn one, from the current rules.
copy "rulesreq.cpy".
copy "rulestbl.cpy".
01 startHp pic 9(3) usage is binary value 0.

*> Per-run working figures - where the previous turn left the
*> character, and what the journal has shown so far.
01 prevHp pic 9(3) usage is binary.
01 prevTurn pic 9(5) usage is binary.
01 hpChange pic s9(4) usage is binary.
01 hpSwing pic 9(4) usage is binary.
01 turnsRead pic 9(5) usage is binary.
01 sequenceBreaks pic 9(3) usage is binary.
01 healingTotal pic 9(5) usage is binary.
01 damageTotal pic 9(5) usage is binary.
01 doorsOpened pic 9(4) usage is binary.
01 doorsUnlocked pic 9(4) usage is binary.
01 itemsFound pic 9(4) usage is binary.
01 goldPilesFound pic 9(4) usage is binary.
01 finalTurn pic 9(5).
01 finalHp pic 9(3).
01 finalEvent pic x(60).

*> Damage by source - one slot per monster species, poison,
*> starvation, or whatever else the journal names.
01 damage-table.
  02 damageCount pic 9(2) usage is binary value 0.
  02 damage-entry occurs 20 times.
    03 damage-source pic x(20).
    03 damage-points pic 9(5) usage is binary.
    03 damage-blows pic 9(4) usage is binary.
01 damageIdx pic 9(2) usage is binary.
01 damageSlot pic 9(2) usage is binary.
01 sourceName pic x(20).
01 lastBlowSource pic x(20).
01 eventTally pic 9(2) usage is binary.

*> Turns per level - one stretch per stay on a level, closed
*> off each time the journal shows the stairs being taken.
01 level-stretch-table.
  02 stretchCount pic 9(2) usage is binary value 0.
  02 stretch-entry occurs 40 times.
    03 stretch-level pic 9(2) usage is binary.
    03 stretch-from pic 9(5) usage is binary.
    03 stretch-to pic 9(5) usage is binary.
01 stretchesDropped pic 9(3) usage is binary.
01 currentLevel pic 9(2) usage is binary.
01 stretchStart pic 9(5) usage is binary.
01 stretchIdx pic 9(2) usage is binary.

*> The ten biggest hit point swings, biggest first.
01 swing-table.
  02 swingCount pic 9(2) usage is binary value 0.
  02 swing-entry occurs 10 times.
    03 swing-turn pic 9(5).
    03 swing-before pic 9(3).
    03 swing-after pic 9(3).
    03 swing-size pic 9(4) usage is binary.
    03 swing-event pic x(60).
01 swingIdx pic 9(2) usage is binary.
01 swingSlot pic 9(2) usage is binary.

*> Display copies for the report lines.
01 reportDate pic 9(8).
01 countDisplay pic z(4)9.
01 pointsDisplay pic z(4)9.
01 blowsDisplay pic z(3)9.
01 turnDisplay pic 9(5).
01 turnToDisplay pic 9(5).
01 levelDisplay pic 9(2).
01 hpDisplay pic 9(3).
01 hpToDisplay pic 9(3).
01 changeDisplay pic +++9.

procedure division.

*> -------------------------------------
*> Section: mainReport
*> Read the catalogue, report on every
*> archived journal it lists.
*> -------------------------------------
mainReport.
  move 0 to rules-wanted.
  call "rogrules" using rules-request game-rules.
  if not rules-ok
    display "Report not run - " function trim(rules-message)
    goback.
  move rules-start-hp to startHp.
  perform loadBestiary.
  perform loadJournalCatalog.
  open output report-file.
  perform writeHeading.
  if jcatCount is equal to 0
    move "No archived run journals on file." to report-line
    write report-line
  else
    perform varying jcatIdx from 1 by 1 until jcatIdx > jcatCount
      perform reportOneRun
    end-perform
  end-if.
  perform writeTotals.
  close report-file.
  display "Report written to rogpace.rpt".
  move runsReported to countDisplay.
  display "Runs reported:  " countDisplay.
  move runsMissing to countDisplay.
  display "Journals missing:" countDisplay.
  goback.

*> -------------------------------------
*> Section: reportOneRun
*> Walk one archived journal turn by
*> turn, then write its section of the
*> report.
*> -------------------------------------
reportOneRun section.
  perform writeRunBanner.
  move spaces to archiveFileName.
  string "rogjarc" jcat-slot(jcatIdx) ".dat"
    delimited by size into archiveFileName.
  open input archive-file.
  if archive-file-status is not equal to "00"
    close archive-file
    move spaces to report-line
    string "  Journal " archiveFileName " is missing."
      delimited by size into report-line
    write report-line
    move spaces to report-line
    write report-line
    add 1 to runsMissing
    go to reportOneRun-exit.
  perform resetRunFigures.
  perform readArchiveRecord.
  perform until archive-file-status is not equal to "00"
    if jrnl-turn is numeric and jrnl-hp is numeric
      perform takeOneTurn
    end-if
    perform readArchiveRecord
  end-perform.
  close archive-file.
  perform closeLevelStretch.
  add 1 to runsReported.
  perform writeRunFigures.
reportOneRun-exit.
  exit section.

*> -------------------------------------
*> Section: resetRunFigures
*> Clear the per-run tallies before a
*> journal is read.
*> -------------------------------------
resetRunFigures section.
  move startHp to prevHp.
  move 0 to prevTurn.
  move 0 to turnsRead.
  move 0 to sequenceBreaks.
  move 0 to healingTotal.
  move 0 to damageTotal.
  move 0 to doorsOpened.
  move 0 to doorsUnlocked.
  move 0 to itemsFound.
  move 0 to goldPilesFound.
  move 0 to damageCount.
  move 0 to stretchCount.
  move 0 to stretchesDropped.
  move 0 to swingCount.
  move 1 to currentLevel.
  move 1 to stretchStart.
  move spaces to lastBlowSource.
  move 0 to finalTurn.
  move 0 to finalHp.
  move spaces to finalEvent.
  *> poison and starvation always get a line, even at nil.
  move "poison" to sourceName.
  perform findDamageSlot.
  move "starvation" to sourceName.
  perform findDamageSlot.
  exit section.

*> -------------------------------------
*> Section: takeOneTurn
*> Fold one journal line into the run's
*> figures - the hit point change and
*> what caused it, the level stretch,
*> doors and pickups.
*> -------------------------------------
takeOneTurn section.
  *> a journal that doesn't open on turn one, or whose turn
  *> numbers run backwards, was picked up part way through -
  *> take its own first hit points as the baseline.
  if turnsRead is equal to 0 and jrnl-turn is not equal to 1
    move jrnl-hp to prevHp
    move jrnl-turn to stretchStart.
  if turnsRead > 0 and jrnl-turn is not greater than prevTurn
    add 1 to sequenceBreaks
    move jrnl-hp to prevHp.
  add 1 to turnsRead.
  compute hpChange = jrnl-hp - prevHp.
  if hpChange < 0
    compute hpSwing = hpChange * -1
    add hpSwing to damageTotal
    perform nameDamageSource
    perform findDamageSlot
    if damageSlot is not equal to 0
      add hpSwing to damage-points(damageSlot)
      add 1 to damage-blows(damageSlot)
    end-if
  else
    move hpChange to hpSwing
    add hpSwing to healingTotal
  end-if.
  if hpSwing > 0
    perform rememberSwing.
  perform countDoorsAndPickups.
  if jrnl-event is equal to "You descend deeper into the dungeon."
    move jrnl-turn to prevTurn
    perform closeLevelStretch
    add 1 to currentLevel
    compute stretchStart = jrnl-turn + 1.
  if jrnl-event is equal to "You climb back up the stairs."
      and currentLevel > 1
    move jrnl-turn to prevTurn
    perform closeLevelStretch
    subtract 1 from currentLevel
    compute stretchStart = jrnl-turn + 1.
  move jrnl-hp to prevHp.
  move jrnl-turn to prevTurn.
  move jrnl-turn to finalTurn.
  move jrnl-hp to finalHp.
  move jrnl-event to finalEvent.
  exit section.

*> -------------------------------------
*> Section: nameDamageSource
*> Work out from the turn's closing
*> event what took the hit points, into
*> sourceName.  A killing blow names no
*> species, so it goes to whatever last
*> struck the character.
*> -------------------------------------
nameDamageSource section.
  move spaces to sourceName.
  move 0 to eventTally.
  inspect jrnl-event tallying eventTally for all " hits you!".
  if jrnl-event(1:4) is equal to "The " and eventTally > 0
    unstring jrnl-event(5:56) delimited by " hits you!"
      into sourceName
    move sourceName to lastBlowSource
    go to nameDamageSource-exit.
  move 0 to eventTally.
  inspect jrnl-event tallying eventTally for all " picks your purse!".
  if jrnl-event(1:4) is equal to "The " and eventTally > 0
    unstring jrnl-event(5:56) delimited by " picks your purse!"
      into sourceName
    move sourceName to lastBlowSource
    go to nameDamageSource-exit.
  evaluate jrnl-event
    when "Venom courses through you!"
      move "P" to abilityWanted
      perform nameAbilitySpecies
      move sourceName to lastBlowSource
    when "Your provisions feel lighter - it fed on you!"
      move "F" to abilityWanted
      perform nameAbilitySpecies
      move sourceName to lastBlowSource
    when "You are paralysed!"
      move "S" to abilityWanted
      perform nameAbilitySpecies
      move sourceName to lastBlowSource
    when "The poison burns in your veins."
    when "The poison has run its course."
    when "The poison overcomes you!"
      move "poison" to sourceName
    when "You are starving!"
    when "You have starved to death!"
      move "starvation" to sourceName
    when "You have been slain!"
      if lastBlowSource is equal to spaces
        move "unknown monster" to sourceName
      else
        move lastBlowSource to sourceName
      end-if
    when other
      move "other / unattributed" to sourceName
  end-evaluate.
nameDamageSource-exit.
  exit section.

*> -------------------------------------
*> Section: nameAbilitySpecies
*> Name the bestiary species carrying
*> abilityWanted that can spawn on the
*> level being played - more than one
*> are listed together, none leaves the
*> ability code showing.
*> -------------------------------------
nameAbilitySpecies section.
  move spaces to sourceName.
  move 0 to abilityMatches.
  move 1 to sourcePointer.
  perform varying bestScan from 1 by 1 until bestScan > bestiaryCount
    if best-ability(bestScan) is equal to abilityWanted
        and currentLevel is not less than best-min-level(bestScan)
        and currentLevel is not greater than best-max-level(bestScan)
      add 1 to abilityMatches
      if abilityMatches > 1
        string "/" delimited by size into sourceName
          with pointer sourcePointer
          on overflow continue
        end-string
      end-if
      string function trim(best-name(bestScan)) delimited by size
        into sourceName
        with pointer sourcePointer
        on overflow continue
      end-string
    end-if
  end-perform.
  if abilityMatches is equal to 0
    string "monster (ability " abilityWanted ")"
      delimited by size into sourceName.
  exit section.

*> -------------------------------------
*> Section: findDamageSlot
*> Find (or open) the damage-table slot
*> for sourceName, into damageSlot -
*> zero once the table is full.
*> -------------------------------------
findDamageSlot section.
  move 0 to damageSlot.
  perform varying damageIdx from 1 by 1 until damageIdx > damageCount
    if damage-source(damageIdx) is equal to sourceName
      move damageIdx to damageSlot
    end-if
  end-perform.
  if damageSlot is equal to 0 and damageCount < 20
    add 1 to damageCount
    move damageCount to damageSlot
    move sourceName to damage-source(damageSlot)
    move 0 to damage-points(damageSlot)
    move 0 to damage-blows(damageSlot).
  exit section.

*> -------------------------------------
*> Section: rememberSwing
*> Slot the turn into the top-ten swing
*> table if it's big enough, keeping
*> the table biggest first - an equal
*> swing stays behind the earlier one.
*> -------------------------------------
rememberSwing section.
  move 0 to swingSlot.
  perform varying swingIdx from 1 by 1
      until swingIdx > swingCount or swingSlot > 0
    if hpSwing > swing-size(swingIdx)
      move swingIdx to swingSlot
    end-if
  end-perform.
  if swingSlot is equal to 0
    if swingCount < 10
      add 1 to swingCount
      move swingCount to swingSlot
    else
      go to rememberSwing-exit
    end-if
  else
    if swingCount < 10
      add 1 to swingCount
    end-if
    perform varying swingIdx from swingCount by -1
        until swingIdx <= swingSlot
      move swing-entry(swingIdx - 1) to swing-entry(swingIdx)
    end-perform
  end-if.
  move jrnl-turn to swing-turn(swingSlot).
  move prevHp to swing-before(swingSlot).
  move jrnl-hp to swing-after(swingSlot).
  move hpSwing to swing-size(swingSlot).
  move jrnl-event to swing-event(swingSlot).
rememberSwing-exit.
  exit section.

*> -------------------------------------
*> Section: countDoorsAndPickups
*> Doors swung or unlocked, and things
*> picked up off the floor, from the
*> turn's closing event.
*> -------------------------------------
countDoorsAndPickups section.
  if jrnl-event is equal to "You open the door."
    add 1 to doorsOpened.
  if jrnl-event is equal to "The key turns and the door unlocks."
    add 1 to doorsOpened
    add 1 to doorsUnlocked.
  *> the Amulet's pickup line is followed by the climb warning,
  *> which is what the journal keeps.
  if jrnl-event is equal to "Now climb - the way out is up!"
    add 1 to itemsFound.
  if jrnl-event(1:10) is not equal to "You found "
    go to countDoorsAndPickups-exit.
  move 0 to eventTally.
  inspect jrnl-event tallying eventTally for all " gold pieces.".
  if eventTally > 0
    add 1 to goldPilesFound
  else
    add 1 to itemsFound
  end-if.
countDoorsAndPickups-exit.
  exit section.

*> -------------------------------------
*> Section: closeLevelStretch
*> Close off the stay on currentLevel
*> that began at stretchStart and ran
*> to prevTurn.
*> -------------------------------------
closeLevelStretch section.
  if turnsRead is equal to 0 or prevTurn < stretchStart
    go to closeLevelStretch-exit.
  if stretchCount is not less than 40
    add 1 to stretchesDropped
    go to closeLevelStretch-exit.
  add 1 to stretchCount.
  move currentLevel to stretch-level(stretchCount).
  move stretchStart to stretch-from(stretchCount).
  move prevTurn to stretch-to(stretchCount).
closeLevelStretch-exit.
  exit section.

*> -------------------------------------
*> Section: writeRunBanner
*> The catalogue line for the run about
*> to be reported.
*> -------------------------------------
writeRunBanner section.
  move "----------------------------------------" to report-line.
  write report-line.
  move spaces to report-line.
  string "RUN IN SLOT " jcat-slot(jcatIdx)
    "  " jcat-date(jcatIdx)
    "  seed " jcat-seed(jcatIdx)
    "  " jcat-player(jcatIdx)
    "  score " jcat-score(jcatIdx)
    delimited by size into report-line.
  write report-line.
  exit section.

*> -------------------------------------
*> Section: writeRunFigures
*> The run's section of the report.
*> -------------------------------------
writeRunFigures section.
  move turnsRead to countDisplay.
  move finalTurn to turnDisplay.
  move finalHp to hpDisplay.
  move spaces to report-line.
  string "  Turns journalled: " countDisplay
    "   Last turn: " turnDisplay
    "   Hit points at end: " hpDisplay
    delimited by size into report-line.
  write report-line.
  move spaces to report-line.
  string "  Last event: " finalEvent delimited by size into report-line.
  write report-line.
  if sequenceBreaks > 0
    move sequenceBreaks to countDisplay
    move spaces to report-line
    string "  WARNING: turn numbers restart " countDisplay
      " time(s) - a reloaded game was appended."
      delimited by size into report-line
    write report-line.
  move spaces to report-line.
  write report-line.
  move "  DAMAGE TAKEN BY SOURCE              POINTS  BLOWS"
    to report-line.
  write report-line.
  perform varying damageIdx from 1 by 1 until damageIdx > damageCount
    move damage-points(damageIdx) to pointsDisplay
    move damage-blows(damageIdx) to blowsDisplay
    move spaces to report-line
    string "    " damage-source(damageIdx) "               "
      pointsDisplay "   " blowsDisplay
      delimited by size into report-line
    write report-line
  end-perform.
  move damageTotal to pointsDisplay.
  move spaces to report-line.
  string "    Total damage taken                 " pointsDisplay
    delimited by size into report-line.
  write report-line.
  move healingTotal to pointsDisplay.
  move spaces to report-line.
  string "    Hit points regained                " pointsDisplay
    delimited by size into report-line.
  write report-line.
  move spaces to report-line.
  write report-line.
  move "  TURNS PER LEVEL" to report-line.
  write report-line.
  perform varying stretchIdx from 1 by 1 until stretchIdx > stretchCount
    move stretch-level(stretchIdx) to levelDisplay
    move stretch-from(stretchIdx) to turnDisplay
    move stretch-to(stretchIdx) to turnToDisplay
    compute countDisplay =
      stretch-to(stretchIdx) - stretch-from(stretchIdx) + 1
    move spaces to report-line
    string "    Level " levelDisplay "  turns " turnDisplay
      "-" turnToDisplay "  " countDisplay " turns"
      delimited by size into report-line
    write report-line
  end-perform.
  if stretchesDropped > 0
    move stretchesDropped to countDisplay
    move spaces to report-line
    string "    (" countDisplay " further stretches not shown)"
      delimited by size into report-line
    write report-line.
  move spaces to report-line.
  write report-line.
  move doorsOpened to countDisplay.
  move doorsUnlocked to blowsDisplay.
  move spaces to report-line.
  string "  Doors opened:    " countDisplay
    "  (" function trim(blowsDisplay) " unlocked with a key)"
    delimited by size into report-line.
  write report-line.
  move itemsFound to countDisplay.
  move goldPilesFound to blowsDisplay.
  move spaces to report-line.
  string "  Items picked up: " countDisplay
    "  (plus " function trim(blowsDisplay) " gold piles)"
    delimited by size into report-line.
  write report-line.
  move spaces to report-line.
  write report-line.
  move "  BIGGEST HIT POINT SWINGS" to report-line.
  write report-line.
  if swingCount is equal to 0
    move "    Hit points never changed." to report-line
    write report-line.
  perform varying swingIdx from 1 by 1 until swingIdx > swingCount
    move swing-turn(swingIdx) to turnDisplay
    move swing-before(swingIdx) to hpDisplay
    move swing-after(swingIdx) to hpToDisplay
    compute changeDisplay = swing-after(swingIdx) - swing-before(swingIdx)
    move spaces to report-line
    string "    Turn " turnDisplay "  " hpDisplay "->" hpToDisplay
      " " changeDisplay "  " swing-event(swingIdx)(1:44)
      delimited by size into report-line
    write report-line
  end-perform.
  move spaces to report-line.
  write report-line.
  exit section.

*> -------------------------------------
*> Section: writeTotals
*> How the catalogue as a whole fared.
*> -------------------------------------
writeTotals section.
  move "========================================" to report-line.
  write report-line.
  move runsReported to countDisplay.
  move spaces to report-line.
  string "Runs reported:     " countDisplay
    delimited by size into report-line.
  write report-line.
  move runsMissing to countDisplay.
  move spaces to report-line.
  string "Journals missing:  " countDisplay
    delimited by size into report-line.
  write report-line.
  exit section.

*> -------------------------------------
*> Section: loadJournalCatalog
*> Read the archive catalogue into the
*> table, oldest entry first.
*> -------------------------------------
loadJournalCatalog section.
  move 0 to jcatCount.
  open input jidx-file.
  if jidx-file-status is not equal to "00"
    close jidx-file
    go to loadJournalCatalog-exit.
  perform readCatalogRecord.
  perform until jidx-file-status is not equal to "00"
      or jcatCount is not less than 9
    add 1 to jcatCount
    move jidx-slot to jcat-slot(jcatCount)
    move jidx-date to jcat-date(jcatCount)
    move jidx-seed to jcat-seed(jcatCount)
    move jidx-player to jcat-player(jcatCount)
    move jidx-score to jcat-score(jcatCount)
    perform readCatalogRecord
  end-perform.
  close jidx-file.
loadJournalCatalog-exit.
  exit section.

*> -------------------------------------
*> Section: loadBestiary
*> Read each species' spawn band and
*> ability from the bestiary file.
*> Lines starting "*" are comments; a
*> missing file just leaves ability
*> blows unnamed.
*> -------------------------------------
loadBestiary section.
  move 0 to bestiaryCount.
  open input bestiary-file.
  if bestiary-file-status is not equal to "00"
    close bestiary-file
    go to loadBestiary-exit.
  perform readBestiaryLine.
  perform until bestiary-file-status is not equal to "00"
      or bestiaryCount is not less than 12
    if bestiary-line(1:1) is not equal to "*"
        and best-in-min is numeric
        and best-in-max is numeric
        and best-in-hp is numeric
        and best-in-attack is numeric
        and best-in-defense is numeric
        and best-in-xp is numeric
      add 1 to bestiaryCount
      move best-in-min to best-min-level(bestiaryCount)
      move best-in-max to best-max-level(bestiaryCount)
      move best-in-name to best-name(bestiaryCount)
      move best-in-ability to best-ability(bestiaryCount)
    end-if
    perform readBestiaryLine
  end-perform.
  close bestiary-file.
loadBestiary-exit.
  exit section.

*> -------------------------------------
*> Section: readBestiaryLine
*> Read the next line of the bestiary
*> file, keeping the first chunk of an
*> over-length line and swallowing its
*> continuations, as the game's loader
*> does.
*> -------------------------------------
readBestiaryLine section.
  read bestiary-file
    at end move "10" to bestiary-file-status.
  if bestiary-file-status is not equal to "06"
    go to readBestiaryLine-exit.
  move bestiary-line to bestiaryHold.
  perform until bestiary-file-status is not equal to "06"
    read bestiary-file
      at end move "10" to bestiary-file-status
    end-read
  end-perform.
  move bestiaryHold to bestiary-line.
  move "00" to bestiary-file-status.
readBestiaryLine-exit.
  exit section.

*> -------------------------------------
*> Section: readCatalogRecord
*> Read the next archive catalogue
*> entry, if there is one.
*> -------------------------------------
readCatalogRecord section.
  read jidx-file
    at end move "10" to jidx-file-status.
  exit section.

*> -------------------------------------
*> Section: readArchiveRecord
*> Read the next turn from the archived
*> journal, if there is one.
*> -------------------------------------
readArchiveRecord section.
  read archive-file
    at end move "10" to archive-file-status.
  exit section.

*> -------------------------------------
*> Section: writeHeading
*> Title block at the top of the
*> report.
*> -------------------------------------
writeHeading section.
  move "========================================" to report-line.
  write report-line.
  move " COBOL ROGUE - DAMAGE AND PACING REPORT" to report-line.
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

end program rogpace.
