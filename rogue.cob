  select optional history-file assign to "roghist.dat"
    organization is sequential
    file status is history-file-status.
  select optional journal-file assign to journalFileName
    organization is line sequential
    file status is journal-file-status.
  select optional archive-file assign to archiveFileName
  select optional jidx-file assign to "rogjidx.dat"
    organization is line sequential
    file status is jidx-file-status.
  select optional kill-file assign to "rogkill.dat"
    organization is sequential
    file status is kill-file-status.
  select optional practice-file assign to "rogprac.dat"
    organization is sequential
    file status is practice-file-status.
  select optional attempt-file assign to "rogdaily.dat"
    organization is sequential
    file status is attempt-file-status.
  select optional bones-file assign to bonesFileName
    organization is sequential
    file status is bones-file-status.
  select optional session-file assign to sessionFileName
    organization is line sequential
    lock mode is exclusive
    file status is session-file-status.
  select optional register-file assign to "rogplyr.dat"
    organization is indexed
    access mode is dynamic
    record key is reg-key
    file status is register-file-status.

data division.

01 fd-save-header.
  02 fd-save-version pic 9(2) usage is binary.
  02 fd-save-checksum pic 9(9) usage is binary.
  02 fd-save-rules-version pic 9(4) usage is binary.
01 fd-map-table.
  02 fd-map-row occurs 25 times.
    03 fd-map-column occurs 80 times.
  02 fd-deepest-level pic 9(2) usage is binary.
  02 fd-dungeon-seed pic 9(9) usage is binary.
  02 fd-has-amulet pic x(1).
  02 fd-run-kind pic x(1).
01 fd-species-tally.
  02 fd-species-count pic 9(2) usage is binary.
  02 fd-species-entry occurs 16 times.
    03 fd-species-name pic x(12).
    03 fd-species-kills pic 9(3) usage is binary.
  02 fd-slain-by pic x(12).
  02 fd-last-poisoner pic x(12).
01 fd-monster-table.
  02 fd-monster-entry occurs 20 times.
    03 fd-monster-active pic x(1).
    03 fd-item-type pic x(1).
    03 fd-item-name pic x(12).
    03 fd-item-value pic 9(4) usage is binary.
    03 fd-item-power pic 9(2) usage is binary.
01 fd-inventory-table.
  02 fd-inventory-count pic 9(2) usage is binary.
  02 fd-inventory-entry occurs 10 times.
    03 fd-inv-type pic x(1).
    03 fd-inv-name pic x(12).
    03 fd-inv-value pic 9(4) usage is binary.
    03 fd-inv-power pic 9(2) usage is binary.

fd history-file.
copy "histrec.cpy".

fd journal-file.
copy "jrnlrec.cpy".

fd archive-file.
01 archive-record.
  02 arch-event pic x(60).

fd jidx-file.
copy "jidxrec.cpy".

fd kill-file.
copy "killrec.cpy".

fd practice-file.
copy "histrec.cpy" replacing leading ==history== by ==practice==.

fd attempt-file.
copy "attmprec.cpy".

fd bones-file.
01 fd-bones-header.
  02 fd-bones-version pic 9(2) usage is binary.
  02 fd-bones-player pic x(12).
  02 fd-bones-date pic 9(8).
  02 fd-bones-depth pic 9(2) usage is binary.
  02 fd-bones-x pic 9(2) usage is binary.
  02 fd-bones-y pic 9(2) usage is binary.
  02 fd-bones-gold pic 9(5) usage is binary.
  02 fd-bones-cause pic x(20).
01 fd-bones-map.
  02 fd-bones-map-row occurs 25 times.
    03 fd-bones-map-cell pic x(1) occurs 80 times.
01 fd-bones-monsters.
  02 fd-bones-monster-entry occurs 20 times.
    03 fd-bones-monster-active pic x(1).
    03 fd-bones-monster-x pic 9(2) usage is binary.
    03 fd-bones-monster-y pic 9(2) usage is binary.
    03 fd-bones-monster-type pic x(1).
    03 fd-bones-monster-name pic x(12).
    03 fd-bones-monster-hp pic 9(3) usage is binary.
    03 fd-bones-monster-attack pic 9(2) usage is binary.
    03 fd-bones-monster-defense pic 9(2) usage is binary.
    03 fd-bones-monster-xp pic 9(3) usage is binary.
    03 fd-bones-monster-ability pic x(1).
01 fd-bones-items.
  02 fd-bones-item-entry occurs 20 times.
    03 fd-bones-item-active pic x(1).
    03 fd-bones-item-x pic 9(2) usage is binary.
    03 fd-bones-item-y pic 9(2) usage is binary.
    03 fd-bones-item-type pic x(1).
    03 fd-bones-item-name pic x(12).
    03 fd-bones-item-value pic 9(4) usage is binary.
    03 fd-bones-item-power pic 9(2) usage is binary.

fd session-file.
01 session-line pic x(40).

fd register-file.
copy "plyrreg.cpy".

working-storage section.

01 journal-file-status pic x(2) value "00".
01 archive-file-status pic x(2) value "00".
01 jidx-file-status pic x(2) value "00".
01 kill-file-status pic x(2) value "00".
01 practice-file-status pic x(2) value "00".
01 attempt-file-status pic x(2) value "00".
01 bones-file-status pic x(2) value "00".
01 session-file-status pic x(2) value "00".
01 register-file-status pic x(2) value "00".

*> Journal archive bookkeeping - each finished run's journal is
*> copied to its own rogjarc<slot>.dat, catalogued in
*> rogjidx.dat.  Nine slots are retained; the oldest is dropped
*> to make room for the tenth.
01 archiveFileName pic x(44) value spaces.
01 archiveSlot pic 9(1).
01 archiveDate pic 9(8).
01 journal-catalog.
*> Save slots - the file the save-file SELECT binds to at open,
*> which numbered slot the player picked (zero when they backed
*> out), and a scratch name for probing the slots on the picker.
01 saveFileName pic x(44) value "rogsave1.dat".
01 slotChosen pic 9(1) usage is binary value 0.
01 slotProbe pic 9(1).
01 slotLabel pic x(26).
01 randomBurn pic 9(9) usage is binary.

*> Automatic checkpointing - the same records saveGame writes go
*> to a dedicated recovery file every checkpointInterval turns
*> (the rules' CHECKPOINT-EVERY), and a leftover checkpoint is
*> offered back when its player next gives their name, so a
*> dropped session doesn't lose the run.
01 checkpointName pic x(44) value spaces.
01 checkpointInterval pic 9(3) usage is binary value 25.
01 savedFileName pic x(44).

*> Several terminals can play at once from the same directory,
*> so each player has a journal, checkpoint and journal-trim
*> work file of their own, named for playerTag - the register
*> name in upper case, anything but letters and digits written
*> as "_" and its two hex digits, so no two register names
*> share a tag.  Anon is nobody in particular, so an Anon
*> session gets a tag of its own from the clock, and its files
*> go when the run ends.  The session file, held open
*> exclusively for the length of a run, stops one player taking
*> the keyboard at two terminals at once.
01 playerTag pic x(36) value spaces.
01 tagIdx pic 9(2) usage is binary.
01 tagPtr pic 9(2) usage is binary.
01 tagChar pic x(1).
01 tagClock pic 9(8).
01 journalFileName pic x(44) value spaces.
01 sessionFileName pic x(44) value spaces.
01 journalWorkName pic x(44) value spaces.
01 sessionHeld pic x(1) value "N".
  88 session-is-held value "Y".
01 recoveryTaken pic x(1) value "N".
  88 recovery-was-taken value "Y".
01 keptSeed pic 9(9) usage is binary.
01 keptRunKind pic x(1).
01 keptName pic x(12).

*> Updates to the files every session shares - history, kill
*> detail, journal catalogue, daily attempts, bones - go
*> through roglock one at a time.  lockWhat names the file for
*> the message when another session keeps it busy.
copy "lockreq.cpy".
01 lockWhat pic x(24) value spaces.
01 lockKeptInput pic x(1).
01 lockLine pic x(80).

*> Save-file integrity - the format this build writes, and work
*> fields for the checksum carried in the save header.
01 saveFormatVersion pic 9(2) usage is binary value 7.
01 saveChecksum pic 9(9) usage is binary.
01 loadedVersion pic 9(2) usage is binary.
01 loadedChecksum pic 9(9) usage is binary.
*> whose run was whose.
01 playerName pic x(12) value spaces.

*> Player register lookup - the typed name folded to upper case
*> is the register key, and a name is only taken once it is
*> found active on the register, newly registered, or Anon.
01 registerKey pic x(12) value spaces.
01 nameAccepted pic x(1) value "N".
  88 name-was-accepted value "Y".
01 registerLine pic x(50).
*> The outcome of the last register read or write, kept past
*> the close, and whether the name typed was a merged one.
01 registerRead pic x(2) value "00".
01 registerMerged pic x(1) value "N".
  88 register-was-merged value "Y".

*> Turn counter and end-of-game bookkeeping
01 turnCounter pic 9(5) usage is binary value 0.
01 playerIsDead pic x(1) value "N".
01 causeOfDeath pic x(20) value spaces.
01 killCount pic 9(3) usage is binary value 0.
01 finalScore pic 9(6) usage is binary value 0.
01 runEndDate pic 9(8) value 0.

*> What kind of run this is.  A player's first daily dungeon of
*> the day is the one that counts in the standings; any later
*> one that day - and any played as Anon, who can't be told
*> apart - is practice, kept in rogprac.dat instead of the
*> history.  A seed typed in for a new game that is today's
*> date is the daily by another door, and is treated as one.
01 runKind pic x(1) value "N".
  88 run-is-normal value "N".
  88 run-is-daily value "D".
  88 run-is-practice value "P".
01 dailyDate pic 9(8) value 0.
01 attemptSeen pic x(1) value "N".
  88 attempt-was-seen value "Y".
01 attemptKey pic x(12) value spaces.

*> Species bookkeeping for the kill-detail file - how many of
*> each species the player has killed this run, the species
*> that landed the killing blow, and the last one to poison
*> the player (the culprit if the poison finishes the job).
01 species-tally.
  02 speciesCount pic 9(2) usage is binary value 0.
  02 species-entry occurs 16 times.
    03 species-name pic x(12).
    03 species-kills pic 9(3) usage is binary.
01 speciesIdx pic 9(2) usage is binary.
01 speciesSlot pic 9(2) usage is binary.
01 slainBy pic x(12) value spaces.
01 lastPoisoner pic x(12) value spaces.

*> The high-score board - past runs loaded from the history file
*> and ranked by score.  The board keeps the 200 best it sees;
  02 startPlayerX pic 9(2) usage is binary.
  02 startPlayerY pic 9(2) usage is binary.
  02 genDungeonLevel pic 9(2) usage is binary.
  02 genRulesVersion pic 9(4) usage is binary.

*> The rules the run is played by, from rogrule.dat by way of
*> the rogrules subprogram - the current set for a new run,
*> the set it was started under for a saved one.
copy "rulesreq.cpy".
copy "rulestbl.cpy".

01 dungeon-level pic 9(2) usage is binary value 1.
01 deepest-level pic 9(2) usage is binary value 1.
01 stairGlyph pic x(1).
01 stairFound pic 9(1) usage is binary.

*> Bones - a level where an earlier character died, kept in
*> rogbn<depth>.dat with their belongings scattered where they
*> fell and their ghost standing guard.  Left behind now and
*> then by an ordinary run that ends in death above the
*> Amulet's depth, and found by the next ordinary run to build
*> a fresh level at that depth, once, after which the file is
*> deleted.  The daily dungeon and practice runs neither leave
*> nor find bones, so every daily player meets the same levels.
01 bonesFileName pic x(12) value spaces.
01 bonesDepth pic 9(2).
01 bonesClock pic 9(8).
01 bonesPlayer pic x(12) value spaces.
01 bonesDate pic 9(8) value 0.
01 bonesLoaded pic x(1) value "N".
  88 bones-were-loaded value "Y".
01 bonesLeft pic x(1) value "N".
  88 bones-were-left value "Y".
01 bonesWaiting pic x(1) value "N".
  88 bones-are-waiting value "Y".
01 dropRing pic 9(1) usage is binary.
01 dropDx pic s9(3) usage is binary.
01 dropDy pic s9(3) usage is binary.
01 dropX pic s9(3) usage is binary.
01 dropY pic s9(3) usage is binary.
01 dropSpotFound pic x(1).
  88 drop-spot-found value "Y".
01 freeSlot pic 9(2) usage is binary.

*> The bones level as read, held here until the whole file is
*> in so a file cut short leaves the fresh level untouched.
copy "maptbl.cpy" replacing leading ==map== by ==bones-map==.
copy "monstbl.cpy" replacing leading ==monster== by ==bones-monster==.
copy "itemtbl.cpy" replacing leading ==item== by ==bones-item==.

*> Screen buffer - the map glyph last seen at each cell, kept
*> so remembered tiles can still be drawn once out of sight.
01 screen-table.
*> the glass from last turn - only cells that differ between the
*> two get a DISPLAY, which is what keeps slow terminals usable.
*> The shade byte says how the cell is coloured: V visible map,
*> R remembered map, M monster, I item, T the flight of a shot,
*> @ the player, space blank.  Rows 22-25 belong to the message log and status bar.
01 frame-table.
  02 frame-row occurs 21 times.
    03 frame-column occurs 80 times.
01 invLabel pic x(16).
01 useIdx pic 9(2) usage is binary.

*> Ranged attacks, for fireRanged - the wand or darts chosen and
*> what a shot from it does, and the line it flies along: up to
*> shotRange tiles, sampled the way checkLineOfSight samples a
*> ray.  The tiles it crossed stay on screen for that turn.
01 shotRange pic 9(2) usage is binary value 6.
01 rangedIdx pic 9(2) usage is binary.
01 rangedCount pic 9(2) usage is binary.
01 rangedLabel pic x(30).
01 chargeDisplay pic z(3)9.
01 shotNoun pic x(4).
01 shotPower pic 9(2) usage is binary.
01 shotDx pic s9(3) usage is binary.
01 shotDy pic s9(3) usage is binary.
01 shotSteps pic 9(3) usage is binary.
01 shotStep pic 9(3) usage is binary.
01 shotXS pic s9(3) usage is binary.
01 shotYS pic s9(3) usage is binary.
01 shotOutcome pic x(1).
  88 shot-flying value "F".
  88 shot-hit-wall value "W".
  88 shot-hit-monster value "M".
01 shotAttack pic x(1) value "N".
  88 shot-attack value "Y".
01 nearestDist pic 9(3) usage is binary.
01 monsterDist pic 9(3) usage is binary.
01 shot-trail.
  02 trailCount pic 9(2) usage is binary value 0.
  02 trail-entry occurs 6 times.
    03 trail-x pic 9(2) usage is binary.
    03 trail-y pic 9(2) usage is binary.
01 trailGlyph pic x(1) value "*".
01 trailIdx pic 9(2) usage is binary.

*> Experience needed for the next character level, and a display
*> copy of the new level for the level-up announcement.
01 xpThreshold pic 9(4) usage is binary.
procedure division.

*> ------------------------------------
*> Section: checkRules
*> Refuse to play at all on a rules
*> file that is missing or fails its
*> sanity checks.
*> ------------------------------------
checkRules.
  move 0 to rules-wanted.
  perform fetchRules.
  if not rules-ok
    display " " at line 1 at column 1 erase to end of screen
    display "The rules file will not load:" at line 10 column 10
    display rules-message at line 11 column 10
    display "Press any key." at line 13 column 10
    accept inputVar with auto-skip
    goback.

*> ------------------------------------
*> Section: mainMenu
  if dungeonSeed is equal to 0
    accept timeSeed from time
    move timeSeed to dungeonSeed.
  move "N" to runKind.
  accept dailyDate from date yyyymmdd.
  if dungeonSeed is equal to dailyDate
    move "D" to runKind
    go to startRun.
  if dungeonSeed > dailyDate and dungeonSeed < 100000000
      and function test-date-yyyymmdd(dungeonSeed) is equal to 0
    display "That seed is a daily dungeon still to come - press any key."
      at line 12 column 15
    accept inputVar with auto-skip
    go to newGame.
  go to startRun.

*> ------------------------------------
dailyGame.
  accept timeSeed from date yyyymmdd.
  move timeSeed to dungeonSeed.
  move timeSeed to dailyDate.
  move "D" to runKind.

*> ------------------------------------
*> Section: startRun
  accept playerName with auto-skip.
  if playerName is equal to spaces
    move "Anon" to playerName.
  perform lookUpPlayer.
  if not name-was-accepted
    go to startRun.
  perform claimSession.
  if not session-is-held
    go to mainMenu.
  perform offerRecovery.
  if recovery-was-taken
    go to mainProcedure.
  if run-is-daily
    perform checkDailyAttempt
    if not name-was-accepted
      perform releaseSession
      go to mainMenu
    end-if
  end-if.
  move 0 to rules-wanted.
  perform fetchRules.
  move space to inputVar.
  move 1 to dungeon-level.
  move 1 to deepest-level.
  move 0 to inventory-count.
  move 0 to turnCounter.
  move 0 to killCount.
  move 0 to speciesCount.
  move spaces to slainBy.
  move spaces to lastPoisoner.
  move "N" to playerIsDead.
  move "N" to playerHasAmulet.
  move "N" to playerEscaped.
  perform clearLevelStash.
  move spaces to causeOfDeath.
  move rules-start-hp to player-hp.
  move rules-start-hp to player-max-hp.
  move rules-start-attack to player-attack.
  move rules-start-defense to player-defense.
  move 0 to player-weapon-bonus.
  move spaces to player-weapon-name.
  move 1 to player-level.
  move 0 to player-xp.
  move rules-start-food to player-food.
  move 0 to player-gold.
  move 0 to player-poison-turns.
  move 0 to player-stun-turns.
    dungeon-linkage.
  move startPlayerX to locationX.
  move startPlayerY to locationY.
  move "N" to bonesLeft.
  perform loadBonesLevel.
  move "Welcome to the dungeon." to eventText.
  perform logMessage.
  if bones-were-loaded
    perform announceBones
    move "N" to bonesLoaded.
  perform resetFrame.
  go to mainProcedure.

      at line 12 column 20
    accept inputVar with auto-skip
    go to mainMenu.
  perform claimSession.
  if not session-is-held
    go to mainMenu.
  perform resetFrame.


*> ------------------------------------
      move "Retired" to causeOfDeath
    end-if
  end-if.
  compute finalScore = (player-gold * rules-score-per-gold)
    + (deepest-level * rules-score-per-depth)
    + (killCount * rules-score-per-kill).
  if player-escaped
    add rules-score-escape-bonus to finalScore.
  if player-is-dead and run-is-normal
    perform leaveBones.
  perform writeRunHistory.
  perform archiveJournal.
  perform clearCheckpoint.
  perform showRunSummary.
  perform releaseSession.
  go to mainMenu.

*> -------------------------------------
  accept inputVar with auto-skip.
  move "N" to turnTaken.
  move spaces to eventText.
  move 0 to trailCount.
  if inputVar is equal to "w"
    move 0 to moveDx
    move -1 to moveDy
    perform useItem.
  if inputVar is equal to "S"
    perform saveGame.
  if inputVar is equal to "f" or inputVar is equal to "F"
    perform fireRanged.


*> -------------------------------------
      map-cell(targetY, targetX) is equal to "%" or
      map-cell(targetY, targetX) is equal to "~" or
      map-cell(targetY, targetX) is equal to "$" or
      map-cell(targetY, targetX) is equal to "/" or
      map-cell(targetY, targetX) is equal to "(" or
      map-cell(targetY, targetX) is equal to ","
    perform pickUpItemAt.
  *> one staircase action at most - after descendStairs the map
    move "N" to item-active(foundIdx)
    move "." to map-cell(targetY, targetX)
    go to pickUpItemAt-exit.
  if item-type(foundIdx) is equal to "("
    perform stackDarts
    if rangedIdx is not equal to 0
      go to pickUpItemAt-exit
    end-if
  end-if.
  if inventory-count is less than 10
    add 1 to inventory-count
    move item-type(foundIdx) to inv-type(inventory-count)
    move item-name(foundIdx) to inv-name(inventory-count)
    move item-value(foundIdx) to inv-value(inventory-count)
    move item-power(foundIdx) to inv-power(inventory-count)
    string "You found " item-name(foundIdx) delimited by size
      into eventText
    perform logMessage
  exit section.


*> -------------------------------------
*> Section: stackDarts
*> Darts picked up join a stack of the
*> same darts already in the pack,
*> rangedIdx naming the stack - zero if
*> there is none and they need a slot
*> of their own.
*> -------------------------------------

stackDarts section.
  move 0 to rangedIdx.
  perform varying useIdx from 1 by 1 until useIdx > inventory-count
    if inv-type(useIdx) is equal to "("
        and inv-name(useIdx) is equal to item-name(foundIdx)
        and inv-power(useIdx) is equal to item-power(foundIdx)
        and rangedIdx is equal to 0
      move useIdx to rangedIdx
    end-if
  end-perform.
  if rangedIdx is equal to 0
    go to stackDarts-exit.
  move spaces to eventText.
  if inv-value(rangedIdx) + item-value(foundIdx) > 9999
    move 9999 to inv-value(rangedIdx)
  else
    add item-value(foundIdx) to inv-value(rangedIdx)
  end-if.
  string "You found " item-name(foundIdx) delimited by size
    into eventText.
  perform logMessage.
  move "N" to item-active(foundIdx).
  move "." to map-cell(targetY, targetX).
stackDarts-exit.
  exit section.


*> -------------------------------------
*> Section: descendStairs
*> The player has stepped onto a
    move startPlayerX to locationX
    move startPlayerY to locationY
    perform clearSeenTable
    perform loadBonesLevel
  end-if.
  perform visitShop.
  *> the descent stays the turn's last event, so the journal
  *> records the stairs being taken.
  if bones-were-loaded
    perform announceBones
    move "N" to bonesLoaded
  end-if.
  move "You descend deeper into the dungeon." to eventText.
  perform logMessage.
  exit section.
  move spaces to shopNotice.
  move "%" to shop-type(1).
  move "a ration" to shop-name(1).
  move rules-ration-food to shop-value(1).
  move rules-ration-price to shop-price(1).
  move "!" to shop-type(2).
  move "a potion" to shop-name(2).
  compute shop-value(2) =
    rules-potion-base + (dungeon-level * rules-potion-per-level).
  compute shop-price(2) =
    rules-potion-price-base + (dungeon-level * rules-potion-price-per-lvl).
  move ")" to shop-type(3).
  move "a fine blade" to shop-name(3).
  compute shop-value(3) =
    rules-blade-base + (dungeon-level / rules-blade-level-divisor).
  compute shop-price(3) =
    rules-blade-price-base + (dungeon-level * rules-blade-price-per-lvl).
  exit section.


  move shop-type(shopIdx) to inv-type(inventory-count).
  move shop-name(shopIdx) to inv-name(inventory-count).
  move shop-value(shopIdx) to inv-value(inventory-count).
  move 0 to inv-power(inventory-count).
  move spaces to shopNotice.
  string "Sold - " function trim(shop-name(shopIdx)) " is yours."
    delimited by size into shopNotice.
  exit section.


*> -------------------------------------
*> Section: nameBonesFile
*> Bind the bones file to the one for
*> the current depth.
*> -------------------------------------

nameBonesFile section.
  move dungeon-level to bonesDepth.
  move spaces to bonesFileName.
  string "rogbn" bonesDepth ".dat" delimited by size
    into bonesFileName.
  exit section.


*> -------------------------------------
*> Section: leaveBones
*> The character has died.  Now and
*> then - and only if no bones already
*> wait at this depth - scatter their
*> gold and pack around the spot where
*> they fell, raise their ghost over
*> it, and keep the level for a later
*> run to find.
*> -------------------------------------

leaveBones section.
  move "N" to bonesLeft.
  if dungeon-level >= rules-amulet-depth
    go to leaveBones-exit.
  accept bonesClock from time.
  if function mod(bonesClock, 3) is not equal to 0
    go to leaveBones-exit.
  move "The bones file" to lockWhat.
  perform takeSharedLock.
  perform storeBones.
  perform releaseSharedLock.
leaveBones-exit.
  exit section.


*> -------------------------------------
*> Section: storeBones
*> With the shared files held, make
*> sure no bones wait at this depth yet,
*> then lay out the belongings and the
*> ghost and write the level.
*> -------------------------------------

storeBones section.
  perform nameBonesFile.
  move "N" to bonesWaiting.
  open input bones-file.
  if bones-file-status is equal to "00"
    read bones-file
      at end move "10" to bones-file-status
    end-read
    if bones-file-status is equal to "00"
        and fd-bones-version is equal to saveFormatVersion
      move "Y" to bonesWaiting
    end-if
  end-if.
  close bones-file.
  if bones-are-waiting
    go to storeBones-exit.
  perform dropBelongings.
  perform raiseGhost.
  open output bones-file.
  if bones-file-status is not equal to "00"
    close bones-file
    go to storeBones-exit.
  move saveFormatVersion to fd-bones-version.
  move playerName to fd-bones-player.
  accept fd-bones-date from date yyyymmdd.
  move dungeon-level to fd-bones-depth.
  move locationX to fd-bones-x.
  move locationY to fd-bones-y.
  move player-gold to fd-bones-gold.
  move causeOfDeath to fd-bones-cause.
  write fd-bones-header.
  move map-table to fd-bones-map.
  write fd-bones-map.
  move monster-table to fd-bones-monsters.
  write fd-bones-monsters.
  move item-table to fd-bones-items.
  write fd-bones-items.
  close bones-file.
  move "Y" to bonesLeft.
  move "Your bones will lie here for another to find." to eventText.
  perform logMessage.
storeBones-exit.
  exit section.


*> -------------------------------------
*> Section: dropBelongings
*> Lay the dead character's gold, then
*> each thing in their pack, on open
*> floor as near the spot where they
*> fell as it will go - while there is
*> floor near enough and room in the
*> level's item table.  The Amulet is
*> not dropped; it goes back to the
*> depths.
*> -------------------------------------

dropBelongings section.
  if player-gold > 0
    perform findDropSpot
    perform findFreeItemSlot
    if not drop-spot-found or freeSlot is equal to 0
      go to dropBelongings-exit
    end-if
    move "$" to item-type(freeSlot)
    move "gold" to item-name(freeSlot)
    move player-gold to item-value(freeSlot)
    move 0 to item-power(freeSlot)
    perform placeDroppedItem
  end-if.
  perform varying inv-idx from 1 by 1 until inv-idx > inventory-count
    if inv-type(inv-idx) is not equal to ","
      perform findDropSpot
      perform findFreeItemSlot
      if drop-spot-found and freeSlot is not equal to 0
        move inv-type(inv-idx) to item-type(freeSlot)
        move inv-name(inv-idx) to item-name(freeSlot)
        move inv-value(inv-idx) to item-value(freeSlot)
        move inv-power(inv-idx) to item-power(freeSlot)
        perform placeDroppedItem
      end-if
    end-if
  end-perform.
dropBelongings-exit.
  exit section.


*> -------------------------------------
*> Section: findDropSpot
*> The nearest open floor tile to the
*> player, searching out two rings from
*> where they stand, into dropX/dropY.
*> -------------------------------------

findDropSpot section.
  move "N" to dropSpotFound.
  perform varying dropRing from 0 by 1
      until dropRing > 2 or drop-spot-found
    perform varying dropDy from -2 by 1 until dropDy > 2
      perform varying dropDx from -2 by 1 until dropDx > 2
        if not drop-spot-found
          compute dropX = locationX + dropDx
          compute dropY = locationY + dropDy
          if function max(function abs(dropDx) function abs(dropDy))
                is equal to dropRing
              and dropX >= 1 and dropX <= 80
              and dropY >= 1 and dropY <= 25
            if map-cell(dropY, dropX) is equal to "."
              move "Y" to dropSpotFound
            end-if
          end-if
        end-if
      end-perform
    end-perform
  end-perform.
  exit section.


*> -------------------------------------
*> Section: findFreeItemSlot
*> The first unused entry in the item
*> table, into freeSlot - zero if the
*> table is full.
*> -------------------------------------

findFreeItemSlot section.
  move 0 to freeSlot.
  perform varying item-idx from 1 by 1 until item-idx > 20
    if item-is-inactive(item-idx) and freeSlot is equal to 0
      set freeSlot to item-idx
    end-if
  end-perform.
  exit section.


*> -------------------------------------
*> Section: placeDroppedItem
*> Put the item made up at freeSlot on
*> the floor at dropX/dropY.
*> -------------------------------------

placeDroppedItem section.
  move "Y" to item-active(freeSlot).
  move dropX to item-x(freeSlot).
  move dropY to item-y(freeSlot).
  move item-type(freeSlot) to map-cell(dropY, dropX).
  exit section.


*> -------------------------------------
*> Section: raiseGhost
*> Stand the dead character's ghost on
*> the spot where they fell - as strong
*> as they were, and hostile.  If every
*> monster slot is taken, the last one
*> gives way.
*> -------------------------------------

raiseGhost section.
  move 20 to freeSlot.
  perform varying monster-idx from 20 by -1 until monster-idx < 1
    if monster-is-inactive(monster-idx)
      set freeSlot to monster-idx
    end-if
  end-perform.
  move "Y" to monster-active(freeSlot).
  move locationX to monster-x(freeSlot).
  move locationY to monster-y(freeSlot).
  move "G" to monster-type(freeSlot).
  move "ghost" to monster-name(freeSlot).
  if player-max-hp < 10
    move 10 to monster-hp(freeSlot)
  else
    move player-max-hp to monster-hp(freeSlot)
  end-if.
  if player-attack + player-weapon-bonus > 99
    move 99 to monster-attack(freeSlot)
  else
    compute monster-attack(freeSlot) = player-attack + player-weapon-bonus
  end-if.
  move player-defense to monster-defense(freeSlot).
  compute monster-xp(freeSlot) = (player-level * 5) + 5.
  move "-" to monster-ability(freeSlot).
  exit section.


*> -------------------------------------
*> Section: loadBonesLevel
*> A fresh level has just been built.
*> If bones wait at this depth, lay
*> them over it instead, stand the
*> player on the way in, and delete the
*> bones file so nobody finds them
*> twice.
*> -------------------------------------

loadBonesLevel section.
  move "N" to bonesLoaded.
  if not run-is-normal or dungeon-level >= rules-amulet-depth
    go to loadBonesLevel-exit.
  move "The bones file" to lockWhat.
  perform takeSharedLock.
  perform fetchBones.
  perform releaseSharedLock.
  if bones-were-loaded
    perform clearSeenTable
    move "<" to stairGlyph
    perform arriveOnStairs
  end-if.
loadBonesLevel-exit.
  exit section.


*> -------------------------------------
*> Section: fetchBones
*> With the shared files held, read the
*> bones for this depth over the level
*> just built and delete the file, so
*> no other session can take them too.
*> A file that is empty, cut short, from
*> another save format or for another
*> depth is deleted as well, so it can't
*> stop fresh bones being left here.
*> -------------------------------------

fetchBones section.
  perform nameBonesFile.
  open input bones-file.
  if bones-file-status is not equal to "00"
    close bones-file
    go to fetchBones-exit.
  perform readBonesRecord.
  if bones-file-status is not equal to "00"
      or fd-bones-version is not equal to saveFormatVersion
      or fd-bones-depth is not equal to dungeon-level
    close bones-file
    perform removeBonesFile
    go to fetchBones-exit.
  move fd-bones-player to bonesPlayer.
  move fd-bones-date to bonesDate.
  perform readBonesRecord.
  if bones-file-status is not equal to "00"
    close bones-file
    perform removeBonesFile
    go to fetchBones-exit.
  move fd-bones-map to bones-map-table.
  perform readBonesRecord.
  if bones-file-status is not equal to "00"
    close bones-file
    perform removeBonesFile
    go to fetchBones-exit.
  move fd-bones-monsters to bones-monster-table.
  perform readBonesRecord.
  if bones-file-status is not equal to "00"
    close bones-file
    perform removeBonesFile
    go to fetchBones-exit.
  move fd-bones-items to bones-item-table.
  close bones-file.
  move bones-map-table to map-table.
  move bones-monster-table to monster-table.
  move bones-item-table to item-table.
  move "Y" to bonesLoaded.
  perform removeBonesFile.
fetchBones-exit.
  exit section.


*> -------------------------------------
*> Section: removeBonesFile
*> Delete the bones file just used - or
*> if it won't go, empty it, which
*> loadBonesLevel passes over just the
*> same.
*> -------------------------------------

removeBonesFile section.
  call "CBL_DELETE_FILE" using bonesFileName.
  if return-code is not equal to 0
    open output bones-file
    close bones-file.
  move 0 to return-code.
  exit section.


*> -------------------------------------
*> Section: announceBones
*> Tell the player whose bones these
*> are.
*> -------------------------------------

announceBones section.
  move spaces to eventText.
  string "The ghost of " function trim(bonesPlayer)
    " (died " bonesDate ") haunts this level."
    delimited by size into eventText.
  perform logMessage.
  exit section.


*> -------------------------------------
*> Section: readBonesRecord
*> Read the next record of the bones
*> file, flagging one cut short.
*> -------------------------------------

readBonesRecord section.
  read bones-file
    at end move "10" to bones-file-status.
  exit section.


*> -------------------------------------
*> Section: clearLevelStash
*> Drop every stashed level, ready for
    player-attack + player-weapon-bonus - monster-defense(foundIdx).
  if damageAmount < 1
    move 1 to damageAmount.
  move "N" to shotAttack.
  perform damageMonster.
  exit section.


*> -------------------------------------
*> Section: damageMonster
*> Take damageAmount off the monster at
*> foundIdx - a blow struck in melee,
*> or a shot when shot-attack - and
*> settle the kill if it falls.
*> -------------------------------------

damageMonster section.
  if monster-hp(foundIdx) <= damageAmount
    move "N" to monster-active(foundIdx)
    move spaces to eventText
    perform logMessage
    add monster-xp(foundIdx) to player-xp
    add 1 to killCount
    perform tallySpeciesKill
    perform checkLevelUp
  else
    subtract damageAmount from monster-hp(foundIdx)
    move spaces to eventText
    if shot-attack
      string "The " function trim(shotNoun) " hits the "
        function trim(monster-name(foundIdx)) "."
        delimited by size into eventText
    else
      string "You hit the "
        function trim(monster-name(foundIdx)) "."
        delimited by size into eventText
    end-if
    perform logMessage
  end-if.
  exit section.


*> -------------------------------------
*> Section: tallySpeciesKill
*> Count the monster just defeated (at
*> foundIdx) against its species.
*> -------------------------------------

tallySpeciesKill section.
  move 0 to speciesSlot.
  perform varying speciesIdx from 1 by 1 until speciesIdx > speciesCount
    if species-name(speciesIdx) is equal to monster-name(foundIdx)
      move speciesIdx to speciesSlot
    end-if
  end-perform.
  if speciesSlot is equal to 0
    if speciesCount is not less than 16
      go to tallySpeciesKill-exit
    end-if
    add 1 to speciesCount
    move speciesCount to speciesSlot
    move monster-name(foundIdx) to species-name(speciesSlot)
    move 0 to species-kills(speciesSlot)
  end-if.
  add 1 to species-kills(speciesSlot).
tallySpeciesKill-exit.
  exit section.


*> -------------------------------------
*> Section: applyHunger
*> Burn one unit of food for the turn
applyHunger section.
  if player-food > 0
    subtract 1 from player-food
    if player-food is equal to rules-hungry-at
      move "You are getting hungry." to eventText
      perform logMessage
    end-if
    if player-food is equal to rules-weak-at
      move "You are weak with hunger!" to eventText
      perform logMessage
    end-if
*> See whether the experience just
*> earned carries the player past the
*> next level threshold - each level
*> costs the current level times the
*> rules' experience factor, and raises
*> hit points, attack, and defense by
*> the rules' gains.
*> -------------------------------------

checkLevelUp section.
  compute xpThreshold = player-level * rules-level-xp-factor.
  perform until player-xp < xpThreshold
    subtract xpThreshold from player-xp
    add 1 to player-level
    add rules-level-hp-gain to player-max-hp
    add rules-level-hp-gain to player-hp
    if player-hp > player-max-hp
      move player-max-hp to player-hp
    end-if
    add rules-level-attack-gain to player-attack
    add rules-level-defense-gain to player-defense
    move player-level to levelDisplay
    move spaces to eventText
    string "Welcome to level " levelDisplay "!"
      delimited by size into eventText
    perform logMessage
    compute xpThreshold = player-level * rules-level-xp-factor
  end-perform.
  exit section.

  if player-hp <= damageAmount
    move 0 to player-hp
    move "Y" to playerIsDead
    move monster-name(monster-idx) to slainBy
    move spaces to causeOfDeath
    string "Slain by " function trim(monster-name(monster-idx))
      delimited by size into causeOfDeath
    move "You have been slain!" to eventText
    perform logMessage
  else
  evaluate monster-ability(monster-idx)
    when "P"
      move 4 to player-poison-turns
      move monster-name(monster-idx) to lastPoisoner
      move "Venom courses through you!" to eventText
      perform logMessage
    when "F"
      move "I" to frame-shade(item-y(item-idx), item-x(item-idx))
    end-if
  end-perform.
  perform varying trailIdx from 1 by 1 until trailIdx > trailCount
    if trail-y(trailIdx) <= 21
        and seen-cell(trail-y(trailIdx), trail-x(trailIdx))
          is equal to "V"
      move trailGlyph to frame-cell(trail-y(trailIdx), trail-x(trailIdx))
      move "T" to frame-shade(trail-y(trailIdx), trail-x(trailIdx))
    end-if
  end-perform.
  perform varying monster-idx from 1 by 1 until monster-idx > 20
    if monster-is-active(monster-idx)
        and monster-y(monster-idx) <= 21
            display frame-cell(scanRow, scanCol)
              at line scanRow col scanCol
              foreground-color is 3
          when "T"
            display frame-cell(scanRow, scanCol)
              at line scanRow col scanCol
              foreground-color is 6
              highlight
          when "@"
            display frame-cell(scanRow, scanCol)
              at line scanRow col scanCol
    display "You are carrying nothing." at line 4 column 25
  else
    perform varying inv-idx from 1 by 1 until inv-idx > inventory-count
      move inv-name(inv-idx) to rangedLabel
      if inv-type(inv-idx) is equal to "/"
          or inv-type(inv-idx) is equal to "("
        move inv-value(inv-idx) to chargeDisplay
        move spaces to rangedLabel
        string function trim(inv-name(inv-idx)) " ("
          function trim(chargeDisplay) ")"
          delimited by size into rangedLabel
      end-if
      display rangedLabel at line 3 + inv-idx column 25
    end-perform
  end-if.
  display "Press any key to continue" at line 20 column 25.
      move "Y" to turnTaken
    when "%"
      add inv-value(foundIdx) to player-food
      if player-food > rules-food-max
        move rules-food-max to player-food
      end-if
      move "That was filling." to eventText
      perform logMessage
        delimited by size into eventText
      perform logMessage
      move "Y" to turnTaken
    when "/"
    when "("
      move "Fire that with f." to eventText
      perform logMessage
    when other
      move "You can't use that." to eventText
      perform logMessage
  move spaces to inv-type(inventory-count).
  move spaces to inv-name(inventory-count).
  move 0 to inv-value(inventory-count).
  move 0 to inv-power(inventory-count).
  subtract 1 from inventory-count.
  exit section.


*> -------------------------------------
*> Section: fireRanged
*> Zap a wand or throw a dart - pick
*> one from the pack, aim it along a
*> direction or at the nearest monster
*> in sight, and let it fly.  Each shot
*> spends a charge or a dart, and takes
*> a turn.
*> -------------------------------------

fireRanged section.
  display " " at line 1 at column 1 erase to end of screen.
  display "FIRE OR THROW WHICH?" at line 2 column 30.
  move 0 to rangedCount.
  perform varying useIdx from 1 by 1 until useIdx > inventory-count
    if inv-type(useIdx) is equal to "/" or inv-type(useIdx) is equal to "("
      add 1 to rangedCount
      move inv-value(useIdx) to chargeDisplay
      move spaces to rangedLabel
      string invLetters(useIdx:1) ") " function trim(inv-name(useIdx))
        " (" function trim(chargeDisplay) ")"
        delimited by size into rangedLabel
      display rangedLabel at line 3 + useIdx column 25
    end-if
  end-perform.
  if rangedCount is equal to 0
    display "You have nothing to fire or throw." at line 4 column 25
    display "Press any key to continue" at line 20 column 25
    accept inputVar with auto-skip
    go to fireRanged-exit.
  display "Pick a letter (space to cancel): " at line 16 column 25.
  accept inputVar with auto-skip.
  move 0 to rangedIdx.
  perform varying useIdx from 1 by 1 until useIdx > inventory-count
    if inputVar is equal to invLetters(useIdx:1)
        and (inv-type(useIdx) is equal to "/"
          or inv-type(useIdx) is equal to "(")
      move useIdx to rangedIdx
    end-if
  end-perform.
  if rangedIdx is equal to 0
    move "Never mind." to eventText
    perform logMessage
    go to fireRanged-exit.
  display "Aim - w/a/s/d for a direction, t for the nearest monster:"
    at line 18 column 12.
  accept inputVar with auto-skip.
  evaluate inputVar
    when "w"
      move 0 to shotDx
      compute shotDy = shotRange * -1
    when "s"
      move 0 to shotDx
      move shotRange to shotDy
    when "a"
      compute shotDx = shotRange * -1
      move 0 to shotDy
    when "d"
      move shotRange to shotDx
      move 0 to shotDy
    when "t"
      perform findNearestTarget
      if foundIdx is equal to 0
        move "Nothing in sight to aim at." to eventText
        perform logMessage
        go to fireRanged-exit
      end-if
      compute shotDx = monster-x(foundIdx) - locationX
      compute shotDy = monster-y(foundIdx) - locationY
    when other
      move "Never mind." to eventText
      perform logMessage
      go to fireRanged-exit
  end-evaluate.
  *> spend the charge or the dart before it flies, so the shot's
  *> outcome is the last word in the log and the journal.
  move inv-power(rangedIdx) to shotPower.
  if inv-type(rangedIdx) is equal to "/"
    move "bolt" to shotNoun
    move "*" to trailGlyph
  else
    move "dart" to shotNoun
    evaluate true
      when shotDy is equal to 0
        move "-" to trailGlyph
      when shotDx is equal to 0
        move "|" to trailGlyph
      when (shotDx > 0 and shotDy > 0) or (shotDx < 0 and shotDy < 0)
        move "\" to trailGlyph
      when other
        move "/" to trailGlyph
    end-evaluate
  end-if.
  subtract 1 from inv-value(rangedIdx).
  if inv-value(rangedIdx) is equal to 0
    if inv-type(rangedIdx) is equal to "/"
      move "The wand crumbles as its last charge goes." to eventText
    else
      move "That was your last dart." to eventText
    end-if
    perform logMessage
    move rangedIdx to foundIdx
    perform removeInventoryEntry.
  perform flyShot.
  move "Y" to turnTaken.
fireRanged-exit.
  *> the aiming keys are not commands - the turn goes down in
  *> the journal as the fire command.
  move "f" to inputVar.
  perform resetFrame.
  exit section.


*> -------------------------------------
*> Section: findNearestTarget
*> The closest monster in sight and in
*> range with a clear line to it, into
*> foundIdx - zero if there is none.
*> -------------------------------------

findNearestTarget section.
  move 0 to foundIdx.
  move 999 to nearestDist.
  perform varying monster-idx from 1 by 1 until monster-idx > 20
    if monster-is-active(monster-idx)
        and seen-cell(monster-y(monster-idx), monster-x(monster-idx))
          is equal to "V"
      compute monsterDist =
        function max(function abs(monster-x(monster-idx) - locationX)
          function abs(monster-y(monster-idx) - locationY))
      if monsterDist <= shotRange and monsterDist < nearestDist
        move monster-y(monster-idx) to scanRow
        move monster-x(monster-idx) to scanCol
        perform checkLineOfSight
        if los-is-clear
          move monster-idx to foundIdx
          move monsterDist to nearestDist
        end-if
      end-if
    end-if
  end-perform.
  exit section.


*> -------------------------------------
*> Section: flyShot
*> Walk the shot out from the player
*> along shotDx/shotDy, a tile at a
*> time, until it meets a wall or a
*> closed door, strikes a monster, or
*> runs out of range - then resolve the
*> hit against the monster's defense.
*> -------------------------------------

flyShot section.
  compute shotSteps =
    function max(function abs(shotDx) function abs(shotDy)).
  move "F" to shotOutcome.
  move 0 to trailCount.
  move 0 to foundIdx.
  perform varying shotStep from 1 by 1
      until shotStep > shotSteps or not shot-flying
    compute shotXS rounded = locationX + (shotDx * shotStep) / shotSteps
    compute shotYS rounded = locationY + (shotDy * shotStep) / shotSteps
    if shotXS < 1 or shotXS > 80 or shotYS < 1 or shotYS > 25
      move "W" to shotOutcome
    else
      move shotXS to targetX
      move shotYS to targetY
      if map-cell(targetY, targetX) is equal to "x" or
          map-cell(targetY, targetX) is equal to "+" or
          map-cell(targetY, targetX) is equal to "*"
        move "W" to shotOutcome
      else
        add 1 to trailCount
        move targetX to trail-x(trailCount)
        move targetY to trail-y(trailCount)
        perform findMonsterAt
        if foundIdx is not equal to 0
          move "M" to shotOutcome
        end-if
      end-if
    end-if
  end-perform.
  move spaces to eventText.
  evaluate true
    when shot-hit-monster
      compute damageAmount = shotPower - monster-defense(foundIdx)
      if damageAmount < 1
        move 1 to damageAmount
      end-if
      move "Y" to shotAttack
      perform damageMonster
    when shot-hit-wall
      string "The " function trim(shotNoun) " strikes the wall."
        delimited by size into eventText
      perform logMessage
    when other
      string "The " function trim(shotNoun) " flies off into the dark."
        delimited by size into eventText
      perform logMessage
  end-evaluate.
  exit section.


*> -------------------------------------
*> Section: showMessages
*> 
*> Section: saveGame
*> Write the current level, player and
*> monster state to the save file.
*> A daily run is never saved - it is
*> one attempt a day, and a saved copy
*> could be played again from the menu.
*> -------------------------------------

saveGame section.
  if run-is-daily
    move "The daily dungeon can't be saved - one attempt a day."
      to eventText
    perform logMessage
    go to saveGame-exit.
  perform chooseSaveSlot.
  if slotChosen is equal to 0
    move "Save cancelled." to eventText
  open output save-file.
  move saveFormatVersion to fd-save-version.
  move saveChecksum to fd-save-checksum.
  move rules-version to fd-save-rules-version.
  write fd-save-header.
  move map-table to fd-map-table.
  write fd-map-table.
  move deepest-level to fd-deepest-level.
  move dungeonSeed to fd-dungeon-seed.
  move playerHasAmulet to fd-has-amulet.
  move runKind to fd-run-kind.
  write fd-run-totals.
  move speciesCount to fd-species-count.
  perform varying speciesIdx from 1 by 1 until speciesIdx > 16
    move species-name(speciesIdx) to fd-species-name(speciesIdx)
    move species-kills(speciesIdx) to fd-species-kills(speciesIdx)
  end-perform.
  move slainBy to fd-slain-by.
  move lastPoisoner to fd-last-poisoner.
  write fd-species-tally.
  move monster-table to fd-monster-table.
  write fd-monster-table.
  move item-table to fd-item-table.
*> -------------------------------------

writeCheckpoint section.
  if checkpointName is equal to spaces
    go to writeCheckpoint-exit.
  move saveFileName to savedFileName.
  move checkpointName to saveFileName.
  perform writeSaveFile.
  move savedFileName to saveFileName.
writeCheckpoint-exit.
  exit section.


*> -------------------------------------

clearCheckpoint section.
  if checkpointName is equal to spaces
    go to clearCheckpoint-exit.
  move saveFileName to savedFileName.
  move checkpointName to saveFileName.
  open output save-file.
  close save-file.
  move savedFileName to saveFileName.
clearCheckpoint-exit.
  exit section.


    move spaces to slotLabel
    open input save-file
    if save-file-status is equal to "00"
      string slotProbe " - " function trim(saveFileName) "  (in use)"
        delimited by size into slotLabel
    else
      string slotProbe " - " function trim(saveFileName) "  (empty)"
        delimited by size into slotLabel
    end-if
    close save-file
  add player-food to saveChecksum.
  add player-gold to saveChecksum.
  add player-poison-turns to saveChecksum.
  add rules-version to saveChecksum.
  add player-stun-turns to saveChecksum.
  add dungeon-level to saveChecksum.
  add turnCounter to saveChecksum.
  add deepest-level to saveChecksum.
  add dungeonSeed to saveChecksum.
  add function ord(playerHasAmulet) to saveChecksum.
  add function ord(runKind) to saveChecksum.
  add inventory-count to saveChecksum.
  add speciesCount to saveChecksum.
  perform varying speciesIdx from 1 by 1 until speciesIdx > 16
    add species-kills(speciesIdx) to saveChecksum
  end-perform.
  perform varying monster-idx from 1 by 1 until monster-idx > 20
    add function ord(monster-active(monster-idx)) to saveChecksum
    add monster-x(monster-idx) to saveChecksum
  perform varying inv-idx from 1 by 1 until inv-idx > 10
    add function ord(inv-type(inv-idx)) to saveChecksum
    add inv-value(inv-idx) to saveChecksum
    add inv-power(inv-idx) to saveChecksum
  end-perform.
  exit section.

  move fd-save-checksum to loadedChecksum.
  if loadedVersion is not equal to saveFormatVersion
    go to loadGame-bad.
  move fd-save-rules-version to rules-wanted.
  perform fetchRules.
  if not rules-ok
    go to loadGame-bad.
  perform readSaveRecord.
  if save-file-status is not equal to "00"
    go to loadGame-bad.
  move fd-deepest-level to deepest-level.
  move fd-dungeon-seed to dungeonSeed.
  move fd-has-amulet to playerHasAmulet.
  move fd-run-kind to runKind.
  if dungeon-level > deepest-level
    move dungeon-level to deepest-level.
  perform readSaveRecord.
  if save-file-status is not equal to "00"
    go to loadGame-bad.
  move fd-species-count to speciesCount.
  perform varying speciesIdx from 1 by 1 until speciesIdx > 16
    move fd-species-name(speciesIdx) to species-name(speciesIdx)
    move fd-species-kills(speciesIdx) to species-kills(speciesIdx)
  end-perform.
  move fd-slain-by to slainBy.
  move fd-last-poisoner to lastPoisoner.
  perform readSaveRecord.
  if save-file-status is not equal to "00"
    go to loadGame-bad.
  move fd-monster-table to monster-table.
  exit section.


*> -------------------------------------
*> Section: fetchRules
*> Put the rules set named in rules-
*> wanted (zero for the current one) in
*> force, for the game and for the
*> dungeon generator alike.
*> -------------------------------------

fetchRules section.
  call "rogrules" using rules-request game-rules.
  if not rules-ok
    go to fetchRules-exit.
  move rules-version to genRulesVersion.
  move rules-checkpoint-every to checkpointInterval.
fetchRules-exit.
  exit section.


*> -------------------------------------
*> Section: readSaveRecord
*> Read the next record of the save
*> -------------------------------------
*> Section: writeRunHistory
*> Append the just-finished run to the
*> history file on death or quit - or,
*> for a practice daily, to the practice
*> file, leaving the history, the kill
*> detail and the register totals alone.
*> -------------------------------------

writeRunHistory section.
  move "The run history" to lockWhat.
  perform takeSharedLock.
  accept runEndDate from date yyyymmdd.
  move runEndDate to history-date.
  move turnCounter to history-turns.
  move deepest-level to history-level.
  move causeOfDeath to history-cause.
  move finalScore to history-score.
  move dungeonSeed to history-seed.
  move playerName to history-player.
  move rules-version to history-rules-version.
  if run-is-practice
    perform writePracticeRecord
    go to writeRunHistory-exit.
  open extend history-file.
  if history-file-status is equal to "05"
    close history-file
    open output history-file.
  write history-record.
  close history-file.
  perform writeKillDetail.
  perform updatePlayerTotals.
writeRunHistory-exit.
  perform releaseSharedLock.
  exit section.


*> -------------------------------------
*> Section: writePracticeRecord
*> Append a practice daily, in the
*> history layout, to rogprac.dat.
*> -------------------------------------

writePracticeRecord section.
  open extend practice-file.
  if practice-file-status is equal to "05"
    close practice-file
    open output practice-file.
  write practice-record from history-record.
  close practice-file.
  exit section.


*> -------------------------------------
*> Section: checkDailyAttempt
*> Before a daily run starts, look the
*> player up in today's attempts.  The
*> first attempt is noted and counts;
*> a later one - or Anon's - may be
*> played as practice, or turned down
*> (nameAccepted comes back "N").
*> -------------------------------------

checkDailyAttempt section.
  move "Y" to nameAccepted.
  move function upper-case(playerName) to attemptKey.
  if attemptKey is equal to "ANON"
    display "Anon's daily runs can't be told apart, so they"
      at line 12 column 15
    display "don't count in the standings." at line 13 column 15
    go to checkDailyAttempt-offer.
  move "N" to attemptSeen.
  move "The daily attempt list" to lockWhat.
  perform takeSharedLock.
  open input attempt-file.
  if attempt-file-status is equal to "00"
    perform readAttemptRecord
    perform until attempt-file-status is not equal to "00"
      if attempt-date is equal to dailyDate
          and function upper-case(attempt-player) is equal to attemptKey
        move "Y" to attemptSeen
      end-if
      perform readAttemptRecord
    end-perform
  end-if.
  close attempt-file.
  if attempt-was-seen
    perform releaseSharedLock
    display "You have already had today's daily dungeon - only"
      at line 12 column 15
    display "your first attempt counts in the standings." at line 13
      column 15
    go to checkDailyAttempt-offer.
  open extend attempt-file.
  if attempt-file-status is equal to "05"
    close attempt-file
    open output attempt-file.
  move dailyDate to attempt-date.
  move playerName to attempt-player.
  accept attempt-time from time.
  write attempt-record.
  close attempt-file.
  perform releaseSharedLock.
  go to checkDailyAttempt-exit.
checkDailyAttempt-offer.
  display "Play it as practice? (y/n): " at line 15 column 15.
  accept inputVar with auto-skip.
  if inputVar is equal to "y" or inputVar is equal to "Y"
    move "P" to runKind
  else
    move "N" to nameAccepted.
checkDailyAttempt-exit.
  exit section.


*> -------------------------------------
*> Section: readAttemptRecord
*> Read the next daily attempt.
*> -------------------------------------

readAttemptRecord section.
  read attempt-file
    at end move "10" to attempt-file-status.
  exit section.


*> -------------------------------------
*> Section: takeSharedLock
*> Take the lock over the files every
*> session shares, ready to update the
*> one named in lockWhat.  While
*> another session keeps it, say so
*> and try again at a key press.
*> -------------------------------------

takeSharedLock section.
  move "T" to lock-action.
  call "roglock" using lock-request.
  perform until lock-held
    perform showFileBusy
    move "T" to lock-action
    call "roglock" using lock-request
  end-perform.
  exit section.


*> -------------------------------------
*> Section: showFileBusy
*> Tell the player the file named in
*> lockWhat is busy in another session
*> - or the files are waiting on a
*> period close to be finished - and
*> wait for a key before it is tried
*> again.  The command in hand is kept.
*> -------------------------------------

showFileBusy section.
  move inputVar to lockKeptInput.
  move spaces to lockLine.
  if lock-close-pending
    move "A period close is unfinished - run rogclose, then press any key."
      to lockLine
  else
    string function trim(lockWhat) " is busy in another session"
      " - press any key to try again." delimited by size into lockLine.
  display lockLine at line 24 column 1.
  accept inputVar with auto-skip.
  move spaces to lockLine.
  display lockLine at line 24 column 1.
  move lockKeptInput to inputVar.
  exit section.


*> -------------------------------------
*> Section: releaseSharedLock
*> Let the shared files go again.
*> -------------------------------------

releaseSharedLock section.
  move "R" to lock-action.
  call "roglock" using lock-request.
  exit section.


*> -------------------------------------
*> Section: writeKillDetail
*> Append the run's species detail to
*> rogkill.dat to sit alongside the
*> history record just written - what
*> ended the run and the kills by
*> species.
*> -------------------------------------

writeKillDetail section.
  open extend kill-file.
  if kill-file-status is equal to "05"
    close kill-file
    open output kill-file.
  move spaces to kill-record.
  move runEndDate to kill-date.
  move playerName to kill-player.
  move dungeonSeed to kill-seed.
  move turnCounter to kill-turns.
  move finalScore to kill-score.
  move deepest-level to kill-deepest.
  move dungeon-level to kill-death-level.
  evaluate true
    when player-escaped
      move "E" to kill-outcome
    when causeOfDeath is equal to "Starved to death"
      move "S" to kill-outcome
    when causeOfDeath is equal to "Succumbed to poison"
      move "P" to kill-outcome
      move lastPoisoner to kill-slain-by
    when player-is-dead
      move "M" to kill-outcome
      move slainBy to kill-slain-by
    when other
      move "R" to kill-outcome
  end-evaluate.
  move speciesCount to kill-species-count.
  perform varying speciesIdx from 1 by 1 until speciesIdx > 16
    if speciesIdx > speciesCount
      move spaces to kill-species-name(speciesIdx)
      move 0 to kill-species-kills(speciesIdx)
    else
      move species-name(speciesIdx) to kill-species-name(speciesIdx)
      move species-kills(speciesIdx) to kill-species-kills(speciesIdx)
    end-if
  end-perform.
  write kill-record.
  close kill-file.
  exit section.


*> -------------------------------------
*> Section: lookUpPlayer
*> Check the name typed at the start of
*> a run against the player register.
*> A registered name is taken in its
*> register spelling (following a merge
*> to the surviving player), a retired
*> one is refused, and an unknown one is
*> offered a place on the register -
*> turning it down asks for the name
*> again.  Anon is never registered.
*> -------------------------------------

lookUpPlayer section.
  move "Y" to nameAccepted.
  move function upper-case(playerName) to registerKey.
  if registerKey is equal to "ANON"
    move "Anon" to playerName
    go to lookUpPlayer-exit.
  move spaces to register-record.
  move "23" to registerRead.
  move "N" to registerMerged.
  open input register-file.
  if register-file-status is equal to "00"
    move registerKey to reg-key
    read register-file
      invalid key move "23" to register-file-status
    end-read
    if register-file-status is equal to "00" and reg-is-merged
      move "Y" to registerMerged
      move reg-merged-into to reg-key
      read register-file
        invalid key move "23" to register-file-status
      end-read
    end-if
    move register-file-status to registerRead
  end-if.
  close register-file.
  *> a merged name must lead to a player who can play under it.
  if register-was-merged
      and (registerRead is not equal to "00" or reg-is-merged)
    display "That name was merged into a player the register no"
      at line 12 column 15
    display "longer holds - ask the register keeper to put it right."
      at line 13 column 15
    display "Press any key to choose another." at line 14 column 15
    accept inputVar with auto-skip
    move "N" to nameAccepted
    go to lookUpPlayer-exit.
  if registerRead is not equal to "00"
    go to lookUpPlayer-offer.
  if reg-is-active
    move reg-name to playerName
    go to lookUpPlayer-exit.
  if reg-is-deactivated
    display "That name has been retired from the player register."
      at line 12 column 15
    display "Press any key to choose another." at line 13 column 15
    accept inputVar with auto-skip
    move "N" to nameAccepted
    go to lookUpPlayer-exit.
lookUpPlayer-offer.
  move spaces to registerLine.
  string function trim(playerName) " is not on the player register."
    delimited by size into registerLine.
  display registerLine at line 12 column 15.
  display "Register as a new player? (y/n): " at line 13 column 15.
  accept inputVar with auto-skip.
  if inputVar is equal to "y" or inputVar is equal to "Y"
    perform registerNewPlayer
  else
    move "N" to nameAccepted.
lookUpPlayer-exit.
  exit section.


*> -------------------------------------
*> Section: registerNewPlayer
*> Add the name just typed to the
*> player register, joining today with
*> empty lifetime totals.
*> -------------------------------------

registerNewPlayer section.
  open i-o register-file.
  if register-file-status is not equal to "00"
      and register-file-status is not equal to "05"
    close register-file
    display "The player register can't be opened - press any key."
      at line 15 column 15
    accept inputVar with auto-skip
    move "N" to nameAccepted
    go to registerNewPlayer-exit.
  move spaces to register-record.
  move registerKey to reg-key.
  move playerName to reg-name.
  move "A" to reg-status.
  accept reg-joined from date yyyymmdd.
  move 0 to reg-last-played.
  move 0 to reg-runs.
  move 0 to reg-score-total.
  move 0 to reg-best-score.
  move 0 to reg-best-depth.
  move 0 to reg-kills.
  move 0 to reg-gold.
  move 0 to reg-turns.
  move 0 to reg-escapes.
  write register-record
    invalid key move "22" to register-file-status
  end-write.
  move register-file-status to registerRead.
  close register-file.
  if registerRead is not equal to "00"
    display "The name could not be added to the register - press any key."
      at line 15 column 15
    accept inputVar with auto-skip
    move "N" to nameAccepted.
registerNewPlayer-exit.
  exit section.


*> -------------------------------------
*> Section: makePlayerTag
*> Work out the tag this session's own
*> files are named for, and name them -
*> the journal, the checkpoint, the
*> session file and the journal-trim
*> work file.
*> -------------------------------------

makePlayerTag section.
  move spaces to playerTag.
  if playerName is equal to "Anon"
    accept tagClock from time
    string "ANON" tagClock delimited by size into playerTag
    go to makePlayerTag-names.
  move 1 to tagPtr.
  perform varying tagIdx from 1 by 1
      until tagIdx > function length(function trim(playerName trailing))
    move function upper-case(playerName(tagIdx:1)) to tagChar
    if tagChar is equal to space
        or (tagChar is not alphabetic-upper and tagChar is not numeric)
      string "_" function hex-of(tagChar) delimited by size
        into playerTag with pointer tagPtr
    else
      string tagChar delimited by size
        into playerTag with pointer tagPtr
    end-if
  end-perform.
makePlayerTag-names.
  move spaces to journalFileName checkpointName sessionFileName
    journalWorkName.
  string "rogj" function trim(playerTag) ".dat"
    delimited by size into journalFileName.
  string "rogc" function trim(playerTag) ".dat"
    delimited by size into checkpointName.
  string "rogs" function trim(playerTag) ".dat"
    delimited by size into sessionFileName.
  string "rogt" function trim(playerTag) ".dat"
    delimited by size into journalWorkName.
  exit section.


*> -------------------------------------
*> Section: claimSession
*> Take the player's session file for
*> the length of the run.  If another
*> terminal already has it, the player
*> is told so and session-is-held is
*> left false.
*> -------------------------------------

claimSession section.
  if session-is-held
    perform releaseSession.
  perform makePlayerTag.
  open extend session-file.
  if session-file-status is equal to "00"
      or session-file-status is equal to "05"
    move "Y" to sessionHeld
    go to claimSession-exit.
  display " " at line 1 at column 1 erase to end of screen.
  move spaces to registerLine.
  string function trim(playerName) " is already playing at another"
    delimited by size into registerLine.
  display registerLine at line 12 column 15.
  display "terminal - press any key." at line 13 column 15.
  accept inputVar with auto-skip.
claimSession-exit.
  exit section.


*> -------------------------------------
*> Section: releaseSession
*> The run is over - let go of the
*> session file.  An Anon session's
*> files are its alone, so they go.
*> -------------------------------------

releaseSession section.
  if not session-is-held
    go to releaseSession-exit.
  close session-file.
  move "N" to sessionHeld.
  if playerName is equal to "Anon"
    call "CBL_DELETE_FILE" using checkpointName
    call "CBL_DELETE_FILE" using journalFileName
    call "CBL_DELETE_FILE" using sessionFileName
    move 0 to return-code.
releaseSession-exit.
  exit section.


*> -------------------------------------
*> Section: offerRecovery
*> The player has just given their name
*> - if a checkpoint of theirs was left
*> by a dropped session, offer to pick
*> the run up from it.  Turned down, the
*> checkpoint is emptied and the run
*> about to start goes ahead unchanged.
*> A checkpoint left under some other
*> name is not theirs to take or empty,
*> and is passed over.
*> -------------------------------------

offerRecovery section.
  move "N" to recoveryTaken.
  if playerName is equal to "Anon"
    go to offerRecovery-exit.
  move dungeonSeed to keptSeed.
  move runKind to keptRunKind.
  move playerName to keptName.
  move saveFileName to savedFileName.
  move checkpointName to saveFileName.
  perform loadGame.
  move savedFileName to saveFileName.
  if not load-was-valid
    go to offerRecovery-restore.
  if function upper-case(playerName) is not equal to
      function upper-case(keptName)
    go to offerRecovery-restore.
  display " " at line 1 at column 1 erase to end of screen.
  display "An interrupted run of yours was found." at line 10 column 20.
  display "Resume it? (y/n): " at line 12 column 20.
  accept inputVar with auto-skip.
  if inputVar is equal to "y" or inputVar is equal to "Y"
    move "Y" to recoveryTaken
    move space to inputVar
    perform trimJournalTail
    perform resetFrame
    go to offerRecovery-exit.
  perform clearCheckpoint.
offerRecovery-restore.
  move keptSeed to dungeonSeed.
  move keptRunKind to runKind.
  move keptName to playerName.
offerRecovery-exit.
  exit section.


*> -------------------------------------
*> Section: updatePlayerTotals
*> Add the run just written to history
*> into the player's lifetime totals on
*> the register.  Anon and names that
*> never made the register are skipped.
*> While the register can't be opened,
*> read or rewritten the player is told
*> and it is tried again at a key press,
*> so no run goes uncounted.
*> -------------------------------------

updatePlayerTotals section.
  move function upper-case(playerName) to registerKey.
  if registerKey is equal to "ANON"
    go to updatePlayerTotals-exit.
  move "The player register" to lockWhat.
updatePlayerTotals-open.
  open i-o register-file.
  if register-file-status is not equal to "00"
      and register-file-status is not equal to "05"
    close register-file
    perform showFileBusy
    go to updatePlayerTotals-open.
  move registerKey to reg-key.
  read register-file
    invalid key move "23" to register-file-status
  end-read.
  if register-file-status is equal to "00" and reg-is-merged
    move reg-merged-into to reg-key
    read register-file
      invalid key move "23" to register-file-status
    end-read
  end-if.
  if register-file-status is equal to "23"
      or (register-file-status is equal to "00" and reg-is-merged)
    close register-file
    go to updatePlayerTotals-exit.
  if register-file-status is not equal to "00"
    close register-file
    perform showFileBusy
    go to updatePlayerTotals-open.
  add 1 to reg-runs.
  add finalScore to reg-score-total.
  if finalScore > reg-best-score
    move finalScore to reg-best-score.
  if deepest-level > reg-best-depth
    move deepest-level to reg-best-depth.
  add killCount to reg-kills.
  add player-gold to reg-gold.
  add turnCounter to reg-turns.
  if player-escaped
    add 1 to reg-escapes.
  move runEndDate to reg-last-played.
  rewrite register-record
    invalid key move "23" to register-file-status
  end-rewrite.
  move register-file-status to registerRead.
  close register-file.
  if registerRead is not equal to "00"
    perform showFileBusy
    go to updatePlayerTotals-open.
updatePlayerTotals-exit.
  exit section.


*> -------------------------------------

replayRun section.
  move "The journal catalogue" to lockWhat.
  perform takeSharedLock.
  perform loadJournalCatalog.
  perform releaseSharedLock.
  if jcatCount is equal to 0
    display " " at line 1 at column 1 erase to end of screen
    display "No archived runs yet - press any key."
*> -------------------------------------

archiveJournal section.
  move "The journal catalogue" to lockWhat.
  perform takeSharedLock.
  perform loadJournalCatalog.
  if jcatCount < 9
    *> take the lowest slot number no catalogue entry holds.
    delimited by size into archiveFileName.
  perform copyJournalToArchive.
  perform saveJournalCatalog.
  perform releaseSharedLock.
  exit section.


*> -------------------------------------

trimJournalTail section.
  move journalWorkName to archiveFileName.
  open input journal-file.
  if journal-file-status is not equal to "00"
    close journal-file
  display "HIGH SCORES" at line 2 column 33.
  display "SCORE   DATE      TURNS  LVL RANK NAME         CAUSE"
    at line 4 column 8.
  move "The run history" to lockWhat.
  perform takeSharedLock.
  perform loadScoreBoard.
  perform releaseSharedLock.
  if boardCount is equal to 0
    display "No runs recorded yet." at line 6 column 25
  else
  move dungeonSeed to seedDisplay.
  display "Dungeon seed:  " at line 15 column 25.
  display seedDisplay at line 15 column 45.
  if run-is-practice
    display "A practice run - not entered in the standings."
      at line 17 column 17.
  if bones-were-left
    display "Your bones lie where you fell, for the next to find."
      at line 17 column 14.
  display "Press any key to continue" at line 20 column 25.
  accept inputVar with auto-skip.
  exit section.
