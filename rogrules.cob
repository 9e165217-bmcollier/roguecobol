*> -------------------------------------
*> Game rules loader
*> Subprogram for COBOL Rogue - reads the
*> rules file rogrule.dat once, checks
*> every rule set in it for sense, and
*> hands back the set asked for: the
*> current one (the last in the file)
*> for play, or a named version for
*> checking an old run.  Called by the
*> game, the dungeon generator and the
*> batch companions, so they all work
*> from one copy of the rules.
*> -------------------------------------
identification division.
program-id. rogrules.

environment division.
input-output section.
file-control.
  select optional rules-file assign to "rogrule.dat"
    organization is line sequential
    file status is rules-file-status.

data division.

file section.
fd rules-file.
01 rules-line.
  02 rule-in-keyword pic x(20).
  02 filler pic x(1).
  02 rule-in-value pic x(6).
  *> room for comment text past the value.
  02 rule-in-rest pic x(53).

working-storage section.

*> File status code for the rules file
01 rules-file-status pic x(2) value "00".
01 rulesHold pic x(80).

*> Whether the file has been read this session, and how that
*> went - every later call answers from the table.
01 rulesLoaded pic x(1) value "N".
01 loadStatus pic x(2) value "00".
01 loadMessage pic x(60) value spaces.

*> The rule keywords, in the order of rules-value-list in
*> rulestbl.cpy.
01 rule-keyword-list.
  02 filler pic x(20) value "START-HP".
  02 filler pic x(20) value "START-ATTACK".
  02 filler pic x(20) value "START-DEFENSE".
  02 filler pic x(20) value "START-FOOD".
  02 filler pic x(20) value "FOOD-MAX".
  02 filler pic x(20) value "HUNGRY-AT".
  02 filler pic x(20) value "WEAK-AT".
  02 filler pic x(20) value "LEVEL-XP-FACTOR".
  02 filler pic x(20) value "LEVEL-HP-GAIN".
  02 filler pic x(20) value "LEVEL-ATTACK-GAIN".
  02 filler pic x(20) value "LEVEL-DEFENSE-GAIN".
  02 filler pic x(20) value "CHECKPOINT-EVERY".
  02 filler pic x(20) value "AMULET-DEPTH".
  02 filler pic x(20) value "RATION-FOOD".
  02 filler pic x(20) value "RATION-PRICE".
  02 filler pic x(20) value "POTION-BASE".
  02 filler pic x(20) value "POTION-PER-LEVEL".
  02 filler pic x(20) value "POTION-PRICE-BASE".
  02 filler pic x(20) value "POTION-PRICE-PER-LVL".
  02 filler pic x(20) value "BLADE-BASE".
  02 filler pic x(20) value "BLADE-LEVEL-DIVISOR".
  02 filler pic x(20) value "BLADE-PRICE-BASE".
  02 filler pic x(20) value "BLADE-PRICE-PER-LVL".
  02 filler pic x(20) value "SCORE-PER-GOLD".
  02 filler pic x(20) value "SCORE-PER-DEPTH".
  02 filler pic x(20) value "SCORE-PER-KILL".
  02 filler pic x(20) value "SCORE-ESCAPE-BONUS".
01 rule-keyword-table redefines rule-keyword-list.
  02 rule-keyword pic x(20) occurs 27 times.
01 ruleCount pic 9(2) usage is binary value 27.

*> Every rule set in the file, oldest first.  A version starts
*> as a copy of the one before it.
01 version-table.
  02 versionCount pic 9(2) usage is binary value 0.
  02 version-entry occurs 20 times.
    03 vt-number pic 9(4) usage is binary.
    03 vt-rule occurs 27 times.
      04 vt-value pic 9(6) usage is binary.
      04 vt-set pic x(1).
01 versionIdx pic 9(2) usage is binary.
01 versionFound pic 9(2) usage is binary.
01 ruleIdx pic 9(2) usage is binary.
01 ruleFound pic 9(2) usage is binary.

*> One set laid out by name, for the sanity checks.
copy "rulestbl.cpy" replacing ==game-rules== by ==check-rules==
  leading ==rules== by ==check==.
01 checkScore pic 9(9) usage is binary.
01 checkPotion pic 9(9) usage is binary.
01 checkPrice pic 9(9) usage is binary.

*> Where the reading has got to, for the messages.
01 lineNumber pic 9(4) usage is binary value 0.
01 lineDisplay pic 9(4).
01 versionDisplay pic 9(4).
01 newVersion pic 9(6).

linkage section.
copy "rulesreq.cpy".
copy "rulestbl.cpy".

procedure division using rules-request game-rules.

*> -------------------------------------
*> Section: getRules
*> Load the file on the first call, then
*> answer the request from the table.
*> -------------------------------------
getRules.
  if rulesLoaded is not equal to "Y"
    perform loadRules
    if loadStatus is equal to "00"
      perform checkAllVersions
    end-if
    move "Y" to rulesLoaded.
  move loadStatus to rules-status.
  move loadMessage to rules-message.
  if loadStatus is not equal to "00"
    exit program.
  move 0 to versionFound.
  if rules-wanted is equal to 0
    move versionCount to versionFound
  else
    perform varying versionIdx from 1 by 1 until versionIdx > versionCount
      if vt-number(versionIdx) is equal to rules-wanted
        move versionIdx to versionFound
      end-if
    end-perform
  end-if.
  if versionFound is equal to 0
    move "23" to rules-status
    move rules-wanted to versionDisplay
    move spaces to rules-message
    string "Rules version " versionDisplay " is not in rogrule.dat."
      delimited by size into rules-message
    exit program.
  move vt-number(versionFound) to rules-version.
  perform varying ruleIdx from 1 by 1 until ruleIdx > ruleCount
    move vt-value(versionFound, ruleIdx) to rules-value(ruleIdx)
  end-perform.
  exit program.

*> -------------------------------------
*> Section: loadRules
*> Read the file into the version table.
*> Lines starting "*" and blank lines
*> are comments.  The first fault found
*> stops the load with its reason.
*> -------------------------------------
loadRules section.
  move "00" to loadStatus.
  move spaces to loadMessage.
  move 0 to versionCount.
  open input rules-file.
  if rules-file-status is not equal to "00"
    close rules-file
    move "90" to loadStatus
    move "rogrule.dat is missing or unreadable." to loadMessage
    go to loadRules-exit.
  perform readRulesLine.
  perform until rules-file-status is not equal to "00"
      or loadStatus is not equal to "00"
    add 1 to lineNumber
    if rules-line(1:1) is not equal to "*"
        and rules-line is not equal to spaces
      perform takeRulesLine
    end-if
    perform readRulesLine
  end-perform.
  close rules-file.
  if loadStatus is equal to "00" and versionCount is equal to 0
    move "90" to loadStatus
    move "rogrule.dat holds no VERSION line." to loadMessage.
loadRules-exit.
  exit section.

*> -------------------------------------
*> Section: takeRulesLine
*> One keyword line - a VERSION opening
*> a new set, or a rule for the set
*> already open.
*> -------------------------------------
takeRulesLine section.
  move lineNumber to lineDisplay.
  if rule-in-value is not numeric
    move "90" to loadStatus
    string "rogrule.dat line " lineDisplay
      ": value is not six digits in cols 22-27."
      delimited by size into loadMessage
    go to takeRulesLine-exit.
  if rule-in-keyword is equal to "VERSION"
    perform openVersion
    go to takeRulesLine-exit.
  if versionCount is equal to 0
    move "90" to loadStatus
    string "rogrule.dat line " lineDisplay
      ": rule comes before the first VERSION line."
      delimited by size into loadMessage
    go to takeRulesLine-exit.
  move 0 to ruleFound.
  perform varying ruleIdx from 1 by 1 until ruleIdx > ruleCount
    if rule-keyword(ruleIdx) is equal to rule-in-keyword
      move ruleIdx to ruleFound
    end-if
  end-perform.
  if ruleFound is equal to 0
    move "90" to loadStatus
    string "rogrule.dat line " lineDisplay ": unknown rule "
      function trim(rule-in-keyword) "."
      delimited by size into loadMessage
    go to takeRulesLine-exit.
  move rule-in-value to vt-value(versionCount, ruleFound).
  move "Y" to vt-set(versionCount, ruleFound).
takeRulesLine-exit.
  exit section.

*> -------------------------------------
*> Section: openVersion
*> Start a new rule set, numbered above
*> the last, as a copy of the last.
*> -------------------------------------
openVersion section.
  move rule-in-value to newVersion.
  if newVersion is equal to 0 or newVersion > 9999
    move "90" to loadStatus
    string "rogrule.dat line " lineDisplay
      ": VERSION must be 1 to 9999."
      delimited by size into loadMessage
    go to openVersion-exit.
  if versionCount > 0
    if newVersion is not greater than vt-number(versionCount)
      move "90" to loadStatus
      string "rogrule.dat line " lineDisplay
        ": VERSION numbers must rise down the file."
        delimited by size into loadMessage
      go to openVersion-exit
    end-if
  end-if.
  if versionCount is not less than 20
    move "90" to loadStatus
    string "rogrule.dat line " lineDisplay
      ": more than 20 rule versions."
      delimited by size into loadMessage
    go to openVersion-exit.
  add 1 to versionCount.
  move newVersion to vt-number(versionCount).
  perform varying ruleIdx from 1 by 1 until ruleIdx > ruleCount
    if versionCount is equal to 1
      move 0 to vt-value(versionCount, ruleIdx)
      move "N" to vt-set(versionCount, ruleIdx)
    else
      move vt-value(versionCount - 1, ruleIdx)
        to vt-value(versionCount, ruleIdx)
      move vt-set(versionCount - 1, ruleIdx)
        to vt-set(versionCount, ruleIdx)
    end-if
  end-perform.
openVersion-exit.
  exit section.

*> -------------------------------------
*> Section: checkAllVersions
*> Every set must name every rule and
*> pass the sanity checks - one bad set
*> condemns the file, since old runs
*> are audited against old sets.
*> -------------------------------------
checkAllVersions section.
  perform varying versionIdx from 1 by 1
      until versionIdx > versionCount or loadStatus is not equal to "00"
    perform checkOneVersion
  end-perform.
  exit section.

*> -------------------------------------
*> Section: checkOneVersion
*> The sanity checks for the set at
*> versionIdx - every rule present,
*> every value within what the game's
*> fields can carry, and the thresholds
*> in a workable order.
*> -------------------------------------
checkOneVersion section.
  move vt-number(versionIdx) to versionDisplay.
  perform varying ruleIdx from 1 by 1 until ruleIdx > ruleCount
    if vt-set(versionIdx, ruleIdx) is not equal to "Y"
        and loadStatus is equal to "00"
      move "90" to loadStatus
      string "Rules version " versionDisplay " has no "
        function trim(rule-keyword(ruleIdx)) "."
        delimited by size into loadMessage
    end-if
    move vt-value(versionIdx, ruleIdx) to check-value(ruleIdx)
  end-perform.
  if loadStatus is not equal to "00"
    go to checkOneVersion-exit.
  if check-start-hp < 1 or check-start-hp > 999
    move "START-HP must be 1 to 999." to loadMessage
    go to checkOneVersion-bad.
  if check-start-attack < 1 or check-start-attack > 99
    move "START-ATTACK must be 1 to 99." to loadMessage
    go to checkOneVersion-bad.
  if check-start-defense > 99
    move "START-DEFENSE must be 0 to 99." to loadMessage
    go to checkOneVersion-bad.
  if check-start-food < 1 or check-start-food > 9999
    move "START-FOOD must be 1 to 9999." to loadMessage
    go to checkOneVersion-bad.
  if check-food-max < check-start-food or check-food-max > 9999
    move "FOOD-MAX must be START-FOOD to 9999." to loadMessage
    go to checkOneVersion-bad.
  if check-hungry-at is not less than check-start-food
    move "HUNGRY-AT must be below START-FOOD." to loadMessage
    go to checkOneVersion-bad.
  if check-weak-at is not less than check-hungry-at
    move "WEAK-AT must be below HUNGRY-AT." to loadMessage
    go to checkOneVersion-bad.
  if check-level-xp-factor < 1 or check-level-xp-factor > 99
    move "LEVEL-XP-FACTOR must be 1 to 99." to loadMessage
    go to checkOneVersion-bad.
  if check-level-hp-gain > 99
    move "LEVEL-HP-GAIN must be 0 to 99." to loadMessage
    go to checkOneVersion-bad.
  if check-level-attack-gain > 9 or check-level-defense-gain > 9
    move "LEVEL-ATTACK/DEFENSE-GAIN must be 0 to 9." to loadMessage
    go to checkOneVersion-bad.
  if check-checkpoint-every < 1 or check-checkpoint-every > 999
    move "CHECKPOINT-EVERY must be 1 to 999." to loadMessage
    go to checkOneVersion-bad.
  if check-amulet-depth < 1 or check-amulet-depth > 99
    move "AMULET-DEPTH must be 1 to 99." to loadMessage
    go to checkOneVersion-bad.
  if check-ration-food < 1 or check-ration-food > 9999
    move "RATION-FOOD must be 1 to 9999." to loadMessage
    go to checkOneVersion-bad.
  if check-blade-level-divisor < 1
    move "BLADE-LEVEL-DIVISOR must be at least 1." to loadMessage
    go to checkOneVersion-bad.
  *> the deepest trader (level 99) must still fit the shop's
  *> value and price fields.
  compute checkPotion = check-potion-base + (check-potion-per-level * 99).
  if check-potion-base < 1 or checkPotion > 9999
    move "POTION-BASE/PER-LEVEL: potion must heal 1 to 9999." to loadMessage
    go to checkOneVersion-bad.
  compute checkPotion = check-blade-base + (99 / check-blade-level-divisor).
  if checkPotion > 99
    move "BLADE-BASE/LEVEL-DIVISOR: blade bonus must stay under 100."
      to loadMessage
    go to checkOneVersion-bad.
  compute checkPrice =
    check-potion-price-base + (check-potion-price-per-lvl * 99).
  if checkPrice > 99999
    move "POTION prices must stay under 100000." to loadMessage
    go to checkOneVersion-bad.
  compute checkPrice =
    check-blade-price-base + (check-blade-price-per-lvl * 99).
  if checkPrice > 99999 or check-ration-price > 99999
    move "RATION/BLADE prices must stay under 100000." to loadMessage
    go to checkOneVersion-bad.
  *> the best score the rules allow - a full purse, the deepest
  *> level, a full kill count and the escape - must fit the
  *> six-digit history-score.
  compute checkScore = (99999 * check-score-per-gold)
    + (99 * check-score-per-depth) + (999 * check-score-per-kill)
    + check-score-escape-bonus.
  if checkScore > 999999
    move "SCORE weights could overflow the six-digit score."
      to loadMessage
    go to checkOneVersion-bad.
  go to checkOneVersion-exit.
checkOneVersion-bad.
  move "90" to loadStatus.
  move loadMessage to rulesHold.
  move spaces to loadMessage.
  string "Rules version " versionDisplay ": " function trim(rulesHold)
    delimited by size into loadMessage.
checkOneVersion-exit.
  exit section.

*> -------------------------------------
*> Section: readRulesLine
*> Read the next line of the rules file,
*> keeping the first chunk of an over-
*> length line and swallowing the rest.
*> -------------------------------------
readRulesLine section.
  read rules-file
    at end move "10" to rules-file-status.
  if rules-file-status is not equal to "06"
    go to readRulesLine-exit.
  move rules-line to rulesHold.
  perform until rules-file-status is not equal to "06"
    read rules-file
      at end move "10" to rules-file-status
    end-read
  end-perform.
  move rulesHold to rules-line.
  move "00" to rules-file-status.
readRulesLine-exit.
  exit section.

end program rogrules.
