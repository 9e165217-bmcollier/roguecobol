*> -------------------------------------
*> Bestiary balance report
*> Batch companion for COBOL Rogue -
*> sets what the monsters have actually
*> done, from the kill-detail file
*> rogkill.dat, against what the
*> bestiary file rogbest.dat says they
*> are.  For each species it shows the
*> hp/att/def/xp and spawn band beside
*> how many runs reached its band, how
*> many of those it ended (by the blow
*> or by its poison) and how many of it
*> the players killed - the evidence to
*> look at before anyone edits the
*> bestiary.
*> -------------------------------------
identification division.
program-id. rogbal.

environment division.
input-output section.
file-control.
  select optional bestiary-file assign to "rogbest.dat"
    organization is line sequential
    file status is bestiary-file-status.
  select optional kill-file assign to "rogkill.dat"
    organization is sequential
    file status is kill-file-status.
  select report-file assign to "rogbal.rpt"
    organization is line sequential
    file status is report-file-status.

data division.

file section.
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

fd kill-file.
copy "killrec.cpy".

fd report-file.
01 report-line pic x(80).

working-storage section.

*> File status codes
01 bestiary-file-status pic x(2) value "00".
01 kill-file-status pic x(2) value "00".
01 report-file-status pic x(2) value "00".
01 bestiaryHold pic x(80).

*> The species the game keeps - the first twelve usable lines
*> of the bestiary, exactly as its loader takes them - with the
*> figures gathered against each from the kill-detail file.
01 bestiary-table.
  02 bestiaryCount pic 9(2) usage is binary value 0.
  02 bestiary-entry occurs 12 times.
    03 best-min-level pic 9(2) usage is binary.
    03 best-max-level pic 9(2) usage is binary.
    03 best-name pic x(12).
    03 best-hp pic 9(3) usage is binary.
    03 best-attack pic 9(2) usage is binary.
    03 best-defense pic 9(2) usage is binary.
    03 best-xp pic 9(3) usage is binary.
    03 best-ability pic x(1).
    03 best-reached pic 9(6) usage is binary.
    03 best-slain pic 9(6) usage is binary.
    03 best-poisoned pic 9(6) usage is binary.
    03 best-kills pic 9(7) usage is binary.
01 bestScan pic 9(2) usage is binary.
01 bestFound pic 9(2) usage is binary.

*> Names in the kill detail the bestiary doesn't list - a
*> species since renamed or dropped - kept so their figures
*> are still accounted for.
01 stray-table.
  02 strayCount pic 9(2) usage is binary value 0.
  02 stray-entry occurs 20 times.
    03 stray-name pic x(12).
    03 stray-slain pic 9(6) usage is binary.
    03 stray-poisoned pic 9(6) usage is binary.
    03 stray-kills pic 9(7) usage is binary.
01 strayIdx pic 9(2) usage is binary.
01 strayFound pic 9(2) usage is binary.
01 strayOverflow pic x(1) value "N".
  88 stray-overflowed value "Y".
01 lookupName pic x(12).

*> How every run on file ended.
01 outcome-totals.
  02 runCount pic 9(6) usage is binary value 0.
  02 slainCount pic 9(6) usage is binary value 0.
  02 poisonCount pic 9(6) usage is binary value 0.
  02 starvedCount pic 9(6) usage is binary value 0.
  02 escapedCount pic 9(6) usage is binary value 0.
  02 retiredCount pic 9(6) usage is binary value 0.
  02 killTotal pic 9(7) usage is binary value 0.
01 speciesIdx pic 9(2) usage is binary.

*> Work fields for the rates.
01 deathsByBand pic 9(6) usage is binary.
01 rateWork pic 9(5)v9(1).
01 perRunWork pic 9(5)v9(2).

*> Display copies for the report lines.
01 reportDate pic 9(8).
01 countDisplay pic z(5)9.
01 smallDisplay pic z(3)9.
01 killDisplay pic z(4)9.
01 killsDisplay pic z(5)9.
01 rateDisplay pic zz9.9.
01 perRunDisplay pic zz9.99.
01 minDisplay pic 9(2).
01 maxDisplay pic 9(2).
01 hpDisplay pic zz9.
01 attDisplay pic z9.
01 defDisplay pic z9.
01 xpDisplay pic zz9.
01 ofDisplay pic z(5)9.

procedure division.

*> -------------------------------------
*> Section: mainBalance
*> Load the bestiary, run through the
*> kill detail, then print the species
*> table, the outcomes, and findings.
*> -------------------------------------
mainBalance.
  perform loadBestiary.
  perform scanKillDetail.
  open output report-file.
  perform writeHeading.
  perform writeSpeciesSection.
  perform writeStraySection.
  perform writeOutcomeSection.
  perform writeFindingsSection.
  close report-file.
  display "Balance report written to rogbal.rpt".
  move bestiaryCount to countDisplay.
  display "Species:        " countDisplay.
  move runCount to countDisplay.
  display "Runs read:      " countDisplay.
  goback.

*> -------------------------------------
*> Section: loadBestiary
*> Read the species the game will use.
*> Lines starting "*" are comments and
*> lines that don't parse are skipped,
*> as the game's loader does.
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
      move best-in-hp to best-hp(bestiaryCount)
      move best-in-attack to best-attack(bestiaryCount)
      move best-in-defense to best-defense(bestiaryCount)
      move best-in-xp to best-xp(bestiaryCount)
      move best-in-ability to best-ability(bestiaryCount)
      move 0 to best-reached(bestiaryCount)
      move 0 to best-slain(bestiaryCount)
      move 0 to best-poisoned(bestiaryCount)
      move 0 to best-kills(bestiaryCount)
    end-if
    perform readBestiaryLine
  end-perform.
  close bestiary-file.
loadBestiary-exit.
  exit section.

*> -------------------------------------
*> Section: scanKillDetail
*> One pass over rogkill.dat - the
*> outcome of every run, which species
*> bands it reached, what ended it, and
*> its kills by species.
*> -------------------------------------
scanKillDetail section.
  open input kill-file.
  if kill-file-status is not equal to "00"
    close kill-file
    go to scanKillDetail-exit.
  perform readKillRecord.
  perform until kill-file-status is not equal to "00"
    perform tallyOneRun
    perform readKillRecord
  end-perform.
  close kill-file.
scanKillDetail-exit.
  exit section.

*> -------------------------------------
*> Section: tallyOneRun
*> Count one kill-detail record.
*> -------------------------------------
tallyOneRun section.
  add 1 to runCount.
  perform varying bestScan from 1 by 1 until bestScan > bestiaryCount
    if kill-deepest is not less than best-min-level(bestScan)
      add 1 to best-reached(bestScan)
    end-if
  end-perform.
  evaluate true
    when kill-by-monster
      add 1 to slainCount
    when kill-by-poison
      add 1 to poisonCount
    when kill-by-starving
      add 1 to starvedCount
    when kill-escaped
      add 1 to escapedCount
    when other
      add 1 to retiredCount
  end-evaluate.
  if (kill-by-monster or kill-by-poison)
      and kill-slain-by is not equal to spaces
    move kill-slain-by to lookupName
    perform findSpecies
    if bestFound > 0
      if kill-by-monster
        add 1 to best-slain(bestFound)
      else
        add 1 to best-poisoned(bestFound)
      end-if
    else
      perform findStray
      if strayFound > 0
        if kill-by-monster
          add 1 to stray-slain(strayFound)
        else
          add 1 to stray-poisoned(strayFound)
        end-if
      end-if
    end-if
  end-if.
  if kill-species-count > 16
    move 16 to kill-species-count.
  perform varying speciesIdx from 1 by 1
      until speciesIdx > kill-species-count
    add kill-species-kills(speciesIdx) to killTotal
    move kill-species-name(speciesIdx) to lookupName
    perform findSpecies
    if bestFound > 0
      add kill-species-kills(speciesIdx) to best-kills(bestFound)
    else
      perform findStray
      if strayFound > 0
        add kill-species-kills(speciesIdx) to stray-kills(strayFound)
      end-if
    end-if
  end-perform.
  exit section.

*> -------------------------------------
*> Section: findSpecies
*> Set bestFound to the bestiary entry
*> named lookupName, or zero.
*> -------------------------------------
findSpecies section.
  move 0 to bestFound.
  perform varying bestScan from 1 by 1 until bestScan > bestiaryCount
    if best-name(bestScan) is equal to lookupName and bestFound is equal to 0
      move bestScan to bestFound
    end-if
  end-perform.
  exit section.

*> -------------------------------------
*> Section: findStray
*> Set strayFound to the stray-table
*> slot for lookupName, opening one if
*> there is room, or zero.
*> -------------------------------------
findStray section.
  move 0 to strayFound.
  perform varying strayIdx from 1 by 1 until strayIdx > strayCount
    if stray-name(strayIdx) is equal to lookupName
      move strayIdx to strayFound
    end-if
  end-perform.
  if strayFound > 0
    go to findStray-exit.
  if strayCount is not less than 20
    move "Y" to strayOverflow
    go to findStray-exit.
  add 1 to strayCount.
  move strayCount to strayFound.
  move lookupName to stray-name(strayFound).
  move 0 to stray-slain(strayFound).
  move 0 to stray-poisoned(strayFound).
  move 0 to stray-kills(strayFound).
findStray-exit.
  exit section.

*> -------------------------------------
*> Section: writeSpeciesSection
*> One line per species - the bestiary
*> columns, then what it did.  REACHED
*> counts runs whose deepest level got
*> into its spawn band; DEATH% is the
*> share of those it ended.
*> -------------------------------------
writeSpeciesSection section.
  move "SPECIES AGAINST THE BESTIARY" to report-line.
  write report-line.
  move spaces to report-line.
  string "SPECIES      BAND   HP AT DF  XP A REACHED SLAIN POISN DEATH% "
    " KILLS PER RUN" delimited by size into report-line.
  write report-line.
  if bestiaryCount is equal to 0
    move "  rogbest.dat is missing or has no usable entries." to report-line
    write report-line
    go to writeSpeciesSection-exit.
  perform varying bestScan from 1 by 1 until bestScan > bestiaryCount
    move best-min-level(bestScan) to minDisplay
    move best-max-level(bestScan) to maxDisplay
    move best-hp(bestScan) to hpDisplay
    move best-attack(bestScan) to attDisplay
    move best-defense(bestScan) to defDisplay
    move best-xp(bestScan) to xpDisplay
    move best-reached(bestScan) to countDisplay
    move best-slain(bestScan) to smallDisplay
    move best-poisoned(bestScan) to killDisplay
    move best-kills(bestScan) to killsDisplay
    compute deathsByBand = best-slain(bestScan) + best-poisoned(bestScan)
    move 0 to rateWork
    move 0 to perRunWork
    if best-reached(bestScan) > 0
      compute rateWork rounded =
        deathsByBand * 100 / best-reached(bestScan)
      compute perRunWork rounded =
        best-kills(bestScan) / best-reached(bestScan)
    end-if
    move rateWork to rateDisplay
    move perRunWork to perRunDisplay
    move spaces to report-line
    string best-name(bestScan) " " minDisplay "-" maxDisplay " "
      hpDisplay " " attDisplay " " defDisplay " " xpDisplay " "
      best-ability(bestScan) "  " countDisplay "  " smallDisplay " "
      killDisplay " " rateDisplay "% " killsDisplay "  " perRunDisplay
      delimited by size into report-line
    write report-line
  end-perform.
  move spaces to report-line.
  write report-line.
writeSpeciesSection-exit.
  exit section.

*> -------------------------------------
*> Section: writeStraySection
*> Names in the kill detail that the
*> bestiary no longer lists.
*> -------------------------------------
writeStraySection section.
  if strayCount is equal to 0
    go to writeStraySection-exit.
  move "NOT IN ROGBEST.DAT" to report-line.
  write report-line.
  move "SPECIES       SLAIN POISN  KILLS" to report-line.
  write report-line.
  perform varying strayIdx from 1 by 1 until strayIdx > strayCount
    move stray-slain(strayIdx) to smallDisplay
    move stray-poisoned(strayIdx) to killDisplay
    move stray-kills(strayIdx) to countDisplay
    move spaces to report-line
    string stray-name(strayIdx) "  " smallDisplay " " killDisplay " "
      countDisplay delimited by size into report-line
    write report-line
  end-perform.
  if stray-overflowed
    move "  More names than fit - the rest are left out." to report-line
    write report-line.
  move spaces to report-line.
  write report-line.
writeStraySection-exit.
  exit section.

*> -------------------------------------
*> Section: writeOutcomeSection
*> How the runs on file ended.
*> -------------------------------------
writeOutcomeSection section.
  move "HOW RUNS ENDED" to report-line.
  write report-line.
  move runCount to countDisplay.
  move spaces to report-line.
  string "  Runs with kill detail   " countDisplay
    delimited by size into report-line.
  write report-line.
  move slainCount to countDisplay.
  move spaces to report-line.
  string "  Slain by a monster      " countDisplay
    delimited by size into report-line.
  write report-line.
  move poisonCount to countDisplay.
  move spaces to report-line.
  string "  Succumbed to poison     " countDisplay
    delimited by size into report-line.
  write report-line.
  move starvedCount to countDisplay.
  move spaces to report-line.
  string "  Starved                 " countDisplay
    delimited by size into report-line.
  write report-line.
  move escapedCount to countDisplay.
  move spaces to report-line.
  string "  Escaped with the Amulet " countDisplay
    delimited by size into report-line.
  write report-line.
  move retiredCount to countDisplay.
  move spaces to report-line.
  string "  Retired                 " countDisplay
    delimited by size into report-line.
  write report-line.
  move killTotal to countDisplay.
  move spaces to report-line.
  string "  Monsters killed         " countDisplay
    delimited by size into report-line.
  write report-line.
  move spaces to report-line.
  write report-line.
  exit section.

*> -------------------------------------
*> Section: writeFindingsSection
*> Each species that has ended a run,
*> put in words - the share of players
*> reaching its band that it killed.
*> -------------------------------------
writeFindingsSection section.
  move "FINDINGS" to report-line.
  write report-line.
  if runCount is equal to 0
    move "  No kill detail on file yet." to report-line
    write report-line
    go to writeFindingsSection-exit.
  move 0 to deathsByBand.
  perform varying bestScan from 1 by 1 until bestScan > bestiaryCount
    if best-slain(bestScan) + best-poisoned(bestScan) > 0
        and best-reached(bestScan) > 0
      perform writeOneFinding
    end-if
  end-perform.
  if deathsByBand is equal to 0
    move "  No run on file was ended by a bestiary species."
      to report-line
    write report-line.
writeFindingsSection-exit.
  exit section.

*> -------------------------------------
*> Section: writeOneFinding
*> "The troll kills 40.0% of players who
*> reach level 05 (4 of 10)."
*> -------------------------------------
writeOneFinding section.
  add 1 to deathsByBand.
  compute rateWork rounded =
    (best-slain(bestScan) + best-poisoned(bestScan)) * 100
      / best-reached(bestScan).
  move rateWork to rateDisplay.
  move best-min-level(bestScan) to minDisplay.
  compute ofDisplay = best-slain(bestScan) + best-poisoned(bestScan).
  move best-reached(bestScan) to countDisplay.
  move spaces to report-line.
  string "  The " function trim(best-name(bestScan)) " kills "
    function trim(rateDisplay) "% of players who reach level "
    minDisplay " (" function trim(ofDisplay) " of "
    function trim(countDisplay) ")."
    delimited by size into report-line.
  write report-line.
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
*> Section: readKillRecord
*> Read the next kill-detail record, if
*> there is one.
*> -------------------------------------
readKillRecord section.
  read kill-file
    at end move "10" to kill-file-status.
  exit section.

*> -------------------------------------
*> Section: writeHeading
*> Title block at the top of the
*> report.
*> -------------------------------------
writeHeading section.
  move "========================================" to report-line.
  write report-line.
  move " COBOL ROGUE - BESTIARY BALANCE REPORT" to report-line.
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

end program rogbal.
