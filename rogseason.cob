*> -------------------------------------
*> Season standings
*> Batch companion for COBOL Rogue -
*> turns the daily-dungeon league from a
*> day's bragging into a competition run
*> over a season.  Takes a first and
*> last date, ranks each day's daily
*> runs in that span, and awards league
*> points by finishing position: 25, 18,
*> 15, 12, 10, 8, 6, 4, 2 and 1 for the
*> top ten.  The season table adds the
*> points up, ties broken by the best
*> single score, then by the fewest
*> turns that score took.
*>
*> Only runs that pass the score audit
*> are ranked, and only a player's first
*> daily of the day - a later one, or
*> one behind a first that failed the
*> audit, is left out, as are runs by
*> Anon.  Within a day, runs level on
*> score are split by fewest turns;
*> runs level on both share the place.
*>
*> Reads the history holding the lock
*> over the files the game sessions
*> share.  Runs the period close has
*> moved out to an archive are not in
*> roghist.dat, so a season may not
*> start before the latest close's
*> cutoff - the carry-forward records
*> in rogcarry.dat give that date.
*> -------------------------------------
identification division.
program-id. rogseason.

environment division.
input-output section.
file-control.
  select optional history-file assign to "roghist.dat"
    organization is sequential
    file status is history-file-status.
  select optional carry-file assign to "rogcarry.dat"
    organization is sequential
    file status is carry-file-status.
  select report-file assign to "rogseason.rpt"
    organization is line sequential
    file status is report-file-status.

data division.

file section.
fd history-file.
copy "histrec.cpy".

fd carry-file.
copy "carryrec.cpy".

fd report-file.
01 report-line pic x(80).

working-storage section.

*> File status codes
01 history-file-status pic x(2) value "00".
01 carry-file-status pic x(2) value "00".
01 report-file-status pic x(2) value "00".

*> The season asked for, and why the run stopped, if it did.
01 fromDate pic 9(8) value 0.
01 toDate pic 9(8) value 0.
01 checkDate pic 9(8).
01 dateInput pic x(8).
01 stopReason pic x(60) value spaces.

*> The latest cutoff the period close has archived runs to -
*> nothing earlier is left in roghist.dat.
01 closedThrough pic 9(8) value 0.

*> The lock over the files the game sessions share.
copy "lockreq.cpy".

*> The rules must load before any run can be audited.
copy "rulesreq.cpy".
copy "rulestbl.cpy".

*> What rogverify made of the record in hand.
copy "verifyreq.cpy".

*> League points by finishing position - nothing below tenth.
01 points-values.
  02 filler pic 9(2) value 25.
  02 filler pic 9(2) value 18.
  02 filler pic 9(2) value 15.
  02 filler pic 9(2) value 12.
  02 filler pic 9(2) value 10.
  02 filler pic 9(2) value 08.
  02 filler pic 9(2) value 06.
  02 filler pic 9(2) value 04.
  02 filler pic 9(2) value 02.
  02 filler pic 9(2) value 01.
01 points-table redefines points-values.
  02 position-points pic 9(2) occurs 10 times.

*> Every daily run in the season seen so far, by date and
*> player (upper-cased), whether or not it verified - the
*> first of the day is the one that stands.
01 attempt-table.
  02 attemptCount pic 9(4) usage is binary value 0.
  02 attempt-entry occurs 3000 times.
    03 attempt-date pic 9(8).
    03 attempt-player pic x(12).
01 attemptIdx pic 9(4) usage is binary.
01 attemptKey pic x(12).
01 attemptFound pic x(1).
  88 attempt-is-repeat value "Y".

*> The ranked runs - each player's verified first daily of a
*> day, with the place and points it earned.
01 result-table.
  02 resultCount pic 9(4) usage is binary value 0.
  02 result-entry occurs 3000 times.
    03 result-date pic 9(8).
    03 result-player pic x(12).
    03 result-score pic 9(6) usage is binary.
    03 result-turns pic 9(5) usage is binary.
    03 result-level pic 9(2).
    03 result-place pic 9(4) usage is binary.
    03 result-points pic 9(2) usage is binary.
01 result-swap.
  02 rswap-date pic 9(8).
  02 rswap-player pic x(12).
  02 rswap-score pic 9(6) usage is binary.
  02 rswap-turns pic 9(5) usage is binary.
  02 rswap-level pic 9(2).
  02 rswap-place pic 9(4) usage is binary.
  02 rswap-points pic 9(2) usage is binary.
01 resultIdx pic 9(4) usage is binary.
01 resultJdx pic 9(4) usage is binary.
01 resultPickIdx pic 9(4) usage is binary.
01 dayPosition pic 9(4) usage is binary.
01 leagueDate pic 9(8).

*> The season table - one line per player.
01 standing-table.
  02 standingCount pic 9(3) usage is binary value 0.
  02 standing-entry occurs 300 times.
    03 standing-key pic x(12).
    03 standing-player pic x(12).
    03 standing-points pic 9(5) usage is binary.
    03 standing-days pic 9(4) usage is binary.
    03 standing-wins pic 9(4) usage is binary.
    03 standing-best pic 9(6) usage is binary.
    03 standing-best-turns pic 9(5) usage is binary.
01 standing-swap.
  02 sswap-key pic x(12).
  02 sswap-player pic x(12).
  02 sswap-points pic 9(5) usage is binary.
  02 sswap-days pic 9(4) usage is binary.
  02 sswap-wins pic 9(4) usage is binary.
  02 sswap-best pic 9(6) usage is binary.
  02 sswap-best-turns pic 9(5) usage is binary.
01 standingIdx pic 9(3) usage is binary.
01 standingJdx pic 9(3) usage is binary.
01 standingPickIdx pic 9(3) usage is binary.
01 standingSlot pic 9(3) usage is binary.
01 tablePosition pic 9(3) usage is binary.
01 lastPosition pic 9(3) usage is binary.

*> What became of the season's daily runs.
01 seasonRuns pic 9(6) usage is binary value 0.
01 rankedRuns pic 9(6) usage is binary value 0.
01 flaggedRuns pic 9(6) usage is binary value 0.
01 repeatRuns pic 9(6) usage is binary value 0.
01 anonRuns pic 9(6) usage is binary value 0.
01 overflowRuns pic 9(6) usage is binary value 0.
01 seasonDays pic 9(4) usage is binary value 0.

*> Display copies for the report lines.
01 reportDate pic 9(8).
01 placeDisplay pic z(3)9.
01 scoreDisplay pic 9(6).
01 turnsDisplay pic 9(5).
01 levelDisplay pic 9(2).
01 pointsDisplay pic z(4)9.
01 daysDisplay pic z(3)9.
01 winsDisplay pic z(3)9.
01 countDisplay pic z(5)9.

procedure division.

*> -------------------------------------
*> Section: mainSeason
*> Take the season's dates, check the
*> history still holds all of it, rank
*> its daily runs day by day, then total
*> the points into the season table.
*> -------------------------------------
mainSeason.
  move 0 to rules-wanted.
  call "rogrules" using rules-request game-rules.
  if not rules-ok
    display "Season not run - " function trim(rules-message)
    goback.
  perform askSeason.
  if stopReason is not equal to spaces
    display function trim(stopReason)
    goback.
  move "T" to lock-action.
  call "roglock" using lock-request.
  if not lock-held
    move "A game session is updating the run files - try again later."
      to stopReason
    if lock-close-pending
      move "A period close is unfinished - run rogclose to finish it."
        to stopReason
    end-if
    display function trim(stopReason)
    goback.
  perform findLastClose.
  if fromDate < closedThrough
    move spaces to stopReason
    string "Runs before " closedThrough " are archived - start the "
      "season then." delimited by size into stopReason
    move "R" to lock-action
    call "roglock" using lock-request
    display function trim(stopReason)
    goback.
  perform collectSeasonRuns.
  move "R" to lock-action.
  call "roglock" using lock-request.
  perform sortResults.
  perform placeDailyRuns.
  perform sortStandings.
  open output report-file.
  perform writeHeading.
  perform writeDailyResults.
  perform writeSeasonTable.
  perform writeSeasonTotals.
  close report-file.
  display "Season standings written to rogseason.rpt".
  move rankedRuns to countDisplay.
  display "Runs ranked:    " countDisplay.
  move standingCount to countDisplay.
  display "Players placed: " countDisplay.
  goback.

*> -------------------------------------
*> Section: askSeason
*> The first and last days of the
*> season - real dates, in order, no
*> more than a year apart.
*> -------------------------------------
askSeason section.
  display "First day of the season (yyyymmdd): " with no advancing.
  perform askOneDate.
  if stopReason is not equal to spaces
    go to askSeason-exit.
  move checkDate to fromDate.
  display "Last day of the season  (yyyymmdd): " with no advancing.
  perform askOneDate.
  if stopReason is not equal to spaces
    go to askSeason-exit.
  move checkDate to toDate.
  if toDate < fromDate
    move "Last day is before the first." to stopReason
    go to askSeason-exit.
  if function integer-of-date(toDate)
      - function integer-of-date(fromDate) > 365
    move "A season can cover a year at most." to stopReason.
askSeason-exit.
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
*> Section: findLastClose
*> The latest cutoff on any player's
*> carry-forward record - the date the
*> last period close archived up to.
*> -------------------------------------
findLastClose section.
  move 0 to closedThrough.
  open input carry-file.
  if carry-file-status is not equal to "00"
    close carry-file
    go to findLastClose-exit.
  perform readCarryRecord.
  perform until carry-file-status is not equal to "00"
    if carry-through-date > closedThrough
      move carry-through-date to closedThrough
    end-if
    perform readCarryRecord
  end-perform.
  close carry-file.
findLastClose-exit.
  exit section.

*> -------------------------------------
*> Section: collectSeasonRuns
*> Walk the history for daily runs in
*> the season - a run is a daily when
*> its seed equals its yyyymmdd date -
*> and keep the ones that can be ranked.
*> -------------------------------------
collectSeasonRuns section.
  open input history-file.
  if history-file-status is not equal to "00"
    close history-file
    go to collectSeasonRuns-exit.
  perform readHistoryRecord.
  perform until history-file-status is not equal to "00"
    if history-seed is equal to history-date
        and history-date >= fromDate and history-date <= toDate
      add 1 to seasonRuns
      perform sortOutOneRun
    end-if
    perform readHistoryRecord
  end-perform.
  close history-file.
collectSeasonRuns-exit.
  exit section.

*> -------------------------------------
*> Section: sortOutOneRun
*> Anon, a repeat attempt, or a run the
*> audit flags is counted and left out;
*> anything else goes forward to be
*> ranked on its day.
*> -------------------------------------
sortOutOneRun section.
  move function upper-case(history-player) to attemptKey.
  if attemptKey is equal to "ANON"
    add 1 to anonRuns
    go to sortOutOneRun-exit.
  move "N" to attemptFound.
  perform varying attemptIdx from 1 by 1 until attemptIdx > attemptCount
    if attempt-date(attemptIdx) is equal to history-date
        and attempt-player(attemptIdx) is equal to attemptKey
      move "Y" to attemptFound
    end-if
  end-perform.
  if attempt-is-repeat
    add 1 to repeatRuns
    go to sortOutOneRun-exit.
  if attemptCount < 3000
    add 1 to attemptCount
    move history-date to attempt-date(attemptCount)
    move attemptKey to attempt-player(attemptCount).
  call "rogverify" using history-record verify-request.
  if verify-flagged
    add 1 to flaggedRuns
    go to sortOutOneRun-exit.
  if resultCount is not less than 3000
    add 1 to overflowRuns
    go to sortOutOneRun-exit.
  add 1 to resultCount.
  move history-date to result-date(resultCount).
  move history-player to result-player(resultCount).
  move history-score to result-score(resultCount).
  move history-turns to result-turns(resultCount).
  move history-level to result-level(resultCount).
  move 0 to result-place(resultCount).
  move 0 to result-points(resultCount).
sortOutOneRun-exit.
  exit section.

*> -------------------------------------
*> Section: sortResults
*> Selection sort of the ranked runs -
*> date ascending, then best score, then
*> fewest turns, within a date.
*> -------------------------------------
sortResults section.
  perform varying resultIdx from 1 by 1 until resultIdx > resultCount
    move resultIdx to resultPickIdx
    perform varying resultJdx from resultIdx by 1
        until resultJdx > resultCount
      if result-date(resultJdx) < result-date(resultPickIdx)
          or (result-date(resultJdx) = result-date(resultPickIdx)
          and result-score(resultJdx) > result-score(resultPickIdx))
          or (result-date(resultJdx) = result-date(resultPickIdx)
          and result-score(resultJdx) = result-score(resultPickIdx)
          and result-turns(resultJdx) < result-turns(resultPickIdx))
        move resultJdx to resultPickIdx
      end-if
    end-perform
    if resultPickIdx is not equal to resultIdx
      move result-entry(resultIdx) to result-swap
      move result-entry(resultPickIdx) to result-entry(resultIdx)
      move result-swap to result-entry(resultPickIdx)
    end-if
  end-perform.
  exit section.

*> -------------------------------------
*> Section: placeDailyRuns
*> Give each run its place on its day
*> and the points that go with it, and
*> carry them to the player's line in
*> the season table.
*> -------------------------------------
placeDailyRuns section.
  move 0 to leagueDate.
  perform varying resultIdx from 1 by 1 until resultIdx > resultCount
    if result-date(resultIdx) is not equal to leagueDate
      move result-date(resultIdx) to leagueDate
      add 1 to seasonDays
      move 0 to dayPosition
    end-if
    add 1 to dayPosition
    move dayPosition to result-place(resultIdx)
    if dayPosition > 1
      compute resultJdx = resultIdx - 1
      if result-score(resultJdx) is equal to result-score(resultIdx)
          and result-turns(resultJdx) is equal to result-turns(resultIdx)
        move result-place(resultJdx) to result-place(resultIdx)
      end-if
    end-if
    if result-place(resultIdx) <= 10
      move position-points(result-place(resultIdx))
        to result-points(resultIdx)
    end-if
    add 1 to rankedRuns
    perform creditStanding
  end-perform.
  exit section.

*> -------------------------------------
*> Section: creditStanding
*> Add the run at resultIdx to its
*> player's line, opening one if this
*> is their first ranked run.
*> -------------------------------------
creditStanding section.
  move function upper-case(result-player(resultIdx)) to attemptKey.
  move 0 to standingSlot.
  perform varying standingIdx from 1 by 1
      until standingIdx > standingCount
    if standing-key(standingIdx) is equal to attemptKey
      move standingIdx to standingSlot
    end-if
  end-perform.
  if standingSlot is equal to 0
    if standingCount is not less than 300
      go to creditStanding-exit
    end-if
    add 1 to standingCount
    move standingCount to standingSlot
    move attemptKey to standing-key(standingSlot)
    move result-player(resultIdx) to standing-player(standingSlot)
    move 0 to standing-points(standingSlot)
    move 0 to standing-days(standingSlot)
    move 0 to standing-wins(standingSlot)
    move 0 to standing-best(standingSlot)
    move 99999 to standing-best-turns(standingSlot).
  add result-points(resultIdx) to standing-points(standingSlot).
  add 1 to standing-days(standingSlot).
  if result-place(resultIdx) is equal to 1
    add 1 to standing-wins(standingSlot).
  if result-score(resultIdx) > standing-best(standingSlot)
      or (result-score(resultIdx) = standing-best(standingSlot)
      and result-turns(resultIdx) < standing-best-turns(standingSlot))
    move result-score(resultIdx) to standing-best(standingSlot)
    move result-turns(resultIdx) to standing-best-turns(standingSlot).
creditStanding-exit.
  exit section.

*> -------------------------------------
*> Section: sortStandings
*> Selection sort of the season table -
*> most points, then best single score,
*> then fewest turns for that score.
*> -------------------------------------
sortStandings section.
  perform varying standingIdx from 1 by 1
      until standingIdx > standingCount
    move standingIdx to standingPickIdx
    perform varying standingJdx from standingIdx by 1
        until standingJdx > standingCount
      if standing-points(standingJdx) > standing-points(standingPickIdx)
          or (standing-points(standingJdx)
            = standing-points(standingPickIdx)
          and standing-best(standingJdx) > standing-best(standingPickIdx))
          or (standing-points(standingJdx)
            = standing-points(standingPickIdx)
          and standing-best(standingJdx) = standing-best(standingPickIdx)
          and standing-best-turns(standingJdx)
            < standing-best-turns(standingPickIdx))
        move standingJdx to standingPickIdx
      end-if
    end-perform
    if standingPickIdx is not equal to standingIdx
      move standing-entry(standingIdx) to standing-swap
      move standing-entry(standingPickIdx) to standing-entry(standingIdx)
      move standing-swap to standing-entry(standingPickIdx)
    end-if
  end-perform.
  exit section.

*> -------------------------------------
*> Section: writeDailyResults
*> Each day of the season, its runs in
*> finishing order with the points won.
*> -------------------------------------
writeDailyResults section.
  move "DAILY RESULTS" to report-line.
  write report-line.
  if resultCount is equal to 0
    move "  No ranked daily runs in the season." to report-line
    write report-line
    go to writeDailyResults-exit.
  move "  DATE      PLACE  PLAYER        SCORE   TURNS  DEPTH  POINTS"
    to report-line.
  write report-line.
  move 0 to leagueDate.
  perform varying resultIdx from 1 by 1 until resultIdx > resultCount
    move result-place(resultIdx) to placeDisplay
    move result-score(resultIdx) to scoreDisplay
    move result-turns(resultIdx) to turnsDisplay
    move result-level(resultIdx) to levelDisplay
    move result-points(resultIdx) to pointsDisplay
    move spaces to report-line
    if result-date(resultIdx) is not equal to leagueDate
      move result-date(resultIdx) to leagueDate
      string "  " result-date(resultIdx) "   " placeDisplay "  "
        result-player(resultIdx) "  " scoreDisplay "  " turnsDisplay
        "  " levelDisplay "     " pointsDisplay
        delimited by size into report-line
    else
      string "             " placeDisplay "  "
        result-player(resultIdx) "  " scoreDisplay "  " turnsDisplay
        "  " levelDisplay "     " pointsDisplay
        delimited by size into report-line
    end-if
    write report-line
  end-perform.
writeDailyResults-exit.
  move spaces to report-line.
  write report-line.
  exit section.

*> -------------------------------------
*> Section: writeSeasonTable
*> The cumulative table.  Players level
*> on points, best score and turns share
*> a place.
*> -------------------------------------
writeSeasonTable section.
  move "SEASON TABLE" to report-line.
  write report-line.
  if standingCount is equal to 0
    move "  Nobody placed this season." to report-line
    write report-line
    go to writeSeasonTable-exit.
  move "  PLACE  PLAYER        POINTS  DAYS  WINS  BEST    TURNS"
    to report-line.
  write report-line.
  perform varying standingIdx from 1 by 1
      until standingIdx > standingCount
    move standingIdx to tablePosition
    if standingIdx > 1
      compute standingJdx = standingIdx - 1
      if standing-points(standingJdx) = standing-points(standingIdx)
          and standing-best(standingJdx) = standing-best(standingIdx)
          and standing-best-turns(standingJdx)
            = standing-best-turns(standingIdx)
        move lastPosition to tablePosition
      end-if
    end-if
    move tablePosition to lastPosition
    move tablePosition to placeDisplay
    move standing-points(standingIdx) to pointsDisplay
    move standing-days(standingIdx) to daysDisplay
    move standing-best(standingIdx) to scoreDisplay
    move standing-best-turns(standingIdx) to turnsDisplay
    move standing-wins(standingIdx) to winsDisplay
    move spaces to report-line
    string "   " placeDisplay "  " standing-player(standingIdx) "  "
      pointsDisplay "  " daysDisplay "  " winsDisplay "  "
      scoreDisplay "  " turnsDisplay
      delimited by size into report-line
    write report-line
  end-perform.
  move spaces to report-line.
  write report-line.
  move "  Points by place: 25 18 15 12 10 8 6 4 2 1 for the top ten."
    to report-line.
  write report-line.
  move "  Ties: best single score, then fewest turns for that score."
    to report-line.
  write report-line.
writeSeasonTable-exit.
  move spaces to report-line.
  write report-line.
  exit section.

*> -------------------------------------
*> Section: writeSeasonTotals
*> What became of every daily run in
*> the season.
*> -------------------------------------
writeSeasonTotals section.
  move seasonRuns to countDisplay.
  move spaces to report-line.
  string "Daily runs in the season:      " countDisplay
    delimited by size into report-line.
  write report-line.
  move rankedRuns to countDisplay.
  move spaces to report-line.
  string "Ranked:                        " countDisplay
    delimited by size into report-line.
  write report-line.
  move seasonDays to countDisplay.
  move spaces to report-line.
  string "Days with a ranked run:        " countDisplay
    delimited by size into report-line.
  write report-line.
  move repeatRuns to countDisplay.
  move spaces to report-line.
  string "Left out - not first that day: " countDisplay
    delimited by size into report-line.
  write report-line.
  move flaggedRuns to countDisplay.
  move spaces to report-line.
  string "Left out - flagged by audit:   " countDisplay
    delimited by size into report-line.
  write report-line.
  move anonRuns to countDisplay.
  move spaces to report-line.
  string "Left out - played as Anon:     " countDisplay
    delimited by size into report-line.
  write report-line.
  if overflowRuns > 0
    move overflowRuns to countDisplay
    move spaces to report-line
    string "Left out - table full:         " countDisplay
      delimited by size into report-line
    write report-line.
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
*> Section: readCarryRecord
*> Read the next carry-forward record,
*> if there is one.
*> -------------------------------------
readCarryRecord section.
  read carry-file
    at end move "10" to carry-file-status.
  exit section.

*> -------------------------------------
*> Section: writeHeading
*> Title block at the top of the
*> report.
*> -------------------------------------
writeHeading section.
  move "========================================" to report-line.
  write report-line.
  move " COBOL ROGUE - SEASON STANDINGS" to report-line.
  write report-line.
  accept reportDate from date yyyymmdd.
  move spaces to report-line.
  string " Prepared " reportDate delimited by size into report-line.
  write report-line.
  move spaces to report-line.
  string " Season " fromDate " to " toDate
    delimited by size into report-line.
  write report-line.
  move "========================================" to report-line.
  write report-line.
  move spaces to report-line.
  write report-line.
  exit section.

end program rogseason.
