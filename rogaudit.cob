*> re-derives each record's score from
*> its own fields, and flags anything
*> that doesn't reconcile or can't have
*> happened.  Each run is checked by
*> the rules version it carries, so a
*> change to rogrule.dat never throws
*> older runs out.  Also prints the daily-
*> dungeon league table from verified
*> records only, so bragging rights
*> rest on numbers that check out - and
*> only a player's first daily run of
*> the day is ranked.
*> -------------------------------------
identification division.
program-id. rogaudit.
01 verifiedTotal pic 9(6) usage is binary value 0.
01 flaggedTotal pic 9(6) usage is binary value 0.

*> The current rules set, checked before anything is audited -
*> rogverify fetches each record's own version as it goes.
copy "rulesreq.cpy".
copy "rulestbl.cpy".
01 currentRulesVersion pic 9(4).
01 versionDisplay pic 9(4).

*> What rogverify made of the record in hand.
copy "verifyreq.cpy".
01 problemIdx pic 9(1) usage is binary.

*> Whether the record being audited survived every check.
01 recordClean pic x(1) value "Y".
  02 dswap-turns pic 9(5).
  02 dswap-level pic 9(2).

*> Every daily run seen, verified or not, by date and player
*> (upper-cased) - a player's first daily of the day is the one
*> that stands, so a later attempt is listed rather than ranked.
01 attempt-table.
  02 attemptCount pic 9(4) usage is binary value 0.
  02 attempt-entry occurs 1000 times.
    03 attempt-date pic 9(8).
    03 attempt-player pic x(12).
01 attemptIdx pic 9(4) usage is binary.
01 attemptKey pic x(12).
01 attemptFound pic x(1).
  88 attempt-is-repeat value "Y".
01 repeat-table.
  02 repeatCount pic 9(3) usage is binary value 0.
  02 repeat-entry occurs 100 times.
    03 repeat-date pic 9(8).
    03 repeat-player pic x(12).
    03 repeat-score pic 9(6) usage is binary.
01 repeatIdx pic 9(3) usage is binary.

*> Scratch subscripts for the league sort and walk.
01 dailyIdx pic 9(3) usage is binary.
01 dailyJdx pic 9(3) usage is binary.
01 reportDate pic 9(8).
01 recordDisplay pic z(5)9.
01 scoreDisplay pic 9(6).
01 countDisplay pic z(5)9.
01 levelDisplay pic 9(2).

mainAudit.
  open output report-file.
  perform writeHeading.
  move 0 to rules-wanted.
  call "rogrules" using rules-request game-rules.
  if not rules-ok
    perform writeRulesFailure
    close report-file
    display "Audit not run - " function trim(rules-message)
    goback.
  move rules-version to currentRulesVersion.
  perform auditHistory.
  perform writeAuditTotals.
  perform writeLeagueSection.
    add 1 to runTotal
    move "Y" to recordClean
    perform auditOneRecord
    move "N" to attemptFound
    if history-seed is equal to history-date
      perform checkDailyAttempt
    end-if
    if record-is-clean
      add 1 to verifiedTotal
      if history-seed is equal to history-date
        if attempt-is-repeat
          perform rememberRepeatRun
        else
          perform rememberDailyRun
        end-if
      end-if
    else
      add 1 to flaggedTotal

*> -------------------------------------
*> Section: auditOneRecord
*> Have rogverify check the record and
*> write one exception line for each
*> problem it found.
*> -------------------------------------
auditOneRecord section.
  move runTotal to recordDisplay.
  call "rogverify" using history-record verify-request.
  if verify-clean
    go to auditOneRecord-exit.
  move "N" to recordClean.
  perform varying problemIdx from 1 by 1
      until problemIdx > verify-problem-count
    move spaces to report-line
    string "  Record " recordDisplay ": "
      verify-problem(problemIdx) delimited by size into report-line
    write report-line
  end-perform.
auditOneRecord-exit.
  exit section.

*> -------------------------------------
*> Section: checkDailyAttempt
*> Has this player already had a daily
*> run on this date, further up the
*> file?  Note the attempt either way.
*> -------------------------------------
checkDailyAttempt section.
  move function upper-case(history-player) to attemptKey.
  perform varying attemptIdx from 1 by 1 until attemptIdx > attemptCount
    if attempt-date(attemptIdx) is equal to history-date
        and attempt-player(attemptIdx) is equal to attemptKey
      move "Y" to attemptFound
    end-if
  end-perform.
  if not attempt-is-repeat and attemptCount < 1000
    add 1 to attemptCount
    move history-date to attempt-date(attemptCount)
    move attemptKey to attempt-player(attemptCount).
  exit section.

*> -------------------------------------
*> Section: rememberRepeatRun
*> Keep a verified daily run that came
*> after the player's first of the day,
*> to be listed below the league.
*> -------------------------------------
rememberRepeatRun section.
  if repeatCount < 100
    add 1 to repeatCount
    move history-date to repeat-date(repeatCount)
    move history-player to repeat-player(repeatCount)
    move history-score to repeat-score(repeatCount).
  exit section.

*> -------------------------------------
  string "Records flagged:  " countDisplay
    delimited by size into report-line.
  write report-line.
  move currentRulesVersion to versionDisplay.
  move spaces to report-line.
  string "Current rules:    version " versionDisplay
    delimited by size into report-line.
  write report-line.
  move spaces to report-line.
  write report-line.
  exit section.
    write report-line
  end-perform.
writeLeagueSection-exit.
  if repeatCount > 0
    move spaces to report-line
    write report-line
    move "  Not ranked - the player's second or later daily that day:"
      to report-line
    write report-line
    perform varying repeatIdx from 1 by 1 until repeatIdx > repeatCount
      move repeat-score(repeatIdx) to scoreDisplay
      move spaces to report-line
      string "    " repeat-date(repeatIdx) "  " repeat-player(repeatIdx)
        "  " scoreDisplay delimited by size into report-line
      write report-line
    end-perform
  end-if.
  exit section.

*> -------------------------------------
  end-perform.
  exit section.

*> -------------------------------------
*> Section: writeRulesFailure
*> The rules file would not load, so no
*> score can be re-derived - say why and
*> audit nothing.
*> -------------------------------------
writeRulesFailure section.
  move "EXCEPTIONS" to report-line.
  write report-line.
  move "  The rules file will not load - no record audited:"
    to report-line.
  write report-line.
  move spaces to report-line.
  string "  " rules-message delimited by size into report-line.
  write report-line.
  exit section.

*> -------------------------------------
*> Section: readHistoryRecord
*> Read the next run record from the
