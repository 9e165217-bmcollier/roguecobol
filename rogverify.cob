*> -------------------------------------
*> Run verification
*> Subprogram for COBOL Rogue - audits
*> one run-history record.  The record
*> must name a rules version on file,
*> its score must equal what its own
*> gold, depth, kills and cause imply
*> under those rules, and its turn
*> count has to be able to support the
*> rest of it.  Called by the score
*> audit and the league programs, so a
*> run counts as verified by the same
*> tests wherever it is ranked.
*> -------------------------------------
identification division.
program-id. rogverify.

data division.

working-storage section.

*> The rules set in hand - fetched from rogrules whenever a
*> record names a different version to the last.
copy "rulesreq.cpy".
copy "rulestbl.cpy".
01 rulesInHand pic s9(5) usage is binary value -1.

*> The score the record's own fields imply - the same formula
*> the game uses when it writes the record: gold, deepest level
*> and kills each times their weight, plus the bonus for
*> escaping with the Amulet, all as set in the rules version
*> the run was played under.
01 expectedScore pic 9(6) usage is binary.

*> Display copies for the problem lines.
01 versionDisplay pic 9(4).
01 scoreDisplay pic 9(6).
01 expectDisplay pic 9(6).
01 levelDisplay pic 9(2).
01 problemText pic x(60).

linkage section.
copy "histrec.cpy".
copy "verifyreq.cpy".

procedure division using history-record verify-request.

*> -------------------------------------
*> Section: verifyRun
*> Put the record's rules in hand, then
*> run the checks.
*> -------------------------------------
verifyRun.
  move "00" to verify-status.
  move 0 to verify-problem-count.
  move spaces to verify-problem(1) verify-problem(2) verify-problem(3).
  *> version zero would fetch the current set - it is never a
  *> version a run was played under.
  if history-rules-version is equal to 0
    move "23" to rules-status
    move -1 to rulesInHand
  else
    if history-rules-version is not equal to rulesInHand
      move history-rules-version to rules-wanted
      call "rogrules" using rules-request game-rules
      move history-rules-version to rulesInHand
    end-if
  end-if.
  if not rules-ok
    move history-rules-version to versionDisplay
    move spaces to problemText
    string "rules version " versionDisplay " is not in rogrule.dat"
      delimited by size into problemText
    perform addProblem
    go to verifyRun-turns.
  compute expectedScore = (history-gold * rules-score-per-gold)
    + (history-level * rules-score-per-depth)
    + (history-kills * rules-score-per-kill)
    on size error move 999999 to expectedScore
  end-compute.
  if history-cause is equal to "Escaped with Amulet"
    add rules-score-escape-bonus to expectedScore
      on size error move 999999 to expectedScore
    end-add.
  if expectedScore is not equal to history-score
    move history-score to scoreDisplay
    move expectedScore to expectDisplay
    move spaces to problemText
    string "score " scoreDisplay " does not reconcile (expected "
      expectDisplay ")" delimited by size into problemText
    perform addProblem.
verifyRun-turns.
  if history-turns is equal to 0 and history-level > 1
    move history-level to levelDisplay
    move spaces to problemText
    string "zero turns yet depth " levelDisplay
      delimited by size into problemText
    perform addProblem.
  if history-turns is equal to 0 and history-kills > 0
    move "zero turns yet kills recorded" to problemText
    perform addProblem.
  exit program.

*> -------------------------------------
*> Section: addProblem
*> Flag the record and keep the line
*> describing the fault.
*> -------------------------------------
addProblem section.
  move "10" to verify-status.
  if verify-problem-count < 3
    add 1 to verify-problem-count
    move problemText to verify-problem(verify-problem-count).
  exit section.

end program rogverify.
