*> -------------------------------------
*> Copybook: verifyreq
*>
*> Call block for the rogverify
*> subprogram, which audits one
*> run-history record.  Status "00"
*> means the record checks out; "10"
*> that it was flagged - verify-problem
*> then holds one line per fault found,
*> verify-problem-count of them.
*> -------------------------------------
01 verify-request.
  02 verify-status pic x(2).
    88 verify-clean value "00".
    88 verify-flagged value "10".
  02 verify-problem-count pic 9(1) usage is binary.
  02 verify-problem pic x(60) occurs 3 times.
