*> -------------------------------------
*> Copybook: rulesreq
*>
*> Call block for the rogrules
*> subprogram - which rules version is
*> wanted (zero for the current one)
*> and how the request went.  Status
*> "00" means game-rules holds the set;
*> "23" the version isn't on file; "90"
*> rogrule.dat is missing or failed its
*> sanity checks - rules-message says
*> why, and nothing should be played or
*> audited on it.
*> -------------------------------------
01 rules-request.
  02 rules-wanted pic 9(4) usage is binary.
  02 rules-status pic x(2).
    88 rules-ok value "00".
    88 rules-version-unknown value "23".
    88 rules-file-bad value "90".
  02 rules-message pic x(60).
