*> -------------------------------------
*> Copybook: plyrreg
*>
*> Player register record - one per
*> player in the keyed file rogplyr.dat.
*> The key is the name folded to upper
*> case, so "bob" and "Bob" are one
*> player; reg-name is how the name is
*> written on every history record.
*> A player merged into another keeps a
*> record pointing at the survivor, so
*> the old name still finds its owner.
*> Lifetime totals count every run
*> written since the player joined.
*> Shared by rogue.cob (lookup at the
*> start of a run, totals at the end)
*> and rogplyrm.cob (maintenance).
*> -------------------------------------
01 register-record.
  02 reg-key pic x(12).
  02 reg-name pic x(12).
  02 reg-status pic x(1).
    88 reg-is-active value "A".
    88 reg-is-deactivated value "D".
    88 reg-is-merged value "M".
  02 reg-merged-into pic x(12).
  02 reg-joined pic 9(8).
  02 reg-last-played pic 9(8).
  02 reg-runs pic 9(6).
  02 reg-score-total pic 9(9).
  02 reg-best-score pic 9(6).
  02 reg-best-depth pic 9(2).
  02 reg-kills pic 9(7).
  02 reg-gold pic 9(9).
  02 reg-turns pic 9(9).
  02 reg-escapes pic 9(5).
