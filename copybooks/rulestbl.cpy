*> -------------------------------------
*> Copybook: rulestbl
*>
*> One set of game rules, as kept in the
*> rules file rogrule.dat and handed out
*> by the rogrules subprogram.  The game
*> plays by the current set, stamps its
*> version on every history record, and
*> rogaudit checks each record against
*> the set it names.
*>
*> rules-value-list views the same rules
*> as a table, in rogrule.dat keyword
*> order (see rogrules.cob) - keep the
*> two in step when adding a rule.
*> -------------------------------------
01 game-rules.
  02 rules-version pic 9(4) usage is binary.
  02 rules-values.
    *> the character a new run starts with
    03 rules-start-hp pic 9(6) usage is binary.
    03 rules-start-attack pic 9(6) usage is binary.
    03 rules-start-defense pic 9(6) usage is binary.
    03 rules-start-food pic 9(6) usage is binary.
    *> food - the pack's ceiling and the hunger warnings
    03 rules-food-max pic 9(6) usage is binary.
    03 rules-hungry-at pic 9(6) usage is binary.
    03 rules-weak-at pic 9(6) usage is binary.
    *> levelling up - xp needed is level times the factor
    03 rules-level-xp-factor pic 9(6) usage is binary.
    03 rules-level-hp-gain pic 9(6) usage is binary.
    03 rules-level-attack-gain pic 9(6) usage is binary.
    03 rules-level-defense-gain pic 9(6) usage is binary.
    *> automatic checkpoint interval, in turns
    03 rules-checkpoint-every pic 9(6) usage is binary.
    *> the depth the Amulet waits on
    03 rules-amulet-depth pic 9(6) usage is binary.
    *> the trader on the stairs - values and prices, the
    *> potion and blade ones rising with the depth
    03 rules-ration-food pic 9(6) usage is binary.
    03 rules-ration-price pic 9(6) usage is binary.
    03 rules-potion-base pic 9(6) usage is binary.
    03 rules-potion-per-level pic 9(6) usage is binary.
    03 rules-potion-price-base pic 9(6) usage is binary.
    03 rules-potion-price-per-lvl pic 9(6) usage is binary.
    03 rules-blade-base pic 9(6) usage is binary.
    03 rules-blade-level-divisor pic 9(6) usage is binary.
    03 rules-blade-price-base pic 9(6) usage is binary.
    03 rules-blade-price-per-lvl pic 9(6) usage is binary.
    *> the final score
    03 rules-score-per-gold pic 9(6) usage is binary.
    03 rules-score-per-depth pic 9(6) usage is binary.
    03 rules-score-per-kill pic 9(6) usage is binary.
    03 rules-score-escape-bonus pic 9(6) usage is binary.
  02 rules-value-list redefines rules-values.
    03 rules-value pic 9(6) usage is binary occurs 27 times.
