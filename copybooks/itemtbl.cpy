*> Shared item-table layout - items the
*> dungeon seeds onto floor tiles and
*> rogue.cob picks up into the player's
*> inventory-table.  item-power is the
*> damage per shot of a wand or darts,
*> zero for everything else.
*> -------------------------------------
01 item-table.
  02 item-entry occurs 20 times indexed by item-idx.
    03 item-type pic x(1).
    03 item-name pic x(12).
    03 item-value pic 9(4) usage is binary.
    03 item-power pic 9(2) usage is binary.
