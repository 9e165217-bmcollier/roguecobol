*> carries the item's effect magnitude
*> from the catalog - HP healed for a
*> potion, food restored for a ration,
*> the bonus granted for a weapon, the
*> charges left in a wand, the darts
*> left in a stack.  inv-power is the
*> damage a wand's bolt or a dart does.
*> -------------------------------------
01 inventory-table.
  02 inventory-count pic 9(2) usage is binary value 0.
    03 inv-type pic x(1).
    03 inv-name pic x(12).
    03 inv-value pic 9(4) usage is binary.
    03 inv-power pic 9(2) usage is binary.
