  02 cat-in-name pic x(12).
  02 filler pic x(1).
  02 cat-in-value pic 9(4).
  02 filler pic x(1).
  *> damage per shot - wands and darts only.
  02 cat-in-power pic 9(2).
  *> room for comment text past the fields, as for the bestiary.
  02 filler pic x(52).

working-storage section.

    03 cat-glyph pic x(1).
    03 cat-name pic x(12).
    03 cat-value pic 9(4) usage is binary.
    03 cat-power pic 9(2) usage is binary.

*> Spawn roll scratch - which bestiary or catalog entries are
*> eligible on the level being generated, and the one the dice
01 keyCount pic 9(2) usage is binary.
01 goldCount pic 9(2) usage is binary.

*> The quest object - which depth the Amulet waits on (the
*> rules' AMULET-DEPTH), and the placed-yet counter for
*> seedAmulet.
01 amuletDepth pic 9(2) usage is binary value 10.
01 amuletCount pic 9(2) usage is binary.

*> The rules set the caller plays by - fetched again only when
*> the caller names a different one (zero for the current).
01 rulesAsked pic s9(5) usage is binary value -1.
copy "rulesreq.cpy".
copy "rulestbl.cpy".

*> Scratch subscripts, used by every loop in this program.
01 brushRow pic 9(2) usage is binary.
01 brushCol pic 9(2) usage is binary.
  02 startPlayerX pic 9(2) usage is binary.
  02 startPlayerY pic 9(2) usage is binary.
  02 genDungeonLevel pic 9(2) usage is binary.
  02 genRulesVersion pic 9(4) usage is binary.

procedure division using map-table monster-table item-table
    dungeon-linkage.
*> Generate the dungeon, innit
*> -------------------------------
genDungeon.
  if genRulesVersion is not equal to rulesAsked
    perform fetchRules.
  if bestiaryLoaded is not equal to "Y"
    perform loadBestiary
    move "Y" to bestiaryLoaded.
  move cat-glyph(catalogPick) to item-type(item-idx).
  move cat-name(catalogPick) to item-name(item-idx).
  move cat-value(catalogPick) to item-value(item-idx).
  move cat-power(catalogPick) to item-power(item-idx).
  move cat-glyph(catalogPick) to map-cell(brushRow, brushCol).
seedOneItem-exit.
  exit.
        and cat-in-min is numeric
        and cat-in-max is numeric
        and cat-in-value is numeric
        and (cat-in-power is numeric
          or (cat-in-glyph is not equal to "/"
            and cat-in-glyph is not equal to "("))
      add 1 to catalog-count
      move cat-in-min to cat-min-level(catalog-count)
      move cat-in-max to cat-max-level(catalog-count)
      move cat-in-glyph to cat-glyph(catalog-count)
      move cat-in-name to cat-name(catalog-count)
      move cat-in-value to cat-value(catalog-count)
      if cat-in-power is numeric
        move cat-in-power to cat-power(catalog-count)
      else
        move 0 to cat-power(catalog-count)
      end-if
    end-if
    perform readCatalogLine
  end-perform.
  move 1 to cat-min-level(3) move 99 to cat-max-level(3)
  move ")" to cat-glyph(3) move "a dagger" to cat-name(3)
  move 3 to cat-value(3).
  move 0 to cat-power(1) cat-power(2) cat-power(3).
loadCatalog-exit.
  exit section.

  move brushRow to item-y(item-idx).
  move "~" to item-type(item-idx).
  move "a key" to item-name(item-idx).
  move 0 to item-power(item-idx).
  move 0 to item-value(item-idx).
  move "~" to map-cell(brushRow, brushCol).
seedOneKey-exit.
  move brushRow to item-y(item-idx).
  move "$" to item-type(item-idx).
  move "gold pieces" to item-name(item-idx).
  move 0 to item-power(item-idx).
  compute item-value(item-idx) =
    5 + (function random * genDungeonLevel * 15).
  move "$" to map-cell(brushRow, brushCol).
  move brushRow to item-y(item-idx).
  move "," to item-type(item-idx).
  move "the Amulet" to item-name(item-idx).
  move 0 to item-power(item-idx).
  move 0 to item-value(item-idx).
  move "," to map-cell(brushRow, brushCol).
seedOneAmulet-exit.
  exit section.


*> -------------------------------------
*> Section: fetchRules
*>
*> Take the Amulet's depth from the
*> rules set the caller plays by.  The
*> caller has already refused a bad
*> rules file, so a failed fetch just
*> leaves the last depth in place.
*> -------------------------------------
fetchRules section.
  move genRulesVersion to rulesAsked.
  move genRulesVersion to rules-wanted.
  call "rogrules" using rules-request game-rules.
  if rules-ok
    move rules-amulet-depth to amuletDepth.
  exit section.


end program dungeon.
