    03 player-turns-best pic 9(5) usage is binary.
    03 player-depth-best pic 9(2) usage is binary.
    03 player-cause-count pic 9(2) usage is binary.
    03 player-cause-entry occurs 20 times.
      04 player-cause-text pic x(20).
      04 player-cause-runs pic 9(5) usage is binary.

      move scanIdx to slotIdx
    end-if
  end-perform.
  if slotIdx is equal to 0 and player-cause-count(playerSlot) < 20
    add 1 to player-cause-count(playerSlot)
    move player-cause-count(playerSlot) to slotIdx
    move history-cause to player-cause-text(playerSlot, slotIdx)
