*>   "%"  food ration
*>   "~"  key
*>   "$"  gold pile
*>   "/"  a wand
*>   "("  darts
*>   ","  the Amulet
*>   "+"  closed door
*>   "*"  locked door
