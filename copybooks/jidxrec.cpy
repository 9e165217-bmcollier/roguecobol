*> -------------------------------------
*> Copybook: jidxrec
*>
*> Journal archive catalogue record -
*> one line in rogjidx.dat per archived
*> run journal, naming its rogjarc slot.
*> Shared between rogue.cob (archiver,
*> replay picker) and rogpace.cob
*> (damage and pacing report).
*> -------------------------------------
01 jidx-record.
  02 jidx-slot pic 9(1).
  02 jidx-f1 pic x(1).
  02 jidx-date pic 9(8).
  02 jidx-f2 pic x(1).
  02 jidx-seed pic 9(9).
  02 jidx-f3 pic x(1).
  02 jidx-player pic x(12).
  02 jidx-f4 pic x(1).
  02 jidx-score pic 9(6).
