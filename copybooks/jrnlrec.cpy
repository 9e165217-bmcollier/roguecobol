*> -------------------------------------
*> Copybook: jrnlrec
*>
*> Run-journal record layout - one line
*> per turn played, written to the live
*> journal and copied unchanged into
*> the rogjarc<slot>.dat archives.
*> Shared between rogue.cob (writer,
*> replay) and rogpace.cob (damage and
*> pacing report) so the two programs
*> agree on the record shape.
*> -------------------------------------
01 journal-record.
  02 jrnl-turn pic 9(5).
  02 jrnl-s1 pic x(1).
  02 jrnl-cmd pic x(1).
  02 jrnl-s2 pic x(1).
  02 jrnl-x pic 9(2).
  02 jrnl-s3 pic x(1).
  02 jrnl-y pic 9(2).
  02 jrnl-s4 pic x(1).
  02 jrnl-hp pic 9(3).
  02 jrnl-s5 pic x(1).
  02 jrnl-event pic x(60).
