*> rogstats.cob (statistics report) so
*> the two programs agree on the
*> record shape.
*>
*> history-rules-version names the set
*> of rules in rogrule.dat the run was
*> played under, so rogaudit can check
*> an old run by the rules of its day.
*> -------------------------------------
01 history-record.
  02 history-date pic 9(8).
  02 history-score pic 9(6).
  02 history-seed pic 9(9).
  02 history-player pic x(12).
  02 history-rules-version pic 9(4).
