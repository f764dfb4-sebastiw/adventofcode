       IDENTIFICATION DIVISION.
       PROGRAM-ID. answers_backup.
      *> Generation manager for the answers master. Called by
      *> answers_maint, answers_approve and answers_restore just before
      *> they rewrite the indexed master (answers_master.idx): rotates
      *> the kept generations (answers_master.g1 newest .. g5 oldest,
      *> g5 dropped), exports the current master to g1 as a readable
