      *> Record layout of the run sign-off register (run_signoff.txt),
      *> written by run_signoff and read by run_inquiry. One record
      *> per decision, appended in time order; the last record for a
      *> run number is its standing decision. A HELD run may be
      *> reviewed again and released later; a RELEASED run's CSV and
      *> dashboard have gone to the outbound area and it is final.
      *> The review items are kept as the shift lead saw them:
      *>   SGN-Reconcile-CC  run_reconcile condition code (0 clean)
      *>   SGN-Open-Alerts   alert headers for the run still open
      *>   SGN-Balance       Y balanced, N out of balance (count in
      *>                     SGN-Balance-CNT), ? no trailer to read
      *>   SGN-Audit-Breach  audit budget alerts raised that day
       01 SGN-REC.
         02 SGN-Run-Number PIC 9(6).
         02 SGN-Run-Date PIC X(8).
         02 SGN-Decision PIC X(8).
         02 SGN-User PIC X(8).
         02 SGN-Date PIC X(8).
         02 SGN-Time PIC X(6).
         02 SGN-Reconcile-CC PIC 9(2).
         02 SGN-Open-Alerts PIC 9(4).
         02 SGN-Balance PIC X(1).
         02 SGN-Balance-CNT PIC 9(4).
         02 SGN-Audit-Breach PIC 9(4).
         02 SGN-Note PIC X(60).
