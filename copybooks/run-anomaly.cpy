      *> Record layout of the unusual run-time file
      *> (run_anomalies_YYYYMMDD.txt), one per run date, written by
      *> run_anomaly. One row per good run of the date whose elapsed
      *> time fell outside the normal band of its day's recent good
      *> runs in the history master: SLOW above it, FAST below it.
      *> Mean and band are the baseline the run was judged against,
      *> Samples the number of good runs that baseline came from.
      *> The dashboard and owner_report list these as unusual run
      *> times, apart from SLA breaches.
       01 ANO-REC.
         02 ANO-Run-Date PIC X(8).
         02 ANO-Run PIC X(6).
         02 ANO-YearDay PIC X(10).
         02 ANO-Program PIC X(60).
         02 ANO-Direction PIC X(4).
         02 ANO-Elapsed PIC 9(6).
         02 ANO-Mean PIC 9(6).
         02 ANO-Low PIC 9(6).
         02 ANO-High PIC 9(6).
         02 ANO-Samples PIC 9(4).
