      *> (default watchdog centiseconds), RETENTION (history_rollup
      *> days), SPOOLDIR (spool directory name), SLOWCOUNT (dashboard
      *> slowest-N section), LAUNCHYEAR / LAUNCHINPUT (launcher
      *> screen defaults), ANOMRUNS / ANOMSIGMA (run_anomaly
      *> baseline depth and band width), SLARUNS / SLAPCT / SLAHEAD
      *> (sla_recommend window, percentile and headroom),
      *> FLAKYRUNS / FLAKYPCT (flaky_report window and threshold),
      *> OUTBOUNDDIR (run_signoff release area), HTMLDAYS (run
      *> dates listed on the html_index index page), CHGRATE
      *> (chargeback cost units per minute of elapsed run time),
      *> ARCHIVEDIR (archive library volume directory), PAGELEN
      *> (report_writer lines per printed page), CAPTIMEOUT /
      *> CAPMAXSIZE / CAPPROBES (capacity_search watchdog per probe,
      *> size cap and probes per day).
      *> A missing file or key just leaves the caller's compiled-in
      *> default in force.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
