      *> Record layout of the archive library catalog
      *> (archive_catalog.txt), one line per artifact packed into an
      *> archive volume before housekeeping removed it. Written by
      *> archive_lib STORE, searched by archive_lib FIND (spool_search,
      *> run_inquiry) and by archive_restore.
      *>   ARC-Name      the artifact as it stood on disk, e.g.
      *>                 spool/20260301_2022_01_calorie_counting.txt
      *>   ARC-Type      the retention rule that removed it (SPOOL,
      *>                 CSV, DASHBOARD, ANOMALY, FAILPACK)
      *>   ARC-Run-Date  the run date the artifact belongs to
      *>   ARC-Run       the run number: from the name of a failure
      *>                 pack, otherwise the last run logged for the
      *>                 run date in run_log.txt (zero when none)
      *>   ARC-Volume    the volume it was packed into: AVyyyymmdd,
      *>                 the date it was archived, held as
      *>                 <ARCHIVEDIR>/AVyyyymmdd.vol
      *>   ARC-Lines     the number of lines packed
      *>   ARC-Stamp     when it was packed; the member's header line
      *>                 in the volume carries the same stamp, so an
      *>                 artifact archived twice restores the right
      *>                 copy
       01 ARC-REC.
         02 ARC-Name PIC X(100).
         02 ARC-Type PIC X(10).
         02 ARC-Run-Date PIC X(8).
         02 ARC-Run PIC X(6).
         02 ARC-Volume PIC X(12).
         02 ARC-Lines PIC 9(7).
         02 ARC-Stamp PIC X(14).
