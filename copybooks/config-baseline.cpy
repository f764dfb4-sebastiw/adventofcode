      *> Record layout of a configuration baseline
      *> (config_base_<run-date>_<run-number>.txt), written by
      *> config_baseline SNAP after a run is released and read back
      *> by config_baseline DIFF. One record per setting of the
      *> control files that shape the nightly run:
      *>   CFB-File   the control file (registry.idx for the day
      *>              registry's program, SLA, parameter and
      *>              effective-date columns)
      *>   CFB-Key    the setting: the profile key, retention type,
      *>              chain step, budgeted program, run-control
      *>              entry, year/day of an input rule or registry
      *>              entry; a key repeated in one file is numbered
      *>              "#2", "#3", ...
      *>   CFB-Value  the rest of the setting as it stood
      *> Each file also gets a "*FILE" record, PRESENT or MISSING, so
      *> a control file that went away shows as drift. The first
      *> record of a baseline is a "*BASELINE" header: CFB-Key holds
      *> RUN=nnnnnn DATE=yyyymmdd, CFB-Value when it was taken.
       01 CFB-REC.
         02 CFB-File PIC X(20).
         02 CFB-Key PIC X(40).
         02 CFB-Value PIC X(150).
