      *> Record layout of the side-output manifest (side_archive.txt).
      *> After every day program test_all hands the program's side
      *> files (the fixed-name reports and traces listed against it
      *> in side_outputs.txt) to side_archive, which moves each one
      *> into the run's own archive directory,
      *>   archive/<run-date>_r<run-number>/
      *> and appends one row here per file archived. run_inquiry and
      *> the dashboard find a past run's side outputs through it.
       01 SAR-REC.
         02 SAR-Run-Date PIC X(8).
         02 SAR-Run-Number PIC 9(6).
         02 SAR-Year PIC X(4).
         02 SAR-Day PIC X(2).
         02 SAR-Program PIC X(20).
         02 SAR-Input PIC X(40).
         02 SAR-File PIC X(40).
         02 SAR-Records PIC 9(8).
         02 SAR-Archive-Name PIC X(120).
