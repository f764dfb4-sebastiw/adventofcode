      *> Record layout of the run-progress record, rewritten in
      *> place by test_all as the night goes: run_progress.txt for
      *> a whole run, run_progress_sliceNN.txt for slice NN of a
      *> --split run. Written when the run starts, when each day is
      *> handed to its program, when that day comes back and when
      *> the run ends; run_monitor refreshes its screen from it.
      *> Position and Total count the days of this run (or this
      *> slice); Done is how many have come back. Times are
      *> HHMMSSCC clock readings on the date beside them. The
      *> in-flight day is blank between days; its SLA and watchdog
      *> limit are zero when none applies. Forecast-Total is the
      *> pre-run duration forecast (zero when no budget was set),
      *> Forecast-Done the part of it belonging to the days done.
       01 PRG-REC.
         02 PRG-Run-Number PIC 9(6).
         02 PRG-Run-Date PIC X(8).
         02 PRG-Mode PIC X(1).
         02 PRG-Slice-No PIC 9(2).
         02 PRG-State PIC X(8).
         02 PRG-Start-Date PIC X(8).
         02 PRG-Start-Time PIC X(8).
         02 PRG-Update-Date PIC X(8).
         02 PRG-Update-Time PIC X(8).
         02 PRG-Position PIC 9(4).
         02 PRG-Total PIC 9(4).
         02 PRG-Done PIC 9(4).
         02 PRG-Failures PIC 9(6).
         02 PRG-Budget PIC 9(8).
         02 PRG-Budget-Spent PIC 9(8).
         02 PRG-Forecast-Total PIC 9(8).
         02 PRG-Forecast-Done PIC 9(8).
         02 PRG-Day-YearDay PIC X(10).
         02 PRG-Day-Program PIC X(20).
         02 PRG-Day-Start-Date PIC X(8).
         02 PRG-Day-Start-Time PIC X(8).
         02 PRG-Day-SLA PIC 9(6).
         02 PRG-Day-Timeout PIC 9(6).
