      *> history_load; dashboard, history_trend, history_rollup and
      *> history_inquiry read it directly instead of probing hundreds
      *> of per-date files. Runs before run-number stamping load with
      *> run number zero. HMX-Phase is the day's time per phase
      *> (input parse, computation, report writing) from the daily
      *> line's PH= stamp - zero for runs before phases were timed.
      *> HMX-MF is the fingerprint of the day's load module as the
      *> run found it (MF= stamp, module_fp) - blank for runs before
      *> modules were fingerprinted. HMX-Parts is each part's
      *> outcome from the PT= stamp (P pass, A alternate answer, R
      *> passed on the retry, F fail, S skipped, Q part quarantined)
      *> - blank for runs before parts were tracked.
       01 HMX-REC.
         02 HMX-Key.
           03 HMX-Date PIC X(8).
         02 HMX-Elapsed PIC 9(6).
         02 HMX-Input PIC X(40).
         02 HMX-FP PIC X(20).
         02 HMX-Phase.
           03 HMX-Parse-CS PIC 9(6).
           03 HMX-Compute-CS PIC 9(6).
           03 HMX-Report-CS PIC 9(6).
         02 HMX-MF PIC X(20).
         02 HMX-Parts.
           03 HMX-Part-1 PIC X(1).
           03 HMX-Part-2 PIC X(1).
