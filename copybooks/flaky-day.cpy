      *> Record layout of the flaky-day list (flaky_days.txt),
      *> rewritten by flaky_report on every pass over the history
      *> master. One row per day whose outcome keeps flipping between
      *> pass and fail on an unchanged input: Pairs is how many of
      *> its recent runs could be compared with the run before them
      *> on the same input and fingerprint, Flips how many of those
      *> changed outcome, Rate the flips as a percentage of the
      *> pairs. Pattern is the runs oldest first - P pass, F fail,
      *> R passed on retry, "/" where the input's fingerprint moved.
      *> Each part of a day is scored on its own; Part says which
      *> (1 or 2) is flipping.
      *> The dashboard lists these days under their own heading.
       01 FLK-REC.
         02 FLK-Asof-Date PIC X(8).
         02 FLK-YearDay PIC X(10).
         02 FLK-Program PIC X(60).
         02 FLK-Pairs PIC 9(3).
         02 FLK-Flips PIC 9(3).
         02 FLK-Rate PIC 9(3).
         02 FLK-Pattern PIC X(60).
         02 FLK-Part PIC X(1).
