      *> Record layout of the calendar rule set (calendar_rules.txt),
      *> read by calendar_gen. One rule per line:
      *>   CRL-Type  W weekly no-run night - CRL-Weekday MON, TUE,
      *>               WED, THU, FRI, SAT or SUN
      *>             F freeze - no run from CRL-From through CRL-To
      *>               (YYYYMMDD, both nights included)
      *> CRL-Note goes on the calendar for the nights the rule
      *> stops. A line that is blank or starts with "*" is a comment.
       01 CRL-REC.
         02 CRL-Type PIC X(1).
         02 FILLER PIC X(1).
         02 CRL-Range.
           03 CRL-From PIC X(8).
           03 FILLER PIC X(1).
           03 CRL-To PIC X(8).
         02 CRL-Weekly REDEFINES CRL-Range.
           03 CRL-Weekday PIC X(3).
           03 FILLER PIC X(14).
         02 FILLER PIC X(1).
         02 CRL-Note PIC X(40).
