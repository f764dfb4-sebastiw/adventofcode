      *> Result of the onboarding readiness check (onboard_check) for
      *> one registry entry: one row per item on the checklist, in
      *> a fixed order -
      *>    1 REGISTRY  program named on the registry entry
      *>    2 MODULE    <year>/<day>/<program>.cob in the tree
      *>    3 CALLABLE  <year>/<day>/<program>.so built, and not
      *>                older than its source
      *>    4 ANSWERS   at least one answers-master row for the day
      *>    5 INPUT     every input those rows name is on disk
      *>    6 OWNER     an owner_master.txt row for the day
      *>    7 SCHEMA    an input_rules.txt row for the day
      *>    8 BUDGET    an audit_budgets.txt row for the program
      *>    9 CATALOG   the day's inputs in input_catalog.txt
      *>   10 SLA       a non-zero SLA on the registry entry
      *> ONB-Item-Need "M" mandatory - a day with one missing is not
      *> ready and registry_maint will not activate it without an
      *> administrator override - or "A" advisory, reported only.
      *> ONB-Item-State "OK", "MISS" (mandatory item missing) or
      *> "WARN" (advisory item missing).
       01 ONB-RESULT.
         02 ONB-Missing-CNT PIC 9(2).
         02 ONB-Warn-CNT PIC 9(2).
         02 ONB-Missing-List PIC X(40).
         02 ONB-Item OCCURS 10 TIMES.
           03 ONB-Item-Name PIC X(8).
           03 ONB-Item-Need PIC X(1).
           03 ONB-Item-State PIC X(4).
           03 ONB-Item-Detail PIC X(50).
