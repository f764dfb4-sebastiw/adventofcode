      *> Record layout of the named test suite master
      *> (suite_master.txt), kept by suite_maint. Each suite is one
      *> header record (STE-Type "H") carrying its description and
      *> any number of member records (STE-Type "M"), one per
      *> year/day/input row the suite runs. A member's parameters,
      *> when given, replace that day's registry parameters for the
      *> suite run only; a blank parameter keeps the registry's.
      *> A blank member input runs every approved answer of the day.
      *> test_all --suite=NAME runs the members in file order.
       01 STE-REC.
         02 STE-Name PIC X(12).
         02 STE-Type PIC X(1).
         02 STE-Body PIC X(80).
         02 STE-Header REDEFINES STE-Body.
           03 STE-Desc PIC X(50).
           03 FILLER PIC X(30).
         02 STE-Member REDEFINES STE-Body.
           03 STE-Year PIC X(4).
           03 STE-Day PIC X(2).
           03 STE-Input PIC X(40).
           03 STE-Param-1 PIC X(10).
           03 STE-Param-2 PIC X(10).
           03 STE-Param-3 PIC X(10).
           03 FILLER PIC X(4).
