      *> registry_convert. Active flag: "A" active, "I" deactivated
      *> by hand, "Q" quarantined - set automatically by test_all
      *> after three consecutive failing runs and released only by an
      *> explicit reactivate in registry_maint. "1" or "2" holds only
      *> that part of the day in quarantine: the day still runs and
      *> its other part is scored as usual. "P" pending onboarding:
      *> registered but kept out of every run until onboard_check
      *> finds it ready and registry_maint activates it.
      *> Effective dating: the entry is in force for business dates
      *> REGX-Eff-From through REGX-Eff-To (YYYYMMDD, blank = open
      *> ended), so a day added for a later date stays out of the run
      *> until then. Future-dated changes wait in registry_sched.txt
      *> (registry-schedule.cpy); registry_asof hands back the
      *> version in force for a business date.
       01 REGX-REC.
         02 REGX-Key.
           03 REGX-Year PIC X(4).
         02 REGX-Param-1 PIC X(10).
         02 REGX-Param-2 PIC X(10).
         02 REGX-Param-3 PIC X(10).
         02 REGX-Eff-From PIC X(8).
         02 REGX-Eff-To PIC X(8).
