      *> Record layout of the load-module inventory
      *> (module_inventory.txt), rewritten by module_inventory on
      *> every pass. One row per module it knows of: the day
      *> program module of every registered day (DAY) and every
      *> service module named in service_modules.txt (SERVICE).
      *> Size, stamp and fingerprint are as module_fp returned them
      *> (MF=size-checksum); a module not on disk has them blank.
      *> MOD-Change compares with the inventory taken before it:
      *> NEW, SAME, CHANGED (content differs), REBUILT (same content,
      *> new stamp), MISSING (registered but no module on disk).
       01 MOD-REC.
         02 MOD-Taken-Date PIC X(8).
         02 MOD-Taken-Time PIC X(6).
         02 MOD-Kind PIC X(7).
         02 MOD-Module PIC X(60).
         02 MOD-Size PIC 9(10).
         02 MOD-Date PIC X(8).
         02 MOD-Time PIC X(6).
         02 MOD-FP PIC X(20).
         02 MOD-Change PIC X(8).
