      *> Record layout of the registry change schedule
      *> (registry_sched.txt), kept by registry_maint. Each record is
      *> a pending, future-dated version of one day's registry entry:
      *> RSC-Version is a complete image of the registry record
      *> (registry-master-idx.cpy) that takes over on business date
      *> RSC-Eff-From. Until registry_maint promotes it into
      *> registry.idx, registry_asof applies it for any business date
      *> on or after RSC-Eff-From; of several due versions of a day
      *> the latest effective date wins. RSC-User and RSC-Stamp say
      *> who scheduled the change and when.
       01 RSC-REC.
         02 RSC-Version.
           03 RSC-Key.
             04 RSC-Year PIC X(4).
             04 RSC-Day PIC X(2).
           03 RSC-Program PIC X(20).
           03 RSC-SLA PIC X(6).
           03 RSC-Active PIC X(1).
           03 RSC-Param-1 PIC X(10).
           03 RSC-Param-2 PIC X(10).
           03 RSC-Param-3 PIC X(10).
           03 RSC-Eff-From PIC X(8).
           03 RSC-Eff-To PIC X(8).
         02 RSC-User PIC X(8).
         02 RSC-Stamp PIC X(14).
