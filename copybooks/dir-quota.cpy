      *> Record layout of the directory quota master kept by capacity
      *> planning (dir_quotas.txt), fixed columns: full directory path,
      *> its byte quota (zero for none) and a protection flag. A
      *> directory flagged "P" is never put on a cleanup work order:
      *> cleanup_order refuses it, anything inside it and anything
      *> that contains it. linux_du polices the quotas.
       01 F-Quota-REC.
         02 F-DQ-Path PIC X(80).
         02 F-DQ-Limit PIC 9(10).
         02 F-DQ-Protect PIC X(1).
