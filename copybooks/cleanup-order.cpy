      *> Record layout of the cleanup work-order master
      *> (cleanup_orders.txt), written by cleanup_order and only ever
      *> appended to. Each approved work order is one H record
      *> followed by one L record per path asked for, all carrying
      *> the order number; orders are numbered from 1 upward.
      *> CWO-Type:
      *>   H  the order: when it was approved, who prepared it and who
      *>      approved it, the disk figures it was drawn up against
      *>      (capacity, used, free now), the bytes it frees, the free
      *>      space expected after it and the space the what-if
      *>      ranking said was still needed, and the paths to delete
      *>   L  one path: CWO-Status D to be deleted, P refused because
      *>      dir_quotas.txt protects it (CWO-Other the protected
      *>      path), C left off because another path on the order
      *>      contains it or is the same (CWO-Other that path)
       01 CWO-REC.
         02 CWO-Order PIC 9(6).
         02 CWO-Type PIC X(1).
         02 CWO-Body PIC X(200).
         02 CWO-Header REDEFINES CWO-Body.
           03 CWO-Date PIC X(8).
           03 CWO-Time PIC X(6).
           03 CWO-Preparer PIC X(8).
           03 CWO-Approver PIC X(8).
           03 CWO-Capacity PIC 9(10).
           03 CWO-Used PIC 9(10).
           03 CWO-Free-Before PIC 9(10).
           03 CWO-Reclaim PIC 9(12).
           03 CWO-Free-After PIC 9(12).
           03 CWO-Need PIC 9(10).
           03 CWO-Paths PIC 9(4).
           03 FILLER PIC X(102).
         02 CWO-Line REDEFINES CWO-Body.
           03 CWO-Path PIC X(80).
           03 CWO-Size PIC 9(10).
           03 CWO-Status PIC X(1).
           03 CWO-Other PIC X(80).
           03 FILLER PIC X(29).
