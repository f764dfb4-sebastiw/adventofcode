      *> Record layout of the outbound incident-ticket interface
      *> (ticket_outbound.txt), appended by ticket_out for the service
      *> desk bridge: one record per new operator alert, numbered in
      *> an unbroken sequence. Failing days are taken from the alert's
      *> FAIL detail lines, each with its owner from owner_master.txt
      *> (blank when the day has no owner); the alert key is the
      *> alert header from column 7 on, as in alert-escalation.cpy.
       01 TKO-REC.
         02 TKO-Seq PIC 9(8).
         02 TKO-Date PIC X(8).
         02 TKO-Time PIC X(6).
         02 TKO-Alert-Date PIC X(8).
         02 TKO-Kind PIC X(20).
         02 TKO-Run PIC 9(6).
         02 TKO-Day-CNT PIC 9(2).
         02 TKO-Day-Entry OCCURS 8 TIMES.
           03 TKO-Day PIC X(7).
           03 TKO-Owner PIC X(20).
         02 TKO-Alert-Key PIC X(100).
