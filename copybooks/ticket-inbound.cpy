      *> Record layout of the inbound ticket status feed
      *> (ticket_inbound.txt), dropped by the service desk bridge and
      *> consumed by ticket_in. Records are numbered by the bridge in
      *> an unbroken sequence of their own; TKI-Out-Seq names the
      *> outbound record (TKO-Seq) the ticket was opened from.
      *> Status: OPEN, INPROGRESS, RESOLVED or CLOSED - CLOSED marks
      *> the alert acknowledged by the ticketing system.
       01 TKI-REC.
         02 TKI-Seq PIC X(8).
         02 TKI-Out-Seq PIC X(8).
         02 TKI-Ticket PIC X(12).
         02 TKI-Status PIC X(10).
         02 TKI-Date PIC X(8).
         02 TKI-Time PIC X(6).
