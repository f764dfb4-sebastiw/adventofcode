      *> Record layout of the alert / incident-ticket cross reference
      *> (ticket_xref.txt), one row per alert sent to the service
      *> desk. ticket_out adds the row with status SENT; ticket_in
      *> posts the ticket number and each status the feed reports;
      *> alert_console shows the ticket against the alert. A row with
      *> a blank alert key is the control row, carrying the last
      *> outbound sequence number in TKX-Out-Seq and the last inbound
      *> one accepted in TKX-Last-In-Seq; on an alert row
      *> TKX-Last-In-Seq is the feed record that last posted to it.
       01 TKX-REC.
         02 TKX-Alert-Key PIC X(100).
         02 TKX-Out-Seq PIC 9(8).
         02 TKX-Sent-Date PIC X(8).
         02 TKX-Ticket PIC X(12).
         02 TKX-Status PIC X(10).
         02 TKX-Status-Date PIC X(8).
         02 TKX-Status-Time PIC X(6).
         02 TKX-Last-In-Seq PIC 9(8).
