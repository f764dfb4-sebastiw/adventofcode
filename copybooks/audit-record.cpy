      *> this record and CALLs "audit_log" to append it to the common
      *> audit file (audit.txt); audit_report totals the exceptions by
      *> program and severity after a run. Severity: I=info, W=warning,
      *> E=error. AUD-Code is the message code from the catalog
      *> (message_catalog.txt, layout in msg-catalog.cpy); leave
      *> AUD-Severity blank to take the code's default severity.
      *> AUD-Seq and AUD-Chain are filled by audit_log alone as it
      *> appends the record: its place in the audit file's
      *> check-value chain (see log_chain) - callers leave them be.
      *> AUD-Code follows them so records written before codes were
      *> introduced keep their layout.
       01 AUD-Record.
         02 AUD-Program PIC X(20).
         02 AUD-Input-File PIC X(40).
         02 AUD-Line-NUM PIC 9(6).
         02 AUD-Severity PIC X(1).
         02 AUD-Message PIC X(80).
         02 AUD-Seq PIC 9(8).
         02 AUD-Chain PIC 9(10).
         02 AUD-Code PIC X(8).
