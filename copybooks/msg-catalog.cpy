      *> Record layout of the audit message-code catalog
      *> (message_catalog.txt). Every audit record a day program
      *> raises carries one of these codes in AUD-Code; audit_log
      *> takes the default severity from here when the caller leaves
      *> AUD-Severity blank, and audit_report and owner_report total
      *> by code and print the recommended action. A code raised but
      *> missing from the catalog is flagged by both reports.
       01 MSC-REC.
         02 MSC-Code PIC X(8).
         02 MSC-Severity PIC X(1).
         02 MSC-Owner PIC X(20).
         02 MSC-Description PIC X(50).
         02 MSC-Action PIC X(80).
