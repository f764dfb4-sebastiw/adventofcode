      *> Record layout of the alert escalation history
      *> (alert_escalations.txt), appended by alert_escalate: one row
      *> per escalation step taken on an operator alert. The alert is
      *> identified by its header from column 7 on (date, kind, run
      *> and raise time), which acknowledging in alert_console leaves
      *> unchanged. Level is the rule level from escalation_rules.txt;
      *> the person escalated to is a user ID from the roster.
       01 AES-REC.
         02 AES-Alert-Key PIC X(100).
         02 AES-Level PIC 9(1).
         02 AES-Target PIC X(10).
         02 AES-User PIC X(8).
         02 AES-Age-Min PIC 9(6).
         02 AES-Date PIC X(8).
         02 AES-Time PIC X(6).
