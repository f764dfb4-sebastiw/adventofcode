      *> Record layout of the on-call roster master (oncall_roster.txt).
      *> One row per rota period, inclusive dates; the people are user
      *> IDs from the user master. alert_escalate takes the first row
      *> whose period covers the day it runs and escalates open
      *> operator alerts to the secondary and then the shift lead as
      *> the escalation rules (escalation_rules.txt) direct.
       01 OCR-REC.
         02 OCR-From-Date PIC X(8).
         02 OCR-To-Date PIC X(8).
         02 OCR-Primary PIC X(8).
         02 OCR-Secondary PIC X(8).
         02 OCR-Shift-Lead PIC X(8).
