         02 PIC X(40) VALUE "retention_rules.txt".
         02 PIC X(40) VALUE "chain_steps.txt".
         02 PIC X(40) VALUE "scenarios.txt".
         02 PIC X(40) VALUE "answer_approvals.txt".
         02 PIC X(40) VALUE "user_master.txt".
         02 PIC X(40) VALUE "message_catalog.txt".
         02 PIC X(40) VALUE "oncall_roster.txt".
         02 PIC X(40) VALUE "escalation_rules.txt".
         02 PIC X(40) VALUE "ticket_xref.txt".
         02 PIC X(40) VALUE "registry_sched.txt".
         02 PIC X(40) VALUE "holiday_master.txt".
         02 PIC X(40) VALUE "calendar_rules.txt".
         02 PIC X(40) VALUE "year_close.txt".
       01 LS-Text-Master-RED REDEFINES LS-Text-Master-TBL.
         02 LS-Text-Master PIC X(40) OCCURS 21 TIMES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM EXPORT-ANSWERS-ROUTINE.
           PERFORM EXPORT-REGISTRY-ROUTINE.
           PERFORM EXPORT-ONE-TEXT-ROUTINE
               VARYING LS-i FROM 1 UNTIL LS-i > 21.
           MOVE SPACES TO F-Bundle-LINE.
           STRING "*ENDBUNDLE " DELIMITED BY SIZE,
                  LS-File-CNT DELIMITED BY SIZE
