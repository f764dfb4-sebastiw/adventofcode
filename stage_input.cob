           MOVE "stage_input" TO AUD-Program.
           MOVE L-Raw-Name TO AUD-Input-File.
           MOVE LS-Raw-Line-NUM TO AUD-Line-NUM.
           MOVE "STG001" TO AUD-Code.
           MOVE SPACE TO AUD-Severity.
           MOVE SPACES TO AUD-Message.
           STRING "SCHEMA RULE: " DELIMITED BY SIZE,
                  FUNCTION TRIM(LS-Reason) DELIMITED BY SIZE
