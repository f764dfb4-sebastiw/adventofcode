       DATA DIVISION.
       FILE SECTION.
       FD F-History-FILE.
       01 F-History-LINE PIC X(200).

       FD F-CSV-FILE.
       01 F-CSV-LINE PIC X(250).
       READ-HISTORY-ROUTINE.
           READ F-History-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END PERFORM DO-HISTORY-LINE-ROUTINE
           END-READ.
       END-ROUTINE.

       DO-HISTORY-LINE-ROUTINE.
      *> the end-of-run trailer is not a test line
           IF F-History-LINE(1:8) = "TRAILER " THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LS-Line-Date, LS-Line-YearDay,
                          LS-Line-File, LS-Line-Outcome.
           UNSTRING F-History-LINE
               DELIMITED BY ALL SPACES
               INTO LS-Line-Date,
                    LS-Line-YearDay,
                    LS-Line-File,
                    LS-Line-Outcome.
           IF LS-Line-Outcome NOT = SPACES
            AND LS-Hist-CNT < 300 THEN
               ADD 1 TO LS-Hist-CNT
               MOVE LS-Line-YearDay
                   TO LS-Hist-YD(LS-Hist-CNT)
               MOVE LS-Line-File
                   TO LS-Hist-Prog(LS-Hist-CNT)
               MOVE LS-Line-Outcome
                   TO LS-Hist-Outcome(LS-Hist-CNT)
               MOVE 0 TO LS-Hist-In-CSV-BOOL(LS-Hist-CNT)
               EVALUATE LS-Line-Outcome
                   WHEN "SUCCESS"
                   WHEN "RETRIED-OK"
                       ADD 1 TO LS-Hist-Pass-CNT
                   WHEN "SKIPPED"
                   WHEN "QUARANTINE"
                       ADD 1 TO LS-Hist-Skip-CNT
                   WHEN OTHER
                       ADD 1 TO LS-Hist-Fail-CNT
               END-EVALUATE
           END-IF.
       END-ROUTINE.

       SCAN-CSV-ROUTINE.
           MOVE SPACES TO WS-CSV-FileName.
           STRING "test_results_" DELIMITED BY SIZE,
