      *> (retention_rules.txt), one rule per artifact type:
      *>   type days action
      *> Types: SPOOL (spool/ members), CSV (test_results_*.csv),
      *> DASHBOARD (dashboard_*.txt and the published
      *> dashboard_*.html pages), ANOMALY (run_anomalies_*.txt),
      *> FAILPACK (failure_pack_*.txt),
      *> PARTIAL (test_partial_*.txt slice leftovers - days ignored,
      *> swept whenever the rule is present), STAGED (*.staged copies
      *> and their .trl trailers - likewise swept), HISTORY (hands
      *> the day count to history_rollup, action ROLLUP). Actions:
      *> DELETE or ROLLUP. Prints a control report of everything it
      *> removed. Everything but PARTIAL and STAGED leftovers is
      *> first packed into the archive library (archive_lib) so it
      *> can be brought back with archive_restore; a file that cannot
      *> be archived is kept, not deleted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-Profile-Key PIC X(12) VALUE SPACES.
       01 WS-Profile-Value PIC X(20) VALUE SPACES.
       01 WS-Profile-Found PIC 9(1) VALUE ZERO.
       01 WS-Arc-Op PIC X(6) VALUE SPACES.
       01 WS-Arc-Type PIC X(10) VALUE SPACES.
       01 WS-Arc-Volume PIC X(12) VALUE SPACES.
       01 WS-Arc-Status PIC XX VALUE SPACES.

       LOCAL-STORAGE SECTION.
       01 LS-EOF-BOOL PIC 9(1) VALUE 0.
                   MOVE "dashboard_" TO LS-Prefix
                   MOVE ".txt" TO LS-Suffix
                   PERFORM SWEEP-DATED-ROUTINE
                   MOVE ".html" TO LS-Suffix
                   PERFORM SWEEP-DATED-ROUTINE
               WHEN "ANOMALY"
                   MOVE "run_anomalies_" TO LS-Prefix
                   MOVE ".txt" TO LS-Suffix
                   PERFORM SWEEP-DATED-ROUTINE
               WHEN "FAILPACK"
                   MOVE "ls failure_pack_*.txt > "
                        & "housekeeping.ls.tmp 2>/dev/null"
           PERFORM UNTIL LS-Scan-INT >= LS-Cutoff-INT
               MOVE FUNCTION DATE-OF-INTEGER(LS-Scan-INT)
                   TO LS-Scan-Date
               MOVE LS-Scan-Date TO LS-File-Date
               MOVE SPACES TO WS-Check-FileName
               STRING LS-Prefix DELIMITED BY SPACE,
                      LS-Scan-Date DELIMITED BY SIZE,
           OPEN INPUT F-Check-FILE.
           IF WS-Check-FS = "00" THEN
               CLOSE F-Check-FILE
           ELSE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Arc-Volume.
           IF LS-Rule-Type NOT = "PARTIAL"
                   AND LS-Rule-Type NOT = "STAGED" THEN
               MOVE "STORE " TO WS-Arc-Op
               MOVE LS-Rule-Type TO WS-Arc-Type
               MOVE "99" TO WS-Arc-Status
               CALL "archive_lib" USING WS-Arc-Op, WS-Check-FileName,
                   WS-Arc-Type, LS-File-Date, WS-Arc-Volume,
                   WS-Arc-Status
                   ON EXCEPTION
                       MOVE "99" TO WS-Arc-Status
               END-CALL
               IF WS-Arc-Status NOT = "00" THEN
                   DISPLAY "    kept "
                           FUNCTION TRIM(WS-Check-FileName)
                           " - could not archive (status "
                           WS-Arc-Status ")"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-Check-FileName
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           ADD 1 TO LS-Rule-Removed-CNT.
           ADD 1 TO LS-Removed-CNT.
           IF WS-Arc-Volume NOT = SPACES THEN
               DISPLAY "    archived to " FUNCTION TRIM(WS-Arc-Volume)
                       " and purged "
                       FUNCTION TRIM(WS-Check-FileName)
           ELSE
               DISPLAY "    purged "
                       FUNCTION TRIM(WS-Check-FileName)
           END-IF.
