       IDENTIFICATION DIVISION.
       PROGRAM-ID. run_signoff.
      *> Run sign-off and downstream release gate. A run's CSV export
      *> and morning dashboard are not final when test_all ends: the
      *> shift lead reviews the run here and either releases it or
      *> holds it, with a note. The review puts in one place:
      *>   RECONCILE  run_reconcile for the run date (condition code)
      *>   ALERTS     the run's alert headers still open in
      *>              operator_alerts.txt
      *>   TOTALS     the control-totals balance test_all stamped on
      *>              the history trailer (BAL=)
      *>   AUDIT      audit budget alerts audit_report raised that day
      *> plus whether the CSV rows and the dashboard page are there to
      *> ship. Only a RELEASED run's CSV (its own rows, under the
      *> header) and dashboard page are copied to the outbound
      *> distribution area (OUTBOUNDDIR profile key, default
      *> outbound/), which is what downstream collects. Each decision
      *> is appended to run_signoff.txt (layout run-signoff.cpy)
      *> against the run number and logged through change_log;
      *> run_inquiry shows it. A held run may be reviewed again and
      *> released; a released run is final. Releasing a run also
      *> takes a configuration baseline (config_baseline SNAP) of
      *> the control files it ran under, so a later night can be
      *> compared with the last good one.
      *> Deciding needs role S (shift lead) or above.
      *> Usage: run_signoff <run-number>
      *> Condition codes: 0 released, 4 held or left undecided,
      *> 12 refused, 16 the run or its artifacts cannot be found.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RunLog-FILE
           ASSIGN TO "run_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunLog-FS.
           SELECT F-History-FILE
           ASSIGN TO WS-History-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-History-FS.
           SELECT F-Alert-FILE
           ASSIGN TO "operator_alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Alert-FS.
           SELECT F-Signoff-FILE
           ASSIGN TO "run_signoff.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Signoff-FS.
           SELECT F-CSV-FILE
           ASSIGN TO WS-CSV-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-FS.
           SELECT F-Dash-FILE
           ASSIGN TO WS-Dash-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Dash-FS.
           SELECT F-Out-FILE
           ASSIGN TO WS-Out-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Out-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-RunLog-FILE.
       01 F-RunLog-LINE PIC X(80).

       FD F-History-FILE.
       01 F-History-LINE PIC X(200).

       FD F-Alert-FILE.
       01 F-Alert-LINE PIC X(160).

       FD F-Signoff-FILE.
       COPY "run-signoff.cpy".

       FD F-CSV-FILE.
       01 F-CSV-LINE PIC X(250).

       FD F-Dash-FILE.
       01 F-Dash-LINE PIC X(132).

       FD F-Out-FILE.
       01 F-Out-LINE PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-RunLog-FS PIC XX.
       01 WS-History-FileName PIC X(40) VALUE SPACES.
       01 WS-History-FS PIC XX.
       01 WS-Alert-FS PIC XX.
       01 WS-Signoff-FS PIC XX.
       01 WS-CSV-FileName PIC X(40) VALUE SPACES.
       01 WS-CSV-FS PIC XX.
       01 WS-Dash-FileName PIC X(40) VALUE SPACES.
       01 WS-Dash-FS PIC XX.
       01 WS-Out-FileName PIC X(80) VALUE SPACES.
       01 WS-Out-FS PIC XX.
       01 WS-Outbound-Dir PIC X(20) VALUE "outbound".
       01 WS-Profile-Key PIC X(12) VALUE SPACES.
       01 WS-Profile-Value PIC X(20) VALUE SPACES.
       01 WS-Profile-Found PIC 9(1) VALUE ZERO.

       01 WS-User-ID PIC X(8) VALUE SPACES.
       01 WS-Chg-File PIC X(12) VALUE "SIGNOFF".
       01 WS-Chg-Action PIC X(8) VALUE SPACES.
       01 WS-Chg-Before PIC X(80) VALUE SPACES.
       01 WS-Chg-After PIC X(80) VALUE SPACES.

       01 WS-User-Role PIC X(1) VALUE SPACE.
       01 WS-Need-Role PIC X(1) VALUE SPACE.
       01 WS-Sign-Detail PIC X(80) VALUE SPACES.
       01 WS-Sign-Status PIC X(2) VALUE SPACES.

       01 WS-Note-Tries-Max-CONST PIC 9(1) VALUE 3.

       LOCAL-STORAGE SECTION.
       01 LS-EOF-BOOL PIC 9(1) VALUE 0.
       01 LS-Argument PIC X(80) VALUE SPACES.
       01 LS-Run-Number PIC 9(6) VALUE ZERO.
       01 LS-Run-TOK PIC X(12) VALUE SPACES.
       01 LS-Run-Date PIC X(8) VALUE SPACES.
       01 LS-Log-Found-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Log-Num-TOK PIC X(8) VALUE SPACES.
       01 LS-Log-Date-TOK PIC X(10) VALUE SPACES.
       01 LS-Log-File-TOK PIC X(40) VALUE SPACES.

      *> standing decision for the run, from the register
       01 LS-Prior-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Prior-REC PIC X(119) VALUE SPACES.

       01 LS-Command PIC X(80) VALUE SPACES.
       01 LS-Sys-RC PIC 9(8) VALUE ZERO.
       01 LS-Reconcile-CC PIC 9(2) VALUE ZERO.
       01 LS-Open-Alerts PIC 9(4) VALUE ZERO.
       01 LS-Audit-Breach PIC 9(4) VALUE ZERO.
       01 LS-Balance PIC X(1) VALUE "?".
       01 LS-Balance-CNT PIC 9(4) VALUE ZERO.
       01 LS-Bal-Pos PIC 9(4) VALUE ZERO.
       01 LS-CSV-CNT PIC 9(4) VALUE ZERO.
       01 LS-Dash-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Exception-CNT PIC 9(2) VALUE ZERO.

       01 LS-Col-TBL.
         02 LS-Col PIC X(40) OCCURS 14 TIMES.
       01 LS-Col-CNT PIC 9(2) VALUE ZERO.
       01 LS-Row-Run-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Header-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Copy-CNT PIC 9(6) VALUE ZERO.

       01 LS-Answer PIC X(1) VALUE SPACE.
       01 LS-Decision PIC X(8) VALUE SPACES.
       01 LS-Note PIC X(60) VALUE SPACES.
       01 LS-Note-Tries PIC 9(1) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           ACCEPT LS-Argument FROM COMMAND-LINE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(LS-Argument))
                   NOT = 0 OR LS-Argument = SPACES THEN
               DISPLAY "Usage: run_signoff <run-number>"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION NUMVAL(LS-Argument) TO LS-Run-Number.
           STRING "RUN=" DELIMITED BY SIZE,
                  LS-Run-Number DELIMITED BY SIZE
                  INTO LS-Run-TOK.

           MOVE "OUTBOUNDDIR" TO WS-Profile-Key.
           CALL "profile_get" USING WS-Profile-Key,
               WS-Profile-Value, WS-Profile-Found
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-Profile-Found = 1
                   AND WS-Profile-Value NOT = SPACES THEN
               MOVE WS-Profile-Value TO WS-Outbound-Dir
           END-IF.

           PERFORM FIND-RUNLOG-ROUTINE.
           IF LS-Log-Found-BOOL = 0 THEN
               DISPLAY "Run " LS-Run-Number " not in run_log.txt"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM FIND-PRIOR-ROUTINE.
           IF LS-Prior-BOOL = 1 THEN
               MOVE LS-Prior-REC TO SGN-REC
               IF SGN-Decision = "RELEASED" THEN
                   DISPLAY "Run " LS-Run-Number " was RELEASED by "
                           FUNCTION TRIM(SGN-User) " on " SGN-Date
                           " " SGN-Time " - it is final"
                   DISPLAY "  note: " FUNCTION TRIM(SGN-Note)
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           DISPLAY "=== SIGN-OFF REVIEW FOR RUN " LS-Run-Number
                   " (" LS-Run-Date ") ===".
           IF LS-Prior-BOOL = 1 THEN
               DISPLAY "Currently HELD by " FUNCTION TRIM(SGN-User)
                       " on " SGN-Date " " SGN-Time ": "
                       FUNCTION TRIM(SGN-Note)
           END-IF.
           PERFORM RECONCILE-ROUTINE.
           PERFORM ALERT-REVIEW-ROUTINE.
           PERFORM TOTALS-REVIEW-ROUTINE.
           PERFORM ARTIFACT-REVIEW-ROUTINE.
           PERFORM SUMMARY-ROUTINE.
           PERFORM DECIDE-ROUTINE.
           STOP RUN.
       END-ROUTINE.

       FIND-RUNLOG-ROUTINE.
           OPEN INPUT F-RunLog-FILE.
           IF WS-RunLog-FS NOT = "00" THEN
               DISPLAY "No run log (run_log.txt) on file"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-RUNLOG-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-RunLog-FILE.
           SET LS-EOF-BOOL TO 0.
       END-ROUTINE.

       READ-RUNLOG-ROUTINE.
           READ F-RunLog-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   MOVE SPACES TO LS-Log-Num-TOK, LS-Log-Date-TOK,
                                  LS-Log-File-TOK
                   UNSTRING F-RunLog-LINE
                       DELIMITED BY ALL SPACES
                       INTO LS-Log-Num-TOK,
                            LS-Log-Date-TOK,
                            LS-Log-File-TOK
                   IF FUNCTION TEST-NUMVAL(LS-Log-Num-TOK) = 0
                    AND FUNCTION NUMVAL(LS-Log-Num-TOK) =
                        LS-Run-Number THEN
                       SET LS-Log-Found-BOOL TO 1
                       MOVE LS-Log-Date-TOK(1:8) TO LS-Run-Date
                       MOVE LS-Log-File-TOK TO WS-History-FileName
                   END-IF
           END-READ.
       END-ROUTINE.

       FIND-PRIOR-ROUTINE.
      *> the register is in time order, so the last record for the
      *> run is its standing decision
           OPEN INPUT F-Signoff-FILE.
           IF WS-Signoff-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-SIGNOFF-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-Signoff-FILE.
           SET LS-EOF-BOOL TO 0.
       END-ROUTINE.

       READ-SIGNOFF-ROUTINE.
           READ F-Signoff-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   IF SGN-Run-Number = LS-Run-Number THEN
                       SET LS-Prior-BOOL TO 1
                       MOVE SGN-REC TO LS-Prior-REC
                   END-IF
           END-READ.
       END-ROUTINE.

       RECONCILE-ROUTINE.
           DISPLAY "RECONCILE:".
           MOVE SPACES TO LS-Command.
           STRING "./run_reconcile " DELIMITED BY SIZE,
                  LS-Run-Date DELIMITED BY SIZE
                  INTO LS-Command.
           CALL "SYSTEM" USING LS-Command.
           MOVE RETURN-CODE TO LS-Sys-RC.
           MOVE 0 TO RETURN-CODE.
      *> SYSTEM hands back the raw wait status on some builds - fold
      *> it down to the child's condition code
           IF LS-Sys-RC > 255 THEN
               DIVIDE LS-Sys-RC BY 256 GIVING LS-Reconcile-CC
           ELSE
               MOVE LS-Sys-RC TO LS-Reconcile-CC
           END-IF.
           IF LS-Reconcile-CC NOT = 0 THEN
               ADD 1 TO LS-Exception-CNT
           END-IF.
       END-ROUTINE.

       ALERT-REVIEW-ROUTINE.
           DISPLAY "OPEN ALERTS:".
           OPEN INPUT F-Alert-FILE.
           IF WS-Alert-FS = "00" THEN
               PERFORM READ-ALERT-ROUTINE UNTIL LS-EOF-BOOL = 1
               CLOSE F-Alert-FILE
               SET LS-EOF-BOOL TO 0
           END-IF.
           IF LS-Open-Alerts = 0 THEN
               DISPLAY "  (none open for this run)"
           ELSE
               ADD 1 TO LS-Exception-CNT
           END-IF.
           DISPLAY "AUDIT BUDGET:".
           IF LS-Audit-Breach = 0 THEN
               DISPLAY "  within budget on " LS-Run-Date
           ELSE
               DISPLAY "  " LS-Audit-Breach
                       " budget breach(es) raised on " LS-Run-Date
               ADD 1 TO LS-Exception-CNT
           END-IF.
       END-ROUTINE.

       READ-ALERT-ROUTINE.
           READ F-Alert-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END PERFORM DO-ALERT-LINE-ROUTINE
           END-READ.
       END-ROUTINE.

       DO-ALERT-LINE-ROUTINE.
      *> headers only - open ones still read ALERT, acknowledged ones
      *> ACKED. audit_report's budget alerts carry the date, not a
      *> run number, and count whether open or acknowledged.
           IF F-Alert-LINE(1:1) = SPACE THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO TALLY.
           INSPECT F-Alert-LINE TALLYING TALLY
               FOR ALL " AUDIT-BUDGET ".
           IF TALLY > 0 THEN
               IF F-Alert-LINE(7:8) = LS-Run-Date THEN
                   ADD 1 TO LS-Audit-Breach
                   IF F-Alert-LINE(1:6) = "ALERT " THEN
                       ADD 1 TO LS-Open-Alerts
                       DISPLAY "  " FUNCTION TRIM(F-Alert-LINE)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF F-Alert-LINE(1:6) NOT = "ALERT " THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO TALLY.
           INSPECT F-Alert-LINE TALLYING TALLY
               FOR ALL FUNCTION TRIM(LS-Run-TOK).
           IF TALLY > 0 THEN
               ADD 1 TO LS-Open-Alerts
               DISPLAY "  " FUNCTION TRIM(F-Alert-LINE)
           END-IF.
       END-ROUTINE.

       TOTALS-REVIEW-ROUTINE.
           DISPLAY "CONTROL TOTALS:".
           OPEN INPUT F-History-FILE.
           IF WS-History-FS = "00" THEN
               PERFORM READ-HISTORY-ROUTINE UNTIL LS-EOF-BOOL = 1
               CLOSE F-History-FILE
               SET LS-EOF-BOOL TO 0
           END-IF.
           EVALUATE LS-Balance
               WHEN "Y"
                   DISPLAY "  every staged day balanced"
               WHEN "N"
                   DISPLAY "  " LS-Balance-CNT
                           " day(s) out of balance - see the run's "
                           "balance report"
                   ADD 1 TO LS-Exception-CNT
               WHEN OTHER
                   DISPLAY "  no balance recorded - "
                           FUNCTION TRIM(WS-History-FileName)
                           " has no trailer for the run"
                   ADD 1 TO LS-Exception-CNT
           END-EVALUATE.
       END-ROUTINE.

       READ-HISTORY-ROUTINE.
           READ F-History-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   IF F-History-LINE(1:8) = "TRAILER " THEN
                       PERFORM DO-TRAILER-ROUTINE
                   END-IF
           END-READ.
       END-ROUTINE.

       DO-TRAILER-ROUTINE.
           MOVE 0 TO TALLY.
           INSPECT F-History-LINE TALLYING TALLY
               FOR ALL FUNCTION TRIM(LS-Run-TOK).
           IF TALLY = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO LS-Bal-Pos.
           INSPECT F-History-LINE TALLYING LS-Bal-Pos
               FOR CHARACTERS BEFORE INITIAL " BAL=".
           IF LS-Bal-Pos > 150 THEN
               EXIT PARAGRAPH
           END-IF.
           IF F-History-LINE(LS-Bal-Pos + 6:4) IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE F-History-LINE(LS-Bal-Pos + 6:4) TO LS-Balance-CNT.
           IF LS-Balance-CNT = 0 THEN
               MOVE "Y" TO LS-Balance
           ELSE
               MOVE "N" TO LS-Balance
           END-IF.
       END-ROUTINE.

       ARTIFACT-REVIEW-ROUTINE.
           DISPLAY "ARTIFACTS TO RELEASE:".
           MOVE SPACES TO WS-CSV-FileName.
           STRING "test_results_" DELIMITED BY SIZE,
                  LS-Run-Date DELIMITED BY SIZE,
                  ".csv" DELIMITED BY SIZE
                  INTO WS-CSV-FileName.
           OPEN INPUT F-CSV-FILE.
           IF WS-CSV-FS = "00" THEN
               PERFORM READ-CSV-ROUTINE UNTIL LS-EOF-BOOL = 1
               CLOSE F-CSV-FILE
               SET LS-EOF-BOOL TO 0
           END-IF.
           IF LS-CSV-CNT = 0 THEN
               DISPLAY "  " FUNCTION TRIM(WS-CSV-FileName)
                       ": no rows for this run"
           ELSE
               DISPLAY "  " FUNCTION TRIM(WS-CSV-FileName) ": "
                       LS-CSV-CNT " row(s)"
           END-IF.
           MOVE SPACES TO WS-Dash-FileName.
           STRING "dashboard_" DELIMITED BY SIZE,
                  LS-Run-Date DELIMITED BY SIZE,
                  ".txt" DELIMITED BY SIZE
                  INTO WS-Dash-FileName.
           OPEN INPUT F-Dash-FILE.
           IF WS-Dash-FS = "00" THEN
               CLOSE F-Dash-FILE
               SET LS-Dash-BOOL TO 1
               DISPLAY "  " FUNCTION TRIM(WS-Dash-FileName)
           ELSE
               DISPLAY "  " FUNCTION TRIM(WS-Dash-FileName)
                       ": not produced yet"
           END-IF.
       END-ROUTINE.

       READ-CSV-ROUTINE.
           READ F-CSV-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   PERFORM SPLIT-CSV-ROUTINE
                   IF LS-Row-Run-BOOL = 1 THEN
                       ADD 1 TO LS-CSV-CNT
                   END-IF
           END-READ.
       END-ROUTINE.

       SPLIT-CSV-ROUTINE.
           MOVE SPACES TO LS-Col-TBL.
           SET LS-Col-CNT TO 0.
           UNSTRING F-CSV-LINE
               DELIMITED BY ","
               INTO LS-Col(1), LS-Col(2), LS-Col(3), LS-Col(4),
                    LS-Col(5), LS-Col(6), LS-Col(7), LS-Col(8),
                    LS-Col(9), LS-Col(10), LS-Col(11), LS-Col(12),
                    LS-Col(13), LS-Col(14)
               TALLYING IN LS-Col-CNT.
      *> column 13 is the run number the row was exported under
           SET LS-Row-Run-BOOL TO 0.
           IF LS-Col-CNT < 13 THEN
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(LS-Col(13)) = 0
            AND FUNCTION NUMVAL(LS-Col(13)) = LS-Run-Number THEN
               SET LS-Row-Run-BOOL TO 1
           END-IF.
       END-ROUTINE.

       SUMMARY-ROUTINE.
           IF LS-Exception-CNT = 0 THEN
               DISPLAY "REVIEW CLEAN"
           ELSE
               DISPLAY "REVIEW FINDS " LS-Exception-CNT
                       " EXCEPTION(S) - release only with a note "
                       "saying why"
           END-IF.
       END-ROUTINE.

       DECIDE-ROUTINE.
           DISPLAY "R release to outbound, H hold, Q leave undecided".
           MOVE SPACE TO LS-Answer.
           ACCEPT LS-Answer.
           EVALUATE LS-Answer
               WHEN "R"
               WHEN "r"
                   MOVE "RELEASED" TO LS-Decision
               WHEN "H"
               WHEN "h"
                   MOVE "HELD" TO LS-Decision
               WHEN OTHER
                   DISPLAY "No decision recorded - run "
                           LS-Run-Number " stays unreleased"
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF LS-Decision = "RELEASED" THEN
               IF LS-CSV-CNT = 0 OR LS-Dash-BOOL = 0 THEN
                   DISPLAY "CANNOT RELEASE - the CSV rows and the "
                           "dashboard page must both be there"
                   IF LS-Dash-BOOL = 0 THEN
                       DISPLAY "  produce the page with: dashboard "
                               LS-Run-Date
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM SIGNON-ROUTINE.
      *> releasing or holding a run is the shift lead's call
           MOVE "S" TO WS-Need-Role.
           MOVE SPACES TO WS-Sign-Detail.
           STRING "SIGN OFF RUN " DELIMITED BY SIZE,
                  LS-Run-Number DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  LS-Decision DELIMITED BY SPACE
                  INTO WS-Sign-Detail.
           PERFORM CHECK-ROLE-ROUTINE.
           IF WS-Sign-Status NOT = "00" THEN
               DISPLAY "REFUSED - NEEDS ROLE S OR ABOVE"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-NOTE-ROUTINE
               VARYING LS-Note-Tries FROM 1
               UNTIL LS-Note NOT = SPACES
                  OR LS-Note-Tries > WS-Note-Tries-Max-CONST.
           IF LS-Note = SPACES THEN
               DISPLAY "A NOTE IS REQUIRED - nothing recorded"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF LS-Decision = "RELEASED" THEN
               PERFORM RELEASE-ROUTINE
               IF RETURN-CODE NOT = 0 THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM WRITE-SIGNOFF-ROUTINE.
           IF LS-Decision = "RELEASED" THEN
               PERFORM BASELINE-ROUTINE
               DISPLAY "Run " LS-Run-Number " RELEASED to "
                       FUNCTION TRIM(WS-Outbound-Dir) "/"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "Run " LS-Run-Number
                       " HELD - nothing goes downstream"
               MOVE 4 TO RETURN-CODE
           END-IF.
       END-ROUTINE.

       BASELINE-ROUTINE.
      *> a baseline that cannot be taken does not undo the release
           MOVE SPACES TO LS-Command.
           STRING "./config_baseline SNAP " DELIMITED BY SIZE,
                  LS-Run-Number DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  LS-Run-Date DELIMITED BY SIZE
                  INTO LS-Command.
           CALL "SYSTEM" USING LS-Command.
           MOVE RETURN-CODE TO LS-Sys-RC.
           MOVE 0 TO RETURN-CODE.
           IF LS-Sys-RC NOT = 0 THEN
               DISPLAY "WARNING: configuration baseline not taken - "
                       "run config_baseline SNAP " LS-Run-Number " "
                       LS-Run-Date
           END-IF.
       END-ROUTINE.

       ACCEPT-NOTE-ROUTINE.
           DISPLAY "Note for the sign-off (required):".
           MOVE SPACES TO LS-Note.
           ACCEPT LS-Note.
       END-ROUTINE.

       RELEASE-ROUTINE.
      *> the outbound CSV carries only this run's rows, so a second
      *> run on the same date cannot ride out on this sign-off
           CALL "CBL_CREATE_DIR" USING WS-Outbound-Dir
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-Out-FileName.
           STRING WS-Outbound-Dir DELIMITED BY SPACE,
                  "/" DELIMITED BY SIZE,
                  WS-CSV-FileName DELIMITED BY SPACE
                  INTO WS-Out-FileName.
           OPEN INPUT F-CSV-FILE.
           OPEN OUTPUT F-Out-FILE.
           IF WS-CSV-FS NOT = "00" OR WS-Out-FS NOT = "00" THEN
               DISPLAY "RELEASE FAILED - cannot copy "
                       FUNCTION TRIM(WS-CSV-FileName) " to "
                       FUNCTION TRIM(WS-Out-FileName)
               CLOSE F-CSV-FILE, F-Out-FILE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           SET LS-Header-BOOL TO 1.
           PERFORM COPY-CSV-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-CSV-FILE, F-Out-FILE.
           SET LS-EOF-BOOL TO 0.
           DISPLAY "  " FUNCTION TRIM(WS-Out-FileName) " "
                   LS-Copy-CNT " row(s)".

           MOVE SPACES TO WS-Out-FileName.
           STRING WS-Outbound-Dir DELIMITED BY SPACE,
                  "/" DELIMITED BY SIZE,
                  WS-Dash-FileName DELIMITED BY SPACE
                  INTO WS-Out-FileName.
           OPEN INPUT F-Dash-FILE.
           OPEN OUTPUT F-Out-FILE.
           IF WS-Dash-FS NOT = "00" OR WS-Out-FS NOT = "00" THEN
               DISPLAY "RELEASE FAILED - cannot copy "
                       FUNCTION TRIM(WS-Dash-FileName) " to "
                       FUNCTION TRIM(WS-Out-FileName)
               CLOSE F-Dash-FILE, F-Out-FILE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           SET LS-Copy-CNT TO 0.
           PERFORM COPY-DASH-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-Dash-FILE, F-Out-FILE.
           SET LS-EOF-BOOL TO 0.
           DISPLAY "  " FUNCTION TRIM(WS-Out-FileName) " "
                   LS-Copy-CNT " line(s)".
       END-ROUTINE.

       COPY-CSV-ROUTINE.
           READ F-CSV-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   IF LS-Header-BOOL = 1 THEN
                       SET LS-Header-BOOL TO 0
                       WRITE F-Out-LINE FROM F-CSV-LINE
                   ELSE
                       PERFORM SPLIT-CSV-ROUTINE
                       IF LS-Row-Run-BOOL = 1 THEN
                           ADD 1 TO LS-Copy-CNT
                           WRITE F-Out-LINE FROM F-CSV-LINE
                       END-IF
                   END-IF
           END-READ.
       END-ROUTINE.

       COPY-DASH-ROUTINE.
           READ F-Dash-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   ADD 1 TO LS-Copy-CNT
                   WRITE F-Out-LINE FROM F-Dash-LINE
           END-READ.
       END-ROUTINE.

       WRITE-SIGNOFF-ROUTINE.
           MOVE SPACES TO SGN-REC.
           MOVE LS-Run-Number TO SGN-Run-Number.
           MOVE LS-Run-Date TO SGN-Run-Date.
           MOVE LS-Decision TO SGN-Decision.
           MOVE WS-User-ID TO SGN-User.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SGN-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SGN-Time.
           MOVE LS-Reconcile-CC TO SGN-Reconcile-CC.
           MOVE LS-Open-Alerts TO SGN-Open-Alerts.
           MOVE LS-Balance TO SGN-Balance.
           MOVE LS-Balance-CNT TO SGN-Balance-CNT.
           MOVE LS-Audit-Breach TO SGN-Audit-Breach.
           MOVE LS-Note TO SGN-Note.
           MOVE SGN-REC TO WS-Chg-After.
           OPEN EXTEND F-Signoff-FILE.
           IF WS-Signoff-FS = "35" THEN
               OPEN OUTPUT F-Signoff-FILE
           END-IF.
           IF WS-Signoff-FS NOT = "00" THEN
               DISPLAY "WARNING: cannot write run_signoff.txt - "
                       "status " WS-Signoff-FS
           ELSE
               WRITE SGN-REC
               CLOSE F-Signoff-FILE
           END-IF.
           IF LS-Decision = "RELEASED" THEN
               MOVE "RELEASE" TO WS-Chg-Action
           ELSE
               MOVE "HOLD" TO WS-Chg-Action
           END-IF.
           IF LS-Prior-BOOL = 1 THEN
               MOVE LS-Prior-REC TO WS-Chg-Before
           END-IF.
           PERFORM LOG-CHANGE-ROUTINE.
       END-ROUTINE.

       SIGNON-ROUTINE.
      *> every decision is attributable: the shift lead signs on
      *> against the user master and the decision is logged under
      *> that user through change_log
           CALL "signon" USING BY CONTENT "SIGNON",
               BY REFERENCE WS-Chg-File, BY CONTENT "V",
               BY REFERENCE WS-User-ID, WS-User-Role,
               WS-Sign-Detail, WS-Sign-Status
               ON EXCEPTION
                   MOVE "12" TO WS-Sign-Status
           END-CALL.
           IF WS-Sign-Status NOT = "00" THEN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       END-ROUTINE.

       CHECK-ROLE-ROUTINE.
      *> WS-Need-Role is the least role the action needs and
      *> WS-Sign-Detail says what it is; signon logs a refusal
           CALL "signon" USING BY CONTENT "CHECK ",
               BY REFERENCE WS-Chg-File, WS-Need-Role, WS-User-ID,
               WS-User-Role, WS-Sign-Detail, WS-Sign-Status
               ON EXCEPTION
                   MOVE "12" TO WS-Sign-Status
           END-CALL.
       END-ROUTINE.

       LOG-CHANGE-ROUTINE.
           CALL "change_log" USING WS-User-ID, WS-Chg-File,
               WS-Chg-Action, WS-Chg-Before, WS-Chg-After
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SPACES TO WS-Chg-Before, WS-Chg-After.
       END-ROUTINE.

       END PROGRAM run_signoff.
