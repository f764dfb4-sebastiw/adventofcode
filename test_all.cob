           ASSIGN TO "run_status.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunStatus-FS.
           SELECT F-VaultRun-FILE
           ASSIGN TO "input_vault_runs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VaultRun-FS.
           SELECT F-Diff-FILE
           ASSIGN TO WS-Diff-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Diff-FS.
           SELECT F-Change-FILE
           ASSIGN TO "input_changes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Change-FS.
           SELECT F-Progress-FILE
           ASSIGN TO WS-Progress-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Progress-FS.
           SELECT F-Suite-FILE
           ASSIGN TO "suite_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Suite-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-test-FILE.
       01 F-Restart-LINE PIC 9(4).

       FD F-History-FILE.
       01 F-History-LINE PIC X(200).

       FD F-CSV-FILE.
       01 F-CSV-LINE PIC X(250).
       01 F-Partial-REC PIC X(250).

       FD F-SliceHist-FILE.
       01 F-SliceHist-LINE PIC X(200).

       FD F-Calendar-FILE.
       01 F-Calendar-REC.
         02 F-Cal-Date PIC X(8).
         02 F-Cal-Status PIC X(1).
         02 F-Cal-Note PIC X(40).
         02 F-Cal-Source PIC X(1).

       FD F-RunLog-FILE.
       01 F-RunLog-LINE PIC X(80).
         02 RS-Slice-No PIC 9(2).
         02 RS-Alert-CNT PIC 9(4).
         02 RS-Checkpoint PIC X(1).
         02 RS-Suite PIC X(12).

       FD F-VaultRun-FILE.
       COPY "input-vault-run.cpy".

       FD F-Diff-FILE.
       01 F-Diff-LINE PIC X(120).

       FD F-Change-FILE.
       COPY "input-change.cpy".

      *> live progress of the run for run_monitor
       FD F-Progress-FILE.
       COPY "run-progress.cpy".

      *> named test suites for --suite, kept by suite_maint
       FD F-Suite-FILE.
       COPY "suite-master.cpy".

       WORKING-STORAGE SECTION.
       01 WS-History-FileName PIC X(40) VALUE SPACES.
       01 WS-Partial-FS PIC XX.
       01 WS-SliceHist-FileName PIC X(40) VALUE SPACES.
       01 WS-SliceHist-FS PIC XX.
       01 WS-Slice-Bal-Pos PIC 9(4) VALUE ZERO.
       01 WS-Slice-Bal-CNT PIC 9(4) VALUE ZERO.

      *> the business date the night's work is filed under (history,
      *> CSV, spool, run log), from the business_date service
       01 WS-Business-Date PIC X(8) VALUE SPACES.
       01 WS-Reg-Asof-Status PIC X(2) VALUE SPACES.
       01 WS-BDate-User PIC X(20) VALUE "test_all".
       01 WS-BDate-Status PIC X(2) VALUE SPACES.

       01 WS-Calendar-FS PIC XX.
       01 WS-Cal-Today PIC X(8) VALUE SPACES.

       01 WS-Seal-Status PIC X(2) VALUE SPACES.
       01 WS-RunStatus-FS PIC XX.

      *> point-in-time rerun: --asof=YYYYMMDD replays the tests that
      *> ran on that date from the vault run manifest - the vaulted
      *> input each day program saw, the expected answers in force
      *> and the registry parameters it was called with - instead of
      *> today's inputs, answers master and registry
       01 WS-VaultRun-FS PIC XX.
       01 WS-Asof-Date PIC X(8) VALUE SPACES.
       01 WS-Asof-BOOL PIC 9(1) VALUE ZERO.
       01 WS-Asof-Found-Slot PIC 9(4) VALUE ZERO.
       01 WS-Asof-CNT PIC 9(4) VALUE ZERO.
       01 WS-Asof-TBL.
         02 WS-Asof-REC OCCURS 500 TIMES.
           03 WS-Asof-Run PIC 9(6).
           03 WS-Asof-Year PIC X(4).
           03 WS-Asof-Day PIC X(2).
           03 WS-Asof-Prog PIC X(20).
           03 WS-Asof-Input PIC X(40).
           03 WS-Asof-Vault PIC X(40).
           03 WS-Asof-Exp-1 PIC X(15).
           03 WS-Asof-Exp-2 PIC X(15).
           03 WS-Asof-Type PIC X(1).
           03 WS-Asof-P1 PIC X(10).
           03 WS-Asof-P2 PIC X(10).
           03 WS-Asof-P3 PIC X(10).
       01 WS-Vault-Op PIC X(6) VALUE SPACES.
       01 WS-Vault-Path PIC X(60) VALUE SPACES.
       01 WS-Vault-FP PIC X(20) VALUE SPACES.
       01 WS-Vault-Status PIC X(2) VALUE SPACES.
      *> fingerprint of the day's load module (module_fp), stamped
      *> as MF= in the history line beside the input's FP=
       01 WS-Module-FileName PIC X(80) VALUE SPACES.
       01 WS-Module-Size PIC 9(10) VALUE ZERO.
       01 WS-Module-Date PIC X(8) VALUE SPACES.
       01 WS-Module-Time PIC X(6) VALUE SPACES.
       01 WS-Module-Status PIC X(2) VALUE SPACES.
      *> line-level change report against the previous vaulted
      *> version when an input's fingerprint moves (input_diff)
       01 WS-Diff-FileName PIC X(40) VALUE SPACES.
       01 WS-Diff-FS PIC XX.
       01 WS-Change-FS PIC XX.
       01 WS-Diff-Old PIC X(60) VALUE SPACES.
       01 WS-Diff-Title PIC X(80) VALUE SPACES.
       01 WS-Diff-Added PIC 9(6) VALUE ZERO.
       01 WS-Diff-Deleted PIC 9(6) VALUE ZERO.
       01 WS-Diff-Altered PIC 9(6) VALUE ZERO.
       01 WS-Diff-Status PIC X(2) VALUE SPACES.
      *> side outputs of each day program moved into the run's
      *> archive directory by side_archive (map: side_outputs.txt)
       01 WS-Side-Count PIC 9(4) VALUE ZERO.
       01 WS-Side-Status PIC X(2) VALUE SPACES.
       01 WS-Side-Diff.
         02 WS-Side-Diff-File PIC X(40).
         02 WS-Side-Diff-Rec PIC 9(8).
         02 WS-Side-Diff-Run-1 PIC X(80).
         02 WS-Side-Diff-Run-2 PIC X(80).

      *> determinism check: --twice runs each selected day a second
      *> time straight after the first, in the same process and on
      *> the same input, and compares the two result pairs and every
      *> side file the day writes record by record - storage left
      *> over from the first call or a stale side file shows up as a
      *> difference. The first run is the one scored.
       01 WS-Twice-BOOL PIC 9(1) VALUE ZERO.
       01 WS-Twice-CNT PIC 9(4) VALUE ZERO.
       01 WS-NonDet-CNT PIC 9(4) VALUE ZERO.
       01 WS-NonDet-Max-CONST PIC 9(4) VALUE 300.
       01 WS-NonDet-TBL.
         02 WS-NonDet-REC OCCURS 300 TIMES.
           03 WS-ND-Test PIC 9(4).
           03 WS-ND-Where PIC X(60).
           03 WS-ND-Run-1 PIC X(80).
           03 WS-ND-Run-2 PIC X(80).
       01 WS-Twice-Result-1 PIC X(15) VALUE SPACES.
       01 WS-Twice-Result-2 PIC X(15) VALUE SPACES.
       01 WS-Twice-Spool PIC X(60) VALUE SPACES.
       01 WS-Twice-Show PIC Z(7)9.
       01 WS-ND-i PIC 9(4) VALUE ZERO.
       01 WS-Hist-Seq-CNT PIC 9(4) VALUE ZERO.
      *> years closed by year_close, looked up once each: a failing
      *> day of a closed year is written to history and the alert
      *> file as a REGRESSION, not as an ordinary failure
       01 WS-Closed-CNT PIC 9(2) VALUE ZERO.
       01 WS-Closed-TBL.
         02 WS-Closed-ENTRY OCCURS 20 TIMES.
           03 WS-Closed-Year PIC X(4).
           03 WS-Closed-State PIC X(1).
       01 WS-Closed-Year-IN PIC X(4) VALUE SPACES.
       01 WS-Closed-BOOL PIC 9(1) VALUE ZERO.
       01 WS-Closed-i PIC 9(2) VALUE ZERO.
       01 WS-Regression-CNT PIC 9(4) VALUE ZERO.
       01 WS-Alert-Tag PIC X(10) VALUE SPACES.
       COPY "year-close.cpy".

      *> The nightly run list is built from the registry joined to
      *> the answers master, so registering a day in registry_maint
       01 WS-Tests-FileName PIC X(40) VALUE "tests.txt".
       01 WS-Tests-Override-BOOL PIC 9(1) VALUE ZERO.

      *> --suite=NAME runs a named suite from suite_master.txt in
      *> place of the registry-built list: its members' year/day/
      *> input rows, with any member parameters standing in for the
      *> registry's. The name is stamped into history (SU=) and
      *> run_status.txt.
       01 WS-Suite-Name PIC X(12) VALUE SPACES.
       01 WS-Suite-BOOL PIC 9(1) VALUE ZERO.
       01 WS-Suite-FS PIC XX.
       01 WS-Suite-EOF-BOOL PIC 9(1) VALUE ZERO.
       01 WS-Suite-Header-BOOL PIC 9(1) VALUE ZERO.
       01 WS-Suite-Desc PIC X(50) VALUE SPACES.
       01 WS-Suite-Member-CNT PIC 9(4) VALUE ZERO.
       01 WS-Suite-First PIC 9(4) VALUE ZERO.

      *> per-day default parameters from the registry row, decoded
      *> into the typed slots each day program's optional linkage
      *> expects - the same convention the launcher uses
           03 WS-Cap-Limit PIC 9(7).
           03 WS-Cap-Pct PIC 9(3).

      *> centiseconds per phase (input parse, computation, report
      *> writing) handed back by the day programs through
      *> phase_register; printed after the run, written to history
      *> as PH=parse/compute/report and used by the SLA breach
      *> report to name the phase that blew the budget
       01 WS-Phase-Name PIC X(7) VALUE SPACES.
       01 WS-Phase-Got-CS PIC 9(8) VALUE ZERO.
       01 WS-Phase-Idx PIC 9(2) VALUE ZERO.
       01 WS-Phase-n PIC 9(2) VALUE ZERO.
       01 WS-Phase-k PIC 9(1) VALUE ZERO.
       01 WS-Phase-Max-CONST PIC 9(1) VALUE 3.
       01 WS-Phase-Label-TBL.
         02 FILLER PIC X(7) VALUE "PARSE".
         02 FILLER PIC X(7) VALUE "COMPUTE".
         02 FILLER PIC X(7) VALUE "REPORT".
       01 WS-Phase-Labels REDEFINES WS-Phase-Label-TBL.
         02 WS-Phase-Label PIC X(7) OCCURS 3 TIMES.
       01 WS-Phase-Test-CNT PIC 9(4) VALUE ZERO.
       01 WS-Phase-Sum PIC 9(7) VALUE ZERO.
       01 WS-Phase-Other PIC 9(6) VALUE ZERO.
       01 WS-Phase-Runner-EOF-BOOL PIC 9(1) VALUE ZERO.
       01 WS-Phase-Runner-LINE.
         02 WS-Phase-Runner-Name PIC X(7).
         02 WS-Phase-Runner-CS PIC 9(8).

       01 WS-Skel-CNT PIC 9(3) VALUE ZERO.
       01 WS-Skel-Max-CONST PIC 9(3) VALUE 200.
       01 WS-Skel-TBL.
           03 WS-RL-Day PIC X(2).
           03 WS-RL-Prog PIC X(20).
           03 WS-RL-Input PIC X(40).
           03 WS-RL-P1 PIC X(10).
           03 WS-RL-P2 PIC X(10).
           03 WS-RL-P3 PIC X(10).
       01 WS-Alert-Line-CNT PIC 9(4) VALUE ZERO.

       01 WS-Lock-Resource PIC X(40) VALUE "ANSWERS REGISTRY CARRY".
       01 WS-Lock-Holder PIC X(20) VALUE "test_all".
       01 WS-Lock-Status PIC X(2) VALUE SPACES.
       01 WS-Break-Lock-BOOL PIC 9(1) VALUE ZERO.
       01 WS-Break-User PIC X(8) VALUE SPACES.
       01 WS-Break-Role PIC X(1) VALUE SPACE.
       01 WS-Break-Area PIC X(12) VALUE "RUNLOCK".
       01 WS-Break-Action PIC X(8) VALUE "LOCKBRK".
       01 WS-Break-Detail PIC X(80) VALUE SPACES.
       01 WS-Break-After PIC X(80) VALUE SPACES.
       01 WS-Break-Status PIC X(2) VALUE SPACES.

       01 WS-Split-N PIC 9(2) VALUE ZERO.
       01 WS-Slice-M PIC 9(2) VALUE ZERO.
         02 WS-Part-Spool PIC X(60).
         02 WS-Part-Alt1 PIC 9(1).
         02 WS-Part-Alt2 PIC 9(1).
         02 WS-Part-Out1 PIC X(1).
         02 WS-Part-Out2 PIC X(1).

       01 WS-Control-Active-BOOL PIC 9(1) VALUE ZERO.
       01 WS-Budget PIC 9(8) VALUE ZERO.
       01 WS-Budget-Spent PIC 9(8) VALUE ZERO.
       01 WS-Budget-Out-BOOL PIC 9(1) VALUE ZERO.

      *> run-progress record (run-progress.cpy): where the run is,
      *> for the operator watching it from run_monitor
       01 WS-Progress-FileName PIC X(40) VALUE "run_progress.txt".
       01 WS-Progress-FS PIC XX.
       01 WS-Progress-BOOL PIC 9(1) VALUE ZERO.
       01 WS-Progress-State PIC X(8) VALUE SPACES.
       01 WS-Progress-Total PIC 9(4) VALUE ZERO.
       01 WS-Progress-Position PIC 9(4) VALUE ZERO.
       01 WS-Progress-Start-Date PIC X(8) VALUE SPACES.
       01 WS-Progress-Start-Time PIC X(8) VALUE SPACES.
       01 WS-Progress-Forecast PIC 9(8) VALUE ZERO.
       01 WS-Progress-FC-Done PIC 9(8) VALUE ZERO.
       01 WS-Progress-YearDay PIC X(10) VALUE SPACES.
       01 WS-Progress-Program PIC X(20) VALUE SPACES.
       01 WS-Progress-Day-Date PIC X(8) VALUE SPACES.
       01 WS-Progress-Day-Time PIC X(8) VALUE SPACES.
       01 WS-Progress-SLA PIC 9(6) VALUE ZERO.
       01 WS-Progress-Timeout PIC 9(6) VALUE ZERO.
       01 WS-Progress-Now PIC X(16) VALUE SPACES.
       01 WS-Progress-i PIC 9(4) VALUE ZERO.
      *> each forecast day's estimate, so the part of the forecast
      *> already run can be taken off as days come back
       01 WS-FC-Est-CNT PIC 9(4) VALUE ZERO.
       01 WS-FC-Est-Max-CONST PIC 9(4) VALUE 500.
       01 WS-FC-Est-TBL.
         02 WS-FC-Est-REC OCCURS 500 TIMES.
           03 WS-FC-Est-Year PIC X(4).
           03 WS-FC-Est-Day PIC X(2).
           03 WS-FC-Est-CS PIC 9(8).

       01 WS-Control-CNT PIC 9(3) VALUE ZERO.
       01 WS-Control-Max-CONST PIC 9(3) VALUE 200.
       01 WS-Control-TBL.
         02 WS-Orig-Seq PIC 9(4) VALUE IS ZERO.
         02 WS-Input-Used PIC X(40) VALUE IS SPACE.
         02 WS-FP PIC X(20) VALUE IS SPACE.
         02 WS-MF PIC X(20) VALUE IS SPACE.
         02 WS-Alt-1 PIC 9(1) VALUE IS ZERO.
         02 WS-Alt-2 PIC 9(1) VALUE IS ZERO.
         02 WS-Timeout-BOOL PIC 9(1) VALUE IS ZERO.
         02 WS-Totals-BOOL PIC 9(1) VALUE IS ZERO.
         02 WS-Retried PIC 9(1) VALUE IS ZERO.
         02 WS-Quarantined PIC 9(1) VALUE IS ZERO.
      *> part held out by a registry "1"/"2" quarantine, and each
      *> part's outcome: P pass, A passed on an alternate answer,
      *> R passed on the retry, F fail, S skipped, Q quarantined
         02 WS-Quar-Part PIC 9(1) VALUE IS ZERO.
         02 WS-Outcome-1 PIC X(1) VALUE IS SPACE.
         02 WS-Outcome-2 PIC X(1) VALUE IS SPACE.
         02 WS-Ans-Type PIC X(1) VALUE IS SPACE.
         02 WS-Vault-Name PIC X(40) VALUE IS SPACE.
         02 WS-Diff-Name PIC X(40) VALUE IS SPACE.
         02 WS-Phase-BOOL PIC 9(1) VALUE IS ZERO.
         02 WS-Phase-CS PIC 9(6) OCCURS 3 TIMES.

       77 WS-Line-Len PIC 9(3).

       01 LS-Prev-Date PIC 9(8) VALUE IS ZERO.
       01 LS-History-Outcome PIC X(12) VALUE IS SPACES.
       01 LS-Skip-Before PIC 9(2) VALUE IS ZERO.
       01 LS-First-Out-1 PIC X(1) VALUE IS SPACE.
       01 LS-First-Out-2 PIC X(1) VALUE IS SPACE.

       01 LS-Compare-Type PIC X(1) VALUE IS SPACE.
       01 LS-Strip-In PIC X(15) VALUE IS SPACES.
       01 LS-Alt-TBL.
         02 LS-Alt PIC X(15) OCCURS 5 TIMES.
       01 LS-Pipe-CNT PIC 9(2) VALUE IS ZERO.
       01 LS-History-Work PIC X(200) VALUE IS SPACES.
       01 LS-History-Tag PIC X(4) VALUE IS SPACES.

       01 LS-TimeStr-IN PIC X(8) VALUE IS SPACES.
       01 LS-TimeTotal-OUT PIC 9(8) VALUE IS ZERO.
       01 LS-Norm-Outcome PIC X(12) VALUE IS SPACES.
       01 LS-Norm-Elapsed-STR PIC X(8) VALUE IS SPACES.
       01 LS-Norm-Key PIC X(10) VALUE IS SPACES.
       01 LS-Norm-Tail-TBL.
         02 LS-Norm-Tail PIC X(40) OCCURS 6 TIMES.
       01 LS-Norm-t PIC 9(1) VALUE IS ZERO.
       01 LS-Norm-PH-TBL.
         02 LS-Norm-PH PIC X(8) OCCURS 3 TIMES.
       01 LS-PH-Samples PIC 9(4) VALUE IS ZERO.
       01 LS-PH-Sum-TBL.
         02 LS-PH-Sum PIC 9(10) OCCURS 3 TIMES.
       01 LS-PH-Avg-TBL.
         02 LS-PH-Avg PIC 9(6) OCCURS 3 TIMES.
       01 LS-PH-Over PIC S9(7) VALUE IS ZERO.
       01 LS-PH-Worst-Over PIC S9(7) VALUE IS ZERO.
       01 LS-PH-Worst PIC 9(1) VALUE IS ZERO.
       01 LS-PH-Show PIC +9(6).

       01 LS-Day-Padded PIC X(2) VALUE IS SPACES.
       01 LS-Spool-Text PIC X(120) VALUE IS SPACES.
       01 LS-FC-Date PIC X(8) VALUE IS SPACES.

       01 LS-Quar-Obs-CNT PIC 9(1) VALUE IS ZERO.
       01 LS-Quar-Fail-1 PIC 9(1) VALUE IS ZERO.
       01 LS-Quar-Fail-2 PIC 9(1) VALUE IS ZERO.
       01 LS-Quar-Date-Outcome PIC X(12) VALUE IS SPACES.
       01 LS-Quar-Date-Parts PIC X(2) VALUE IS SPACES.
       01 LS-Quar-Line-Parts PIC X(2) VALUE IS SPACES.
       01 LS-Quar-PT-Pos PIC 9(4) VALUE IS ZERO.
       01 LS-Quar-New PIC X(1) VALUE IS SPACE.

       01 LS-Pack-Last-Succ PIC X(8) VALUE IS SPACES.
       01 LS-Pack-Work PIC X(200) VALUE IS SPACES.
       MAIN-ROUTINE.
           PERFORM PARSE-ARGS-ROUTINE.
           PERFORM LOAD-PROFILE-ROUTINE.
           PERFORM GET-BUSINESS-DATE-ROUTINE.
           PERFORM CHECK-CALENDAR-ROUTINE.
           PERFORM ACQUIRE-LOCK-ROUTINE.
           CALL "CBL_CREATE_DIR" USING WS-Spool-Dir
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-Asof-BOOL = 1 THEN
               PERFORM CHECK-ASOF-ROUTINE
           END-IF.
           IF WS-Suite-BOOL = 1 THEN
               PERFORM CHECK-SUITE-ROUTINE
           END-IF.
           IF WS-Split-N > 0 AND
                   (WS-Slice-M < 1 OR WS-Slice-M > WS-Split-N) THEN
               DISPLAY "ERROR: --split=" WS-Split-N " needs --slice="
                   PERFORM LOAD-CONTROL-ROUTINE
                   PERFORM LOAD-CARRY-OVER-ROUTINE
               END-IF
               IF WS-Asof-BOOL = 1 THEN
                   PERFORM BUILD-ASOF-LIST-ROUTINE
               ELSE
               IF WS-Tests-Override-BOOL = 1 THEN
                   PERFORM PREFLIGHT-ROUTINE
               ELSE
               IF WS-Suite-BOOL = 1 THEN
                   PERFORM BUILD-SUITE-LIST-ROUTINE
                   PERFORM LIST-PREFLIGHT-ROUTINE
               ELSE
                   PERFORM BUILD-RUN-LIST-ROUTINE
                   PERFORM LIST-PREFLIGHT-ROUTINE
               END-IF
               END-IF
               END-IF
               IF WS-Control-Active-BOOL = 1 AND WS-Budget > 0 THEN
                   PERFORM FORECAST-ROUTINE
               END-IF
               PERFORM OPEN-HISTORY-FILE-ROUTINE
               IF WS-Asof-BOOL = 0 THEN
                   PERFORM PROGRESS-START-ROUTINE
               END-IF
               IF WS-Tests-Override-BOOL = 1
                AND WS-Asof-BOOL = 0 THEN
                   PERFORM OPEN-FILE-ROUTINE
                   PERFORM READ-LINE-ROUTINE UNTIL WS-EOF-BOOL = 1
                   PERFORM CLOSE-FILE-ROUTINE
               END-IF
               PERFORM WRITE-HISTORY-TRAILER-ROUTINE
               CLOSE F-History-FILE
               IF WS-Progress-BOOL = 1 THEN
                   MOVE "FINISHED" TO WS-Progress-State
                   PERFORM PROGRESS-CLEAR-DAY-ROUTINE
                   PERFORM WRITE-PROGRESS-ROUTINE
               END-IF
               IF WS-Control-Active-BOOL = 1 THEN
                   PERFORM WRITE-CARRY-OVER-ROUTINE
               END-IF
                   PERFORM WRITE-PARTIAL-ROUTINE
               END-IF
      *> the run (or this slice of it) completed - a checkpoint left
      *> on disk would read as a mid-flight death on the dashboard.
      *> A replay never took one, and must not remove the night's.
               IF WS-Asof-BOOL = 0 THEN
                   CALL "CBL_DELETE_FILE" USING WS-Restart-FileName
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
               END-IF
           END-IF.
           IF WS-Total-Failures > 0 AND WS-Split-N = 0 THEN
               IF WS-Asof-BOOL = 0 THEN
                   PERFORM WRITE-ALERT-ROUTINE
               END-IF
               PERFORM WRITE-FAILURE-PACK-ROUTINE
           END-IF.
           PERFORM DISPLAY-RESULTS-ROUTINE.
           IF WS-Regression-CNT > 0 THEN
               DISPLAY "REGRESSION: " WS-Regression-CNT
                       " failing test(s) in a year closed by "
                       "year_close - its certified answers no "
                       "longer hold"
           END-IF.
           IF WS-Split-N = 0 AND WS-Asof-BOOL = 0 THEN
               PERFORM CHECK-REGISTRY-ROUTINE
           END-IF.
           PERFORM SLA-REPORT-ROUTINE.
           IF WS-Bench-N > 1 THEN
               PERFORM BENCH-REPORT-ROUTINE
           END-IF.
           IF WS-Twice-BOOL = 1 THEN
               PERFORM TWICE-REPORT-ROUTINE
           END-IF.
           IF WS-Split-N = 0 AND LS-DryRun-BOOL = 0
            AND WS-Asof-BOOL = 0 THEN
               PERFORM AUTO-QUARANTINE-ROUTINE
           END-IF.
           PERFORM BALANCE-REPORT-ROUTINE.
           PERFORM CAPACITY-REPORT-ROUTINE.
           PERFORM PHASE-REPORT-ROUTINE.
           IF LS-Record-BOOL = 1 THEN
               DISPLAY "RECORD MODE: " LS-Recorded-CNT
                       " answer(s) captured to pending_answers.txt"
           IF WS-Registry-Open-BOOL = 1 THEN
               CLOSE F-Registry-FILE
           END-IF.
      *> a replay reports on the console only; the end-of-run status
      *> record stays the last real night's
           IF WS-Asof-BOOL = 1 THEN
               DISPLAY "POINT-IN-TIME RERUN OF " WS-Asof-Date ": "
                       LS-Test-CNT " test(s) replayed, "
                       WS-Total-Failures " failure(s) on today's code"
           ELSE
               PERFORM WRITE-RUN-STATUS-ROUTINE
           END-IF.
           PERFORM RELEASE-LOCK-ROUTINE.
           SET RETURN-CODE TO WS-Total-Failures.
           STOP RUN.
                   MOVE WS-Registry-FB-SLA(LS-i) TO REGX-SLA
                   MOVE "A" TO REGX-Active
                   MOVE SPACES TO REGX-Param-1, REGX-Param-2,
                                  REGX-Param-3, REGX-Eff-From,
                                  REGX-Eff-To
                   WRITE REGX-REC
                       INVALID KEY
                           CONTINUE
                       MOVE F-Reg-Active TO REGX-Active
                   END-IF
                   MOVE SPACES TO REGX-Param-1, REGX-Param-2,
                                  REGX-Param-3, REGX-Eff-From,
                                  REGX-Eff-To
                   WRITE REGX-REC
                       INVALID KEY
                           CONTINUE
           END-IF.
           MOVE SPACES TO F-Alert-LINE.
           STRING "ALERT " DELIMITED BY SIZE,
                  WS-Business-Date DELIMITED BY SIZE,
                  " ANSWERS-MASTER-SEAL status " DELIMITED BY SIZE,
                  WS-Seal-Status DELIMITED BY SIZE,
                  " - master changed outside the tooling"
                      DELIMITED BY SIZE,
                  " AT=" DELIMITED BY SIZE,
                  FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                  INTO F-Alert-LINE.
           WRITE F-Alert-LINE.
           ADD 1 TO WS-Alert-Line-CNT.
           READ F-Registry-FILE NEXT RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   PERFORM REGISTRY-IN-FORCE-ROUTINE
                   IF REGX-Active NOT = "I"
                    AND WS-Skel-CNT < WS-Skel-Max-CONST THEN
                       ADD 1 TO WS-Skel-CNT
               TO WS-RL-Prog(WS-RunList-CNT).
           MOVE LS-Full-TestName(1:40)
               TO WS-RL-Input(WS-RunList-CNT).
           MOVE SPACES TO WS-RL-P1(WS-RunList-CNT),
               WS-RL-P2(WS-RunList-CNT), WS-RL-P3(WS-RunList-CNT).
       END-ROUTINE.

       CHECK-SUITE-ROUTINE.
      *> a suite is its own run list - it cannot be mixed with the
      *> other ways of choosing what runs
           IF WS-Tests-Override-BOOL = 1 OR WS-Asof-BOOL = 1
            OR WS-Merge-N > 0 THEN
               DISPLAY "ERROR: --suite cannot be combined with "
                       "--tests, --asof or --merge"
               PERFORM RELEASE-LOCK-ROUTINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Suite-Name = SPACES THEN
               DISPLAY "ERROR: --suite needs a suite name"
               PERFORM RELEASE-LOCK-ROUTINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       END-ROUTINE.

       BUILD-SUITE-LIST-ROUTINE.
      *> One run per suite member, in suite order. A member names
      *> its input or, left blank, joins to every answers-master row
      *> of the day the way the registry-built list does; the program
      *> still comes from the registry, and a day missing from it or
      *> deactivated there is skipped with a warning.
           IF WS-Registry-Open-BOOL = 0 THEN
               DISPLAY "ERROR: registry.idx unavailable - cannot "
                       "run suite " FUNCTION TRIM(WS-Suite-Name)
               PERFORM RELEASE-LOCK-ROUTINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT F-Suite-FILE.
           IF WS-Suite-FS NOT = "00" THEN
               DISPLAY "ERROR: suite_master.txt unavailable - status "
                       WS-Suite-FS
               PERFORM RELEASE-LOCK-ROUTINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-SUITE-ROUTINE UNTIL WS-Suite-EOF-BOOL = 1.
           CLOSE F-Suite-FILE.
           IF WS-Suite-Header-BOOL = 0 THEN
               DISPLAY "ERROR: suite " FUNCTION TRIM(WS-Suite-Name)
                       " is not in suite_master.txt"
               PERFORM RELEASE-LOCK-ROUTINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "SUITE: " FUNCTION TRIM(WS-Suite-Name) " - "
                   FUNCTION TRIM(WS-Suite-Desc).
           DISPLAY "RUN LIST: " WS-RunList-CNT " run(s) built from "
                   WS-Suite-Member-CNT " suite member(s)".
       END-ROUTINE.

       READ-SUITE-ROUTINE.
           READ F-Suite-FILE RECORD
               AT END SET WS-Suite-EOF-BOOL TO 1
               NOT AT END
                   IF STE-Name = WS-Suite-Name THEN
                       IF STE-Type = "H" THEN
                           SET WS-Suite-Header-BOOL TO 1
                           MOVE STE-Desc TO WS-Suite-Desc
                       ELSE
                           ADD 1 TO WS-Suite-Member-CNT
                           PERFORM ADD-SUITE-MEMBER-ROUTINE
                       END-IF
                   END-IF
           END-READ.
       END-ROUTINE.

       ADD-SUITE-MEMBER-ROUTINE.
           MOVE STE-Year TO REGX-Year.
           MOVE STE-Day TO REGX-Day.
           READ F-Registry-FILE RECORD KEY IS REGX-Key
               INVALID KEY
                   DISPLAY "WARNING: suite member " STE-Year "/"
                           STE-Day " is not registered - skipped"
                   EXIT PARAGRAPH
           END-READ.
           PERFORM REGISTRY-IN-FORCE-ROUTINE.
           IF REGX-Active = "I" THEN
               DISPLAY "WARNING: suite member " STE-Year "/" STE-Day
                       " is deactivated - skipped"
               EXIT PARAGRAPH
           END-IF.
           IF WS-Skel-CNT >= WS-Skel-Max-CONST THEN
               DISPLAY "WARNING: suite exceeds " WS-Skel-Max-CONST
                       " members - remainder dropped"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Skel-CNT.
           MOVE REGX-Year TO WS-Skel-Year(WS-Skel-CNT).
           MOVE REGX-Day TO WS-Skel-Day(WS-Skel-CNT).
           MOVE REGX-Program TO WS-Skel-Prog(WS-Skel-CNT).
           MOVE WS-Skel-CNT TO LS-Skel-i.
           COMPUTE WS-Suite-First = WS-RunList-CNT + 1.
           IF STE-Input = SPACES THEN
               PERFORM JOIN-ANSWERS-ROUTINE
           ELSE
               MOVE STE-Input TO LS-Full-TestName
               PERFORM ADD-RUNLIST-ROUTINE
           END-IF.
           PERFORM VARYING LS-RL-i FROM WS-Suite-First
                   UNTIL LS-RL-i > WS-RunList-CNT
               MOVE STE-Param-1 TO WS-RL-P1(LS-RL-i)
               MOVE STE-Param-2 TO WS-RL-P2(LS-RL-i)
               MOVE STE-Param-3 TO WS-RL-P3(LS-RL-i)
           END-PERFORM.
       END-ROUTINE.

       LIST-PREFLIGHT-ROUTINE.
           END-PERFORM.
       END-ROUTINE.

       CHECK-ASOF-ROUTINE.
      *> replay spool members go to their own sub-directory so they
      *> never overwrite tonight's members for the same day
           IF FUNCTION TEST-NUMVAL(WS-Asof-Date) NOT = 0
            OR WS-Asof-Date(8:1) = SPACE THEN
               DISPLAY "ERROR: --asof needs a run date YYYYMMDD"
               PERFORM RELEASE-LOCK-ROUTINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Split-N > 0 OR WS-Merge-N > 0 THEN
               DISPLAY "ERROR: --asof cannot be combined with "
                       "--split or --merge"
               PERFORM RELEASE-LOCK-ROUTINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> a replay must not rewrite the live carry-over file with its
      *> own deferrals - tonight's run would lose last night's queue
           IF WS-Control-Active-BOOL = 1 THEN
               DISPLAY "ERROR: --asof cannot be combined with "
                       "--control"
               PERFORM RELEASE-LOCK-ROUTINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-Vault-Path.
           STRING WS-Spool-Dir DELIMITED BY SPACE,
                  "/asof" DELIMITED BY SIZE
                  INTO WS-Vault-Path.
           MOVE WS-Vault-Path TO WS-Spool-Dir.
           CALL "CBL_CREATE_DIR" USING WS-Spool-Dir
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           DISPLAY "POINT-IN-TIME RERUN: replaying the run of "
                   WS-Asof-Date " from the input vault".
       END-ROUTINE.

       BUILD-ASOF-LIST-ROUTINE.
      *> One replay entry per year/day/input that ran on the as-of
      *> date; where it ran more than once that day (a rerun, the
      *> slices of a split run) the highest run number wins, i.e.
      *> the state the night finally ended on.
           OPEN INPUT F-VaultRun-FILE.
           IF WS-VaultRun-FS NOT = "00" THEN
               DISPLAY "ERROR: no vault run manifest "
                       "(input_vault_runs.txt) - nothing to replay"
               PERFORM RELEASE-LOCK-ROUTINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-ASOF-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-VaultRun-FILE.
           SET WS-EOF-BOOL TO 0.
           IF WS-Asof-CNT = 0 THEN
               DISPLAY "ERROR: no vaulted runs recorded for "
                       WS-Asof-Date " - nothing to replay"
               PERFORM RELEASE-LOCK-ROUTINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING LS-RL-i FROM 1 UNTIL LS-RL-i > WS-Asof-CNT
               ADD 1 TO WS-RunList-CNT
               MOVE WS-Asof-Year(LS-RL-i)
                   TO WS-RL-Year(WS-RunList-CNT)
               MOVE WS-Asof-Day(LS-RL-i)
                   TO WS-RL-Day(WS-RunList-CNT)
               MOVE WS-Asof-Prog(LS-RL-i)
                   TO WS-RL-Prog(WS-RunList-CNT)
               MOVE WS-Asof-Input(LS-RL-i)
                   TO WS-RL-Input(WS-RunList-CNT)
           END-PERFORM.
           DISPLAY "RUN LIST: " WS-RunList-CNT " run(s) rebuilt "
                   "from the vault manifest for " WS-Asof-Date.
       END-ROUTINE.

       READ-ASOF-ROUTINE.
           READ F-VaultRun-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF IVR-Run-Date = WS-Asof-Date THEN
                       PERFORM ADD-ASOF-ROUTINE
                   END-IF
           END-READ.
       END-ROUTINE.

       ADD-ASOF-ROUTINE.
           SET WS-Asof-Found-Slot TO 0.
           PERFORM VARYING LS-RL-i FROM 1
                   UNTIL LS-RL-i > WS-Asof-CNT
                      OR WS-Asof-Found-Slot > 0
               IF WS-Asof-Year(LS-RL-i) = IVR-Year
                AND WS-Asof-Day(LS-RL-i) = IVR-Day
                AND WS-Asof-Prog(LS-RL-i) = IVR-Program
                AND WS-Asof-Input(LS-RL-i) = IVR-Input THEN
                   MOVE LS-RL-i TO WS-Asof-Found-Slot
               END-IF
           END-PERFORM.
           IF WS-Asof-Found-Slot = 0 THEN
               IF WS-Asof-CNT >= WS-RunList-Max-CONST THEN
                   DISPLAY "WARNING: vault manifest for "
                           WS-Asof-Date " exceeds "
                           WS-RunList-Max-CONST
                           " entries - remainder dropped"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Asof-CNT
               MOVE WS-Asof-CNT TO WS-Asof-Found-Slot
           ELSE
               IF IVR-Run-Number < WS-Asof-Run(WS-Asof-Found-Slot)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE IVR-Run-Number TO WS-Asof-Run(WS-Asof-Found-Slot).
           MOVE IVR-Year TO WS-Asof-Year(WS-Asof-Found-Slot).
           MOVE IVR-Day TO WS-Asof-Day(WS-Asof-Found-Slot).
           MOVE IVR-Program TO WS-Asof-Prog(WS-Asof-Found-Slot).
           MOVE IVR-Input TO WS-Asof-Input(WS-Asof-Found-Slot).
           MOVE IVR-Vault-Name TO WS-Asof-Vault(WS-Asof-Found-Slot).
           MOVE IVR-Expected-1 TO WS-Asof-Exp-1(WS-Asof-Found-Slot).
           MOVE IVR-Expected-2 TO WS-Asof-Exp-2(WS-Asof-Found-Slot).
           MOVE IVR-Ans-Type TO WS-Asof-Type(WS-Asof-Found-Slot).
           MOVE IVR-Param-1 TO WS-Asof-P1(WS-Asof-Found-Slot).
           MOVE IVR-Param-2 TO WS-Asof-P2(WS-Asof-Found-Slot).
           MOVE IVR-Param-3 TO WS-Asof-P3(WS-Asof-Found-Slot).
       END-ROUTINE.

       PREFLIGHT-ROUTINE.
           SET LS-PF-Line-Num TO 0.
           SET LS-PF-Bad-CNT TO 0.
      *> as the fallback estimate) and name the days that will not
      *> fit the BUDGET line - at 22:00, not as a carry-over
      *> surprise at 02:00.
           MOVE WS-Business-Date TO LS-FC-Date.
           SET LS-FC-Total TO 0.
           SET LS-FC-Over-CNT TO 0.
           DISPLAY "DURATION FORECAST (budget " WS-Budget " cs):".
           END-IF.
           PERFORM FC-ESTIMATE-ROUTINE.
           ADD LS-FC-Est TO LS-FC-Total.
           IF WS-FC-Est-CNT < WS-FC-Est-Max-CONST THEN
               ADD 1 TO WS-FC-Est-CNT
               MOVE LS-FC-Year TO WS-FC-Est-Year(WS-FC-Est-CNT)
               MOVE LS-FC-Day TO WS-FC-Est-Day(WS-FC-Est-CNT)
               MOVE LS-FC-Est TO WS-FC-Est-CS(WS-FC-Est-CNT)
           END-IF.
           IF LS-FC-Total > WS-Budget THEN
               ADD 1 TO LS-FC-Over-CNT
               DISPLAY "  " LS-FC-Year "/" LS-FC-Day " "
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM REGISTRY-IN-FORCE-ROUTINE
                           IF FUNCTION TEST-NUMVAL(REGX-SLA) = 0
                               MOVE FUNCTION NUMVAL(REGX-SLA)
                                   TO LS-FC-Est
       END-ROUTINE.

       OPEN-HISTORY-FILE-ROUTINE.
           MOVE WS-Business-Date TO LS-Run-Date.
      *> a replay keeps its own history file so the dated nightly
      *> history the look-back checks read is never touched
           IF WS-Asof-BOOL = 1 THEN
               STRING "test_rerun_" DELIMITED BY SIZE,
                      WS-Asof-Date DELIMITED BY SIZE,
                      "_" DELIMITED BY SIZE,
                      LS-Run-Date DELIMITED BY SIZE,
                      ".txt" DELIMITED BY SIZE
                      INTO WS-History-FileName
           ELSE
           IF WS-Split-N > 0 THEN
               STRING "test_history_" DELIMITED BY SIZE,
                      LS-Run-Date DELIMITED BY SIZE,
                      LS-Run-Date DELIMITED BY SIZE,
                      ".txt" DELIMITED BY SIZE
                      INTO WS-History-FileName
           END-IF
           END-IF.
           PERFORM ASSIGN-RUN-NUMBER-ROUTINE.
           OPEN EXTEND F-History-FILE.
                       END-IF
                   WHEN "--dryrun"
                       SET LS-DryRun-BOOL TO 1
                   WHEN "--twice"
                       SET WS-Twice-BOOL TO 1
                   WHEN "--year"
                       MOVE LS-Arg-Value TO LS-Filter-Year
                   WHEN "--day"
                       MOVE LS-Arg-Value TO LS-Restart-From
                   WHEN "--input-suffix"
                       MOVE LS-Arg-Value TO LS-Input-Suffix
                   WHEN "--suite"
                       MOVE FUNCTION UPPER-CASE(LS-Arg-Value)
                           TO WS-Suite-Name
                       SET WS-Suite-BOOL TO 1
                   WHEN "--asof"
                       MOVE LS-Arg-Value TO WS-Asof-Date
                       SET WS-Asof-BOOL TO 1
      *> a replay of a past night is not tonight's run - the
      *> calendar has no say over it
                       SET WS-Override-BOOL TO 1
                   WHEN OTHER
                       DISPLAY "DROPPING ARG >",
                               FUNCTION TRIM(LS-ARGS(LS-j)), "<"
           END-CALL.
       END-ROUTINE.

       GET-BUSINESS-DATE-ROUTINE.
      *> A night that runs past midnight is still one night: the date
      *> job_chain assigned when the chain started is used for every
      *> dated file and record, not the clock. Without a control
      *> record the service hands back the system date.
           CALL "business_date" USING BY CONTENT "GET    ",
               BY REFERENCE WS-Business-Date, WS-BDate-User,
               WS-BDate-Status
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           END-CALL.
       END-ROUTINE.

       REGISTRY-IN-FORCE-ROUTINE.
      *> A registry entry read for the run is swapped for the version
      *> in force on the business date: a change scheduled for a
      *> later night, or a day added ahead of its effective date,
      *> stays out of tonight's run.
           CALL "registry_asof" USING WS-Business-Date, REGX-REC,
               WS-Reg-Asof-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       ACQUIRE-LOCK-ROUTINE.
      *> One run at a time: the ANSWERS, REGISTRY and CARRY resource
      *> locks keep a second test_all, or a maintenance screen
      *> mid-rewrite, off the answers master, the registry,
      *> carry_over.txt and the restart checkpoint. The calendar,
      *> profile and owner master are only read at start-up, so their
      *> screens stay free while the run goes on.
      *> breaking somebody else's lock takes a shift lead's sign-on;
      *> the break is logged under that user
           IF WS-Break-Lock-BOOL = 1 THEN
               CALL "signon" USING BY CONTENT "SIGNON",
                   BY REFERENCE WS-Break-Area, BY CONTENT "S",
                   BY REFERENCE WS-Break-User, WS-Break-Role,
                   WS-Break-Detail, WS-Break-Status
                   ON EXCEPTION
                       MOVE "12" TO WS-Break-Status
               END-CALL
               IF WS-Break-Status NOT = "00" THEN
                   DISPLAY "RUN LOCK: --break-lock needs a shift "
                           "lead or administrator sign-on - lock "
                           "left alone"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               CALL "run_lock" USING BY CONTENT "BREAK  ",
                   BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
                   WS-Lock-Status
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE "RUN LOCKS BROKEN" TO WS-Break-Detail
               MOVE WS-Lock-Holder TO WS-Break-After
               CALL "change_log" USING WS-Break-User, WS-Break-Area,
                   WS-Break-Action, WS-Break-Detail, WS-Break-After
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.
           MOVE "00" TO WS-Lock-Status.
           CALL "run_lock" USING BY CONTENT "ACQUIRE",
               BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
               WS-Lock-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-Lock-Status NOT = "00" THEN
               DISPLAY "RUN LOCK: another job holds a lock the run "
                       "needs - refusing to start (rerun with "
                       "--break-lock "
                       "after checking the holder really is dead)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE
               MOVE "N" TO RS-Checkpoint
           END-IF.
           MOVE WS-Suite-Name TO RS-Suite.
           WRITE F-RunStatus-REC.
           CLOSE F-RunStatus-FILE.
       END-ROUTINE.

       PROGRESS-START-ROUTINE.
      *> The run-progress record is the operator's view of a run in
      *> flight; a slice of a --split run keeps its own, since the
      *> slices run side by side.
           IF WS-Split-N > 0 THEN
               MOVE SPACES TO WS-Progress-FileName
               STRING "run_progress_slice" DELIMITED BY SIZE,
                      WS-Slice-M DELIMITED BY SIZE,
                      ".txt" DELIMITED BY SIZE
                      INTO WS-Progress-FileName
           END-IF.
           MOVE ZERO TO WS-Progress-Total.
           IF WS-Tests-Override-BOOL = 1 THEN
               PERFORM OPEN-FILE-ROUTINE
               PERFORM COUNT-PROGRESS-LINE-ROUTINE
                   UNTIL WS-EOF-BOOL = 1
               PERFORM CLOSE-FILE-ROUTINE
               SET WS-EOF-BOOL TO 0
           ELSE
               MOVE WS-RunList-CNT TO WS-Progress-Total
           END-IF.
           IF WS-Split-N > 0 THEN
               IF WS-Progress-Total >= WS-Slice-M THEN
                   COMPUTE WS-Progress-Total =
                       (WS-Progress-Total - WS-Slice-M) / WS-Split-N
                       + 1
               ELSE
                   MOVE ZERO TO WS-Progress-Total
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-Progress-Now.
           MOVE WS-Progress-Now(1:8) TO WS-Progress-Start-Date.
           MOVE WS-Progress-Now(9:8) TO WS-Progress-Start-Time.
           MOVE LS-FC-Total TO WS-Progress-Forecast.
           MOVE ZERO TO WS-Progress-FC-Done, WS-Progress-Position.
           MOVE "RUNNING" TO WS-Progress-State.
           PERFORM PROGRESS-CLEAR-DAY-ROUTINE.
           SET WS-Progress-BOOL TO 1.
           PERFORM WRITE-PROGRESS-ROUTINE.
       END-ROUTINE.

       COUNT-PROGRESS-LINE-ROUTINE.
           READ F-test-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF NOT F-FileLine = SPACES THEN
                       ADD 1 TO WS-Progress-Total
                   END-IF
           END-READ.
       END-ROUTINE.

       PROGRESS-DAY-START-ROUTINE.
      *> the day about to be handed to its program, with the SLA
      *> and watchdog limit the monitor measures it against
           MOVE SPACES TO WS-Progress-YearDay.
           STRING WS-Year(LS-Test-CNT) DELIMITED BY SPACE,
                  "/" DELIMITED BY SIZE,
                  WS-DirName(LS-Test-CNT) DELIMITED BY SPACE
                  INTO WS-Progress-YearDay.
           MOVE WS-FileName(LS-Test-CNT) TO WS-Progress-Program.
           MOVE FUNCTION CURRENT-DATE TO WS-Progress-Now.
           MOVE WS-Progress-Now(1:8) TO WS-Progress-Day-Date.
           MOVE WS-Progress-Now(9:8) TO WS-Progress-Day-Time.
           MOVE ZERO TO WS-Progress-SLA.
           IF WS-Registry-Open-BOOL = 1 THEN
               MOVE WS-Year(LS-Test-CNT) TO REGX-Year
               MOVE WS-DirName(LS-Test-CNT) TO REGX-Day
               READ F-Registry-FILE RECORD KEY IS REGX-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM REGISTRY-IN-FORCE-ROUTINE
                       IF FUNCTION TEST-NUMVAL(REGX-SLA) = 0
                           MOVE FUNCTION NUMVAL(REGX-SLA)
                               TO WS-Progress-SLA
                       END-IF
               END-READ
           END-IF.
           IF LS-Timeout-CS > 0 AND LS-DryRun-BOOL = 0
            AND WS-Twice-BOOL = 0 THEN
               MOVE LS-Timeout-CS TO WS-Progress-Timeout
           ELSE
               MOVE ZERO TO WS-Progress-Timeout
           END-IF.
           PERFORM WRITE-PROGRESS-ROUTINE.
       END-ROUTINE.

       PROGRESS-DAY-END-ROUTINE.
           PERFORM VARYING WS-Progress-i FROM 1
                   UNTIL WS-Progress-i > WS-FC-Est-CNT
               IF WS-FC-Est-Year(WS-Progress-i) = WS-Year(LS-Test-CNT)
                AND WS-FC-Est-Day(WS-Progress-i)
                    = WS-DirName(LS-Test-CNT) THEN
                   ADD WS-FC-Est-CS(WS-Progress-i)
                       TO WS-Progress-FC-Done
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM PROGRESS-CLEAR-DAY-ROUTINE.
           PERFORM WRITE-PROGRESS-ROUTINE.
       END-ROUTINE.

       PROGRESS-CLEAR-DAY-ROUTINE.
           MOVE SPACES TO WS-Progress-YearDay, WS-Progress-Program,
                          WS-Progress-Day-Date, WS-Progress-Day-Time.
           MOVE ZERO TO WS-Progress-SLA, WS-Progress-Timeout.
       END-ROUTINE.

       WRITE-PROGRESS-ROUTINE.
           OPEN OUTPUT F-Progress-FILE.
           IF WS-Progress-FS NOT = "00" THEN
               DISPLAY "WARNING: cannot write "
                       FUNCTION TRIM(WS-Progress-FileName)
                       " - status " WS-Progress-FS
                       " - run progress not kept"
               SET WS-Progress-BOOL TO 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PRG-REC.
           MOVE WS-Run-Number TO PRG-Run-Number.
           MOVE LS-Run-Date TO PRG-Run-Date.
           IF WS-Split-N > 0 THEN
               MOVE "S" TO PRG-Mode
               MOVE WS-Slice-M TO PRG-Slice-No
           ELSE
               MOVE SPACE TO PRG-Mode
               MOVE ZERO TO PRG-Slice-No
           END-IF.
           MOVE WS-Progress-State TO PRG-State.
           MOVE WS-Progress-Start-Date TO PRG-Start-Date.
           MOVE WS-Progress-Start-Time TO PRG-Start-Time.
           MOVE FUNCTION CURRENT-DATE TO WS-Progress-Now.
           MOVE WS-Progress-Now(1:8) TO PRG-Update-Date.
           MOVE WS-Progress-Now(9:8) TO PRG-Update-Time.
           MOVE WS-Progress-Position TO PRG-Position.
           MOVE WS-Progress-Total TO PRG-Total.
           MOVE LS-Test-CNT TO PRG-Done.
           IF NOT WS-Progress-YearDay = SPACES THEN
               SUBTRACT 1 FROM LS-Test-CNT GIVING PRG-Done
           END-IF.
           MOVE WS-Total-Failures TO PRG-Failures.
           MOVE WS-Budget TO PRG-Budget.
           MOVE WS-Budget-Spent TO PRG-Budget-Spent.
           MOVE WS-Progress-Forecast TO PRG-Forecast-Total.
           MOVE WS-Progress-FC-Done TO PRG-Forecast-Done.
           MOVE WS-Progress-YearDay TO PRG-Day-YearDay.
           MOVE WS-Progress-Program TO PRG-Day-Program.
           MOVE WS-Progress-Day-Date TO PRG-Day-Start-Date.
           MOVE WS-Progress-Day-Time TO PRG-Day-Start-Time.
           MOVE WS-Progress-SLA TO PRG-Day-SLA.
           MOVE WS-Progress-Timeout TO PRG-Day-Timeout.
           WRITE PRG-REC.
           CLOSE F-Progress-FILE.
       END-ROUTINE.

       RELEASE-LOCK-ROUTINE.
           CALL "run_lock" USING BY CONTENT "RELEASE",
               BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
               WS-Lock-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-Calendar-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Business-Date TO WS-Cal-Today.
           PERFORM READ-CALENDAR-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Calendar-FILE.
           SET WS-EOF-BOOL TO 0.
       END-ROUTINE.

       EXPORT-CSV-ROUTINE.
      *> a replay exports beside its own history file, never over
      *> tonight's results that run_signoff releases
           MOVE SPACES TO WS-CSV-FileName.
           IF WS-Asof-BOOL = 1 THEN
               STRING "test_rerun_" DELIMITED BY SIZE,
                      WS-Asof-Date DELIMITED BY SIZE,
                      "_" DELIMITED BY SIZE,
                      LS-Run-Date DELIMITED BY SIZE,
                      ".csv" DELIMITED BY SIZE
                      INTO WS-CSV-FileName
           ELSE
               STRING "test_results_" DELIMITED BY SIZE,
                      LS-Run-Date DELIMITED BY SIZE,
                      ".csv" DELIMITED BY SIZE
                      INTO WS-CSV-FileName
           END-IF.
           OPEN OUTPUT F-CSV-FILE.
           MOVE "Year,Dir,File,Expected1,Expected2,Result1,Result2," &
                "Success,Failure,Skipped,Alt1,Alt2,RunNo,Part1,Part2"
               TO F-CSV-LINE.
           WRITE F-CSV-LINE.
           PERFORM VARYING LS-i FROM 1
                   ","                                DELIMITED BY SIZE,
                   WS-Alt-2(LS-i)                     DELIMITED BY SIZE,
                   ","                                DELIMITED BY SIZE,
                   WS-Run-Number                      DELIMITED BY SIZE,
                   ","                                DELIMITED BY SIZE,
                   WS-Outcome-1(LS-i)                 DELIMITED BY SIZE,
                   ","                                DELIMITED BY SIZE,
                   WS-Outcome-2(LS-i)                 DELIMITED BY SIZE
                   INTO F-CSV-LINE
               WRITE F-CSV-LINE
           END-PERFORM.
                   SUBTRACT 1 FROM LS-Test-CNT
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-Progress-Position =
                   (LS-Line-Seq - WS-Slice-M) / WS-Split-N + 1
           ELSE
               MOVE LS-Line-Seq TO WS-Progress-Position
           END-IF.

           IF NOT LS-Input-Suffix = SPACES THEN
               END-IF
               IF WS-Budget-Out-BOOL = 1 THEN
                   ADD 2 TO WS-Skipped(LS-Test-CNT)
                   MOVE "S" TO WS-Outcome-1(LS-Test-CNT),
                               WS-Outcome-2(LS-Test-CNT)
                   PERFORM ADD-CARRY-OUT-ROUTINE
                   PERFORM WRITE-HISTORY-ROUTINE
                   EXIT PARAGRAPH

           IF LS-Restart-From > 0 AND LS-Test-CNT < LS-Restart-From THEN
               ADD 2 TO WS-Skipped(LS-Test-CNT)
               MOVE "S" TO WS-Outcome-1(LS-Test-CNT),
                           WS-Outcome-2(LS-Test-CNT)
               PERFORM WRITE-RESTART-CHECKPOINT-ROUTINE
               EXIT PARAGRAPH
           END-IF.

      *> a quarantined day (three consecutive failing runs) is held
      *> out of the night with its own skip reason until somebody
      *> releases it in registry_maint; a day with only one part
      *> quarantined ("1" or "2") still runs, and only that part is
      *> left out of the scoring
           IF WS-Registry-Open-BOOL = 1 AND WS-Asof-BOOL = 0 THEN
               MOVE WS-Year(LS-Test-CNT) TO REGX-Year
               MOVE WS-DirName(LS-Test-CNT) TO REGX-Day
               READ F-Registry-FILE RECORD KEY IS REGX-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM REGISTRY-IN-FORCE-ROUTINE
                       IF REGX-Active = "Q" THEN
                           DISPLAY "QUARANTINE: "
                               WS-Year(LS-Test-CNT) "/"
                               "registry_maint"
                           ADD 2 TO WS-Skipped(LS-Test-CNT)
                           MOVE 1 TO WS-Quarantined(LS-Test-CNT)
                           MOVE "Q" TO WS-Outcome-1(LS-Test-CNT),
                                       WS-Outcome-2(LS-Test-CNT)
                           PERFORM MARK-REGISTRY-SEEN-ROUTINE
                           PERFORM WRITE-HISTORY-ROUTINE
                           PERFORM WRITE-RESTART-CHECKPOINT-ROUTINE
                       END-IF
                       IF REGX-Active = "1" OR REGX-Active = "2" THEN
                           MOVE REGX-Active
                               TO WS-Quar-Part(LS-Test-CNT)
                           DISPLAY "QUARANTINE: "
                               WS-Year(LS-Test-CNT) "/"
                               WS-DirName(LS-Test-CNT) " "
                               FUNCTION TRIM(
                                   WS-FileName(LS-Test-CNT))
                               " part " REGX-Active
                               " not scored - release it in "
                               "registry_maint"
                       END-IF
               END-READ
               IF WS-Quarantined(LS-Test-CNT) = 1 THEN
                   EXIT PARAGRAPH
           END-IF.

           PERFORM LOOKUP-ANSWERS-ROUTINE.
           IF WS-Asof-BOOL = 1 THEN
               MOVE WS-Asof-Exp-1(LS-RL-i)
                   TO WS-Expected-Result-1(LS-Test-CNT)
               MOVE WS-Asof-Exp-2(LS-RL-i)
                   TO WS-Expected-Result-2(LS-Test-CNT)
               MOVE WS-Asof-Type(LS-RL-i) TO WS-Ans-Type(LS-Test-CNT)
           END-IF.

           INITIALIZE LS-Full-FileName,
                      LS-Full-TestName,
                      WS-Test-File(LS-Test-CNT) DELIMITED BY SPACE
                      INTO LS-Full-TestName
           END-IF.
           IF WS-Asof-BOOL = 1 THEN
               MOVE WS-Asof-Vault(LS-RL-i) TO LS-Full-TestName
               MOVE WS-Asof-Vault(LS-RL-i)
                   TO WS-Vault-Name(LS-Test-CNT)
           END-IF.
           MOVE LS-Full-TestName TO WS-Vault-Path.

           IF LS-Stage-BOOL = 1 THEN
               PERFORM STAGE-INPUT-ROUTINE
           END-IF.

           PERFORM FINGERPRINT-ROUTINE.
           PERFORM MODULE-FINGERPRINT-ROUTINE.
           IF WS-Asof-BOOL = 0 THEN
               PERFORM FP-COMPARE-ROUTINE
               PERFORM VAULT-INPUT-ROUTINE
           END-IF.
           PERFORM GET-DAY-PARAMS-ROUTINE.

           MOVE ZERO TO LS-Day-Read, LS-Day-Rej, LS-Totals-Set.
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM CLEAR-PHASE-ROUTINE.

      *> parallel slices may both be given the same program (one
      *> input each); its fixed side-file names are claimed first so
      *> the two runs cannot write over one another
           IF WS-Split-N > 0 THEN
               CALL "side_archive" USING BY CONTENT "HOLD   ",
                   BY REFERENCE WS-FileName(LS-Test-CNT),
                   WS-Year(LS-Test-CNT), WS-DirName(LS-Test-CNT),
                   WS-Input-Used(LS-Test-CNT), LS-Run-Date,
                   WS-Run-Number, WS-Side-Count, WS-Side-Status,
                   WS-Side-Diff
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

           PERFORM OPEN-SPOOL-ROUTINE.
           IF WS-Progress-BOOL = 1 THEN
               PERFORM PROGRESS-DAY-START-ROUTINE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(9:8) TO LS-TimeStr-IN.
           PERFORM TIME-STR-TO-HUNDREDTHS-ROUTINE.
           MOVE LS-TimeTotal-OUT TO LS-Start-Total.

      *> a dry sweep must stay in-process - the dry-run register
      *> does not cross the day_runner process boundary; so must a
      *> determinism check, or the second call would start clean
           IF LS-Timeout-CS > 0 AND LS-DryRun-BOOL = 0
            AND WS-Twice-BOOL = 0 THEN
               PERFORM CALL-WITH-WATCHDOG-ROUTINE
           ELSE
               PERFORM CALL-DAY-BATCH-ROUTINE
           MOVE LS-Day-Rej TO WS-Rej-CNT(LS-Test-CNT).
           MOVE LS-Totals-Set TO WS-Totals-BOOL(LS-Test-CNT).
           PERFORM COLLECT-HWM-ROUTINE.
           PERFORM COLLECT-PHASE-ROUTINE.
           PERFORM MARK-REGISTRY-SEEN-ROUTINE.

           MOVE FUNCTION CURRENT-DATE(9:8) TO LS-TimeStr-IN.
                   TO WS-Bench-Sample(LS-Test-CNT, 1)
               PERFORM BENCH-EXTRA-RUNS-ROUTINE
           END-IF.
           IF WS-Twice-BOOL = 1 THEN
               PERFORM TWICE-RUN-ROUTINE
           END-IF.

           MOVE " " TO RESPONSE-IN-WS.

           IF (WS-Failure(LS-Test-CNT) > 0
               OR WS-Timeout-BOOL(LS-Test-CNT) = 1)
            AND LS-DryRun-BOOL = 0
            AND WS-Bench-N <= 1
            AND WS-Twice-BOOL = 0 THEN
               PERFORM RETRY-DAY-ROUTINE
           END-IF.
           PERFORM ARCHIVE-SIDE-OUTPUTS-ROUTINE.

           IF LS-Record-BOOL = 1 AND WS-Asof-BOOL = 0 THEN
               IF (NOT LS-Input-Suffix = SPACES)
                OR (WS-Expected-Result-1(LS-Test-CNT) = " "
                    AND WS-Expected-Result-2(LS-Test-CNT) = " ") THEN
           END-IF.

           PERFORM WRITE-HISTORY-ROUTINE.
           IF WS-Asof-BOOL = 0 AND LS-DryRun-BOOL = 0 THEN
               PERFORM WRITE-VAULT-MANIFEST-ROUTINE
           END-IF.
           PERFORM WRITE-RESTART-CHECKPOINT-ROUTINE.
           IF WS-Progress-BOOL = 1 THEN
               PERFORM PROGRESS-DAY-END-ROUTINE
           END-IF.
       END-ROUTINE.

       ARCHIVE-SIDE-OUTPUTS-ROUTINE.
      *> after any retry, so what is filed is the program's final
      *> output for this input
           MOVE ZERO TO WS-Side-Count.
           CALL "side_archive" USING BY CONTENT "COLLECT",
               BY REFERENCE WS-FileName(LS-Test-CNT),
               WS-Year(LS-Test-CNT), WS-DirName(LS-Test-CNT),
               WS-Input-Used(LS-Test-CNT), LS-Run-Date,
               WS-Run-Number, WS-Side-Count, WS-Side-Status,
               WS-Side-Diff
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-Side-Count > 0 THEN
               DISPLAY "SIDE OUTPUTS: " WS-Side-Count
                       " file(s) archived for "
                       FUNCTION TRIM(WS-FileName(LS-Test-CNT))
           END-IF.
           IF WS-Side-Status = "99" THEN
               DISPLAY "WARNING: side output(s) of "
                       FUNCTION TRIM(WS-FileName(LS-Test-CNT))
                       " left in the working directory"
           END-IF.
           IF WS-Split-N > 0 THEN
               CALL "side_archive" USING BY CONTENT "FREE   ",
                   BY REFERENCE WS-FileName(LS-Test-CNT),
                   WS-Year(LS-Test-CNT), WS-DirName(LS-Test-CNT),
                   WS-Input-Used(LS-Test-CNT), LS-Run-Date,
                   WS-Run-Number, WS-Side-Count, WS-Side-Status,
                   WS-Side-Diff
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.
       END-ROUTINE.

       SCORE-RESULTS-ROUTINE.
           MOVE WS-Ans-Type(LS-Test-CNT) TO LS-Compare-Type.
           IF (NOT LS-Input-Suffix = SPACES)
                   OR LS-DryRun-BOOL = 1 THEN
               MOVE FUNCTION TRIM(LS-Result-1)
                   TO WS-Result-1(LS-Test-CNT)
               MOVE FUNCTION TRIM(LS-Result-2)
                   TO WS-Result-2(LS-Test-CNT)
               ADD 2 TO WS-Skipped(LS-Test-CNT)
               MOVE "S" TO WS-Outcome-1(LS-Test-CNT),
                           WS-Outcome-2(LS-Test-CNT)
           ELSE
           IF WS-Quar-Part(LS-Test-CNT) = 1 THEN
               MOVE FUNCTION TRIM(LS-Result-1)
                   TO WS-Result-1(LS-Test-CNT)
               ADD 1 TO WS-Skipped(LS-Test-CNT)
               MOVE "Q" TO WS-Outcome-1(LS-Test-CNT)
           ELSE
           IF WS-Expected-Result-1(LS-Test-CNT) = " " THEN
               MOVE FUNCTION TRIM(LS-Result-1)
                   TO WS-Result-1(LS-Test-CNT)
               ADD 1 TO WS-Skipped(LS-Test-CNT)
               MOVE "S" TO WS-Outcome-1(LS-Test-CNT)
           ELSE
               MOVE WS-Expected-Result-1(LS-Test-CNT)
                   TO LS-Compare-Expected
               MOVE LS-Compare-Matched-Alt TO WS-Alt-1(LS-Test-CNT)
               IF LS-Compare-Match = 1 THEN
                   ADD 1 TO WS-Success(LS-Test-CNT)
                   MOVE "P" TO WS-Outcome-1(LS-Test-CNT)
                   IF LS-Compare-Matched-Alt > 0 THEN
                       MOVE "A" TO WS-Outcome-1(LS-Test-CNT)
                   END-IF
               ELSE
                   DISPLAY "EXP: ", WS-Expected-Result-1(LS-Test-CNT)
                   DISPLAY "ACT: ", WS-Result-1(LS-Test-CNT)
                   ADD 1 TO WS-Failure(LS-Test-CNT)
                   ADD 1 TO WS-Total-Failures
                   MOVE "F" TO WS-Outcome-1(LS-Test-CNT)
               END-IF
           END-IF
           END-IF
           IF WS-Quar-Part(LS-Test-CNT) = 2 THEN
               MOVE FUNCTION TRIM(LS-Result-2)
                   TO WS-Result-2(LS-Test-CNT)
               ADD 1 TO WS-Skipped(LS-Test-CNT)
               MOVE "Q" TO WS-Outcome-2(LS-Test-CNT)
           ELSE
           IF WS-Expected-Result-2(LS-Test-CNT) = " " THEN
               MOVE FUNCTION TRIM(LS-Result-2)
                   TO WS-Result-2(LS-Test-CNT)
               ADD 1 TO WS-Skipped(LS-Test-CNT)
               MOVE "S" TO WS-Outcome-2(LS-Test-CNT)
           ELSE
               MOVE WS-Expected-Result-2(LS-Test-CNT)
                   TO LS-Compare-Expected
               MOVE LS-Compare-Matched-Alt TO WS-Alt-2(LS-Test-CNT)
               IF LS-Compare-Match = 1 THEN
                   ADD 1 TO WS-Success(LS-Test-CNT)
                   MOVE "P" TO WS-Outcome-2(LS-Test-CNT)
                   IF LS-Compare-Matched-Alt > 0 THEN
                       MOVE "A" TO WS-Outcome-2(LS-Test-CNT)
                   END-IF
               ELSE
                   ADD 1 TO WS-Failure(LS-Test-CNT)
                   ADD 1 TO WS-Total-Failures
                   MOVE "F" TO WS-Outcome-2(LS-Test-CNT)
               END-IF
           END-IF
           END-IF
           END-IF.
       END-ROUTINE.

                   FUNCTION TRIM(WS-FileName(LS-Test-CNT))
                   " failed or timed out - one automatic retry".
           SUBTRACT WS-Failure(LS-Test-CNT) FROM WS-Total-Failures.
           MOVE WS-Outcome-1(LS-Test-CNT) TO LS-First-Out-1.
           MOVE WS-Outcome-2(LS-Test-CNT) TO LS-First-Out-2.
           MOVE ZERO TO WS-Failure(LS-Test-CNT),
                        WS-Success(LS-Test-CNT).
           MOVE LS-Skip-Before TO WS-Skipped(LS-Test-CNT).
                        WS-Alt-2(LS-Test-CNT).
           SET WS-Timeout-BOOL(LS-Test-CNT) TO 0.
           INITIALIZE LS-Result-1, LS-Result-2.
           PERFORM CLEAR-PHASE-ROUTINE.
           PERFORM OPEN-SPOOL-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO LS-TimeStr-IN.
           PERFORM TIME-STR-TO-HUNDREDTHS-ROUTINE.
               PERFORM CALL-DAY-BATCH-ROUTINE
           END-IF.
           PERFORM CLOSE-SPOOL-ROUTINE.
           PERFORM COLLECT-PHASE-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO LS-TimeStr-IN.
           PERFORM TIME-STR-TO-HUNDREDTHS-ROUTINE.
           MOVE LS-TimeTotal-OUT TO LS-End-Total.
           END-IF.
           ADD WS-Elapsed(LS-Test-CNT) TO WS-Budget-Spent.
           PERFORM SCORE-RESULTS-ROUTINE.
      *> a part that failed the first attempt and passes now is
      *> kept apart from a clean pass
           IF LS-First-Out-1 = "F"
            AND (WS-Outcome-1(LS-Test-CNT) = "P"
              OR WS-Outcome-1(LS-Test-CNT) = "A") THEN
               MOVE "R" TO WS-Outcome-1(LS-Test-CNT)
           END-IF.
           IF LS-First-Out-2 = "F"
            AND (WS-Outcome-2(LS-Test-CNT) = "P"
              OR WS-Outcome-2(LS-Test-CNT) = "A") THEN
               MOVE "R" TO WS-Outcome-2(LS-Test-CNT)
           END-IF.
           IF WS-Failure(LS-Test-CNT) = 0
            AND WS-Timeout-BOOL(LS-Test-CNT) = 0 THEN
               MOVE 1 TO WS-Retried(LS-Test-CNT)
                  INTO WS-FP(LS-Test-CNT).
       END-ROUTINE.

       MODULE-FINGERPRINT-ROUTINE.
      *> Size and content checksum of the module about to be CALLed,
      *> so a module rebuilt between runs shows in history beside an
      *> unchanged input. A program linked in statically has no
      *> module file of its own and goes without.
           MOVE SPACES TO WS-Module-FileName.
           STRING LS-Full-FileName DELIMITED BY SPACE,
                  ".so" DELIMITED BY SIZE
                  INTO WS-Module-FileName.
           CALL "module_fp" USING WS-Module-FileName,
               WS-MF(LS-Test-CNT), WS-Module-Size, WS-Module-Date,
               WS-Module-Time, WS-Module-Status
               ON EXCEPTION
                   MOVE SPACES TO WS-MF(LS-Test-CNT)
           END-CALL.
       END-ROUTINE.

       READ-FINGER-ROUTINE.
           READ F-Finger-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
      *> Look back through recent history files for the last recorded
      *> fingerprint of this year/day/input and warn loudly when the
      *> input has changed underneath its expected answers.
           MOVE SPACES TO WS-Diff-Name(LS-Test-CNT).
           IF WS-FP(LS-Test-CNT) = "NOFP" THEN
               EXIT PARAGRAPH
           END-IF.
                       FUNCTION TRIM(LS-FP-Prior)
                       " recorded " LS-FP-Prior-Date
                       " - expected answers may no longer match ***"
               PERFORM INPUT-DIFF-ROUTINE
           END-IF.
       END-ROUTINE.

       INPUT-DIFF-ROUTINE.
      *> the previous version comes back out of the input vault by
      *> its fingerprint; an input last seen before it was vaulted
      *> gets the warning above but no line report
           MOVE SPACES TO WS-Diff-Old.
           MOVE LS-FP-Prior TO WS-Vault-FP.
           MOVE "99" TO WS-Vault-Status.
           CALL "input_vault" USING BY CONTENT "FIND  ",
               BY REFERENCE WS-Vault-Path, WS-Vault-FP,
               WS-Diff-Old, WS-Vault-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-Vault-Status NOT = "02" THEN
               DISPLAY "    (previous version not held in the input "
                       "vault - no line-level change report)"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Diff-FileName.
           STRING "input_diff_" DELIMITED BY SIZE,
                  LS-Run-Date DELIMITED BY SIZE,
                  "_r" DELIMITED BY SIZE,
                  WS-Run-Number DELIMITED BY SIZE,
                  "_" DELIMITED BY SIZE,
                  LS-Test-CNT DELIMITED BY SIZE,
                  ".txt" DELIMITED BY SIZE
                  INTO WS-Diff-FileName.
           MOVE SPACES TO WS-Diff-Title.
           STRING WS-Year(LS-Test-CNT) DELIMITED BY SPACE,
                  "/" DELIMITED BY SIZE,
                  WS-DirName(LS-Test-CNT) DELIMITED BY SPACE,
                  " " DELIMITED BY SIZE,
                  FUNCTION TRIM(WS-Input-Used(LS-Test-CNT))
                      DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  FUNCTION TRIM(LS-FP-Prior) DELIMITED BY SIZE,
                  " (" DELIMITED BY SIZE,
                  LS-FP-Prior-Date DELIMITED BY SIZE,
                  ") -> " DELIMITED BY SIZE,
                  FUNCTION TRIM(WS-FP(LS-Test-CNT)) DELIMITED BY SIZE
                  INTO WS-Diff-Title.
           MOVE "99" TO WS-Diff-Status.
           CALL "input_diff" USING WS-Diff-Old, WS-Vault-Path,
               WS-Diff-FileName, WS-Diff-Title, WS-Diff-Added,
               WS-Diff-Deleted, WS-Diff-Altered, WS-Diff-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-Diff-Status NOT = "00" THEN
               DISPLAY "WARNING: no change report for "
                       FUNCTION TRIM(WS-Vault-Path)
                       " - status " WS-Diff-Status
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Diff-FileName TO WS-Diff-Name(LS-Test-CNT).
           DISPLAY "    CHANGE REPORT: " WS-Diff-Added " added, "
                   WS-Diff-Deleted " deleted, " WS-Diff-Altered
                   " altered - "
                   FUNCTION TRIM(WS-Diff-FileName).
           OPEN EXTEND F-Change-FILE.
           IF WS-Change-FS = "35" THEN
               OPEN OUTPUT F-Change-FILE
           END-IF.
           IF WS-Change-FS NOT = "00" THEN
               DISPLAY "WARNING: cannot open input_changes.txt"
                       " - status " WS-Change-FS
               EXIT PARAGRAPH
           END-IF.
           MOVE LS-Run-Date TO ICH-Run-Date.
           MOVE WS-Run-Number TO ICH-Run-Number.
           MOVE WS-Year(LS-Test-CNT) TO ICH-Year.
           MOVE WS-DirName(LS-Test-CNT) TO ICH-Day.
           MOVE WS-Input-Used(LS-Test-CNT) TO ICH-Input.
           MOVE LS-FP-Prior TO ICH-Old-FP.
           MOVE WS-FP(LS-Test-CNT) TO ICH-New-FP.
           MOVE WS-Diff-Added TO ICH-Added.
           MOVE WS-Diff-Deleted TO ICH-Deleted.
           MOVE WS-Diff-Altered TO ICH-Altered.
           MOVE WS-Diff-FileName TO ICH-Report-Name.
           WRITE ICH-REC.
           CLOSE F-Change-FILE.
       END-ROUTINE.

       READ-FP-HIST-ROUTINE.
           READ F-SliceHist-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
           END-IF.
       END-ROUTINE.

       VAULT-INPUT-ROUTINE.
      *> keep this version of the input for good: the vault holds
      *> every distinct path + fingerprint a run has ever seen
      *> (WS-Vault-Path holds the input's own path, not a staged copy)
           MOVE SPACES TO WS-Vault-Name(LS-Test-CNT).
           IF WS-FP(LS-Test-CNT) = "NOFP" OR LS-DryRun-BOOL = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FP(LS-Test-CNT) TO WS-Vault-FP.
           MOVE "99" TO WS-Vault-Status.
           CALL "input_vault" USING BY CONTENT "STORE ",
               BY REFERENCE WS-Vault-Path, WS-Vault-FP,
               WS-Vault-Name(LS-Test-CNT), WS-Vault-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           EVALUATE WS-Vault-Status
               WHEN "00"
                   DISPLAY "VAULT: new version of "
                           FUNCTION TRIM(WS-Vault-Path)
                           " kept as "
                           FUNCTION TRIM(WS-Vault-Name(LS-Test-CNT))
               WHEN "02"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARNING: input "
                           FUNCTION TRIM(WS-Vault-Path)
                           " not vaulted - status " WS-Vault-Status
           END-EVALUATE.
       END-ROUTINE.

       WRITE-VAULT-MANIFEST-ROUTINE.
           OPEN EXTEND F-VaultRun-FILE.
           IF WS-VaultRun-FS = "35" THEN
               OPEN OUTPUT F-VaultRun-FILE
           END-IF.
           IF WS-VaultRun-FS NOT = "00" THEN
               DISPLAY "WARNING: cannot open input_vault_runs.txt"
                       " - status " WS-VaultRun-FS
               EXIT PARAGRAPH
           END-IF.
           MOVE LS-Run-Date TO IVR-Run-Date.
           MOVE WS-Run-Number TO IVR-Run-Number.
           MOVE WS-Year(LS-Test-CNT) TO IVR-Year.
           MOVE WS-DirName(LS-Test-CNT) TO IVR-Day.
           MOVE WS-FileName(LS-Test-CNT) TO IVR-Program.
           MOVE WS-Input-Used(LS-Test-CNT) TO IVR-Input.
           MOVE WS-FP(LS-Test-CNT) TO IVR-FP.
           MOVE WS-Vault-Name(LS-Test-CNT) TO IVR-Vault-Name.
           MOVE WS-Expected-Result-1(LS-Test-CNT) TO IVR-Expected-1.
           MOVE WS-Expected-Result-2(LS-Test-CNT) TO IVR-Expected-2.
           MOVE WS-Ans-Type(LS-Test-CNT) TO IVR-Ans-Type.
           MOVE WS-Day-P1 TO IVR-Param-1.
           MOVE WS-Day-P2 TO IVR-Param-2.
           MOVE WS-Day-P3 TO IVR-Param-3.
           WRITE IVR-REC.
           CLOSE F-VaultRun-FILE.
       END-ROUTINE.

       GET-DAY-PARAMS-ROUTINE.
           MOVE SPACES TO WS-Day-P1, WS-Day-P2, WS-Day-P3.
           IF WS-Asof-BOOL = 1 THEN
               MOVE WS-Asof-P1(LS-RL-i) TO WS-Day-P1
               MOVE WS-Asof-P2(LS-RL-i) TO WS-Day-P2
               MOVE WS-Asof-P3(LS-RL-i) TO WS-Day-P3
               EXIT PARAGRAPH
           END-IF.
           IF WS-Registry-Open-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM REGISTRY-IN-FORCE-ROUTINE
                   MOVE REGX-Param-1 TO WS-Day-P1
                   MOVE REGX-Param-2 TO WS-Day-P2
                   MOVE REGX-Param-3 TO WS-Day-P3
           END-READ.
      *> a suite member's own parameters stand in for the registry's
           IF WS-Suite-BOOL = 1 THEN
               IF WS-RL-P1(LS-RL-i) NOT = SPACES THEN
                   MOVE WS-RL-P1(LS-RL-i) TO WS-Day-P1
               END-IF
               IF WS-RL-P2(LS-RL-i) NOT = SPACES THEN
                   MOVE WS-RL-P2(LS-RL-i) TO WS-Day-P2
               END-IF
               IF WS-RL-P3(LS-RL-i) NOT = SPACES THEN
                   MOVE WS-RL-P3(LS-RL-i) TO WS-Day-P3
               END-IF
           END-IF.
       END-ROUTINE.

       CALL-DAY-BATCH-ROUTINE.
               AT END CONTINUE
               NOT AT END MOVE F-Check-LINE(1:15) TO LS-Result-2
           END-READ.
      *> then the phases the day marked in the wrapper's process
           SET WS-Phase-Runner-EOF-BOOL TO 0.
           PERFORM READ-RUNNER-PHASE-ROUTINE
               UNTIL WS-Phase-Runner-EOF-BOOL = 1.
           CLOSE F-Check-FILE.
           CALL "CBL_DELETE_FILE" USING WS-Check-FileName
               ON EXCEPTION
           READ F-Registry-FILE NEXT RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   PERFORM REGISTRY-IN-FORCE-ROUTINE
                   IF REGX-Active NOT = "I" THEN
                       MOVE REGX-Year TO WS-Seen-Year-IN
                       MOVE REGX-Day TO WS-Seen-Day-IN
               MOVE WS-Spool-Name(LS-i) TO WS-Part-Spool
               MOVE WS-Alt-1(LS-i) TO WS-Part-Alt1
               MOVE WS-Alt-2(LS-i) TO WS-Part-Alt2
               MOVE WS-Outcome-1(LS-i) TO WS-Part-Out1
               MOVE WS-Outcome-2(LS-i) TO WS-Part-Out2
               WRITE F-Partial-REC FROM WS-Partial-Work-REC
           END-PERFORM.
           CLOSE F-Partial-FILE.
      *> Combine the partial results and per-slice history files from
      *> a split run back into the single results table, dated history
      *> file and (with --csv) CSV export we get from a serial run.
           MOVE WS-Business-Date TO LS-Run-Date.
           STRING "test_history_" DELIMITED BY SIZE,
                  LS-Run-Date DELIMITED BY SIZE,
                  ".txt" DELIMITED BY SIZE
                   MOVE WS-Part-Spool TO WS-Spool-Name(LS-Test-CNT)
                   MOVE WS-Part-Alt1 TO WS-Alt-1(LS-Test-CNT)
                   MOVE WS-Part-Alt2 TO WS-Alt-2(LS-Test-CNT)
                   MOVE WS-Part-Out1 TO WS-Outcome-1(LS-Test-CNT)
                   MOVE WS-Part-Out2 TO WS-Outcome-2(LS-Test-CNT)
                   ADD WS-Part-Fail TO WS-Total-Failures
           END-READ.
       END-ROUTINE.
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF F-SliceHist-LINE(1:8) = "TRAILER " THEN
                       PERFORM SLICE-BALANCE-ROUTINE
                   ELSE
                       ADD 1 TO WS-Hist-Seq-CNT
                       WRITE F-History-LINE FROM F-SliceHist-LINE
           END-READ.
       END-ROUTINE.

       SLICE-BALANCE-ROUTINE.
      *> the merged trailer's BAL= covers every slice's days
           MOVE 0 TO WS-Slice-Bal-Pos.
           INSPECT F-SliceHist-LINE TALLYING WS-Slice-Bal-Pos
               FOR CHARACTERS BEFORE INITIAL " BAL=".
           IF WS-Slice-Bal-Pos < 190 THEN
               IF F-SliceHist-LINE(WS-Slice-Bal-Pos + 6:4)
                       IS NUMERIC THEN
                   ADD FUNCTION NUMVAL(
                       F-SliceHist-LINE(WS-Slice-Bal-Pos + 6:4))
                       TO WS-Slice-Bal-CNT
               END-IF
           END-IF.
       END-ROUTINE.

       WRITE-ALERT-ROUTINE.
      *> One alert block per failing run, appended to the interface
      *> file the paging bridge polls. Header first, then one detail
                  " TEST-RUN-FAILURES " DELIMITED BY SIZE,
                  WS-Total-Failures DELIMITED BY SIZE,
                  " RUN=" DELIMITED BY SIZE,
                  WS-Run-Number DELIMITED BY SIZE,
                  " AT=" DELIMITED BY SIZE,
                  FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                  INTO F-Alert-LINE.
           WRITE F-Alert-LINE.
           ADD 1 TO WS-Alert-Line-CNT.
           PERFORM VARYING LS-i FROM 1 UNTIL LS-i > LS-Test-CNT
               IF WS-Failure(LS-i) > 0 THEN
                   MOVE SPACES TO F-Alert-LINE
                   MOVE WS-Year(LS-i) TO WS-Closed-Year-IN
                   PERFORM CHECK-CLOSED-YEAR-ROUTINE
                   IF WS-Closed-BOOL = 1 THEN
                       MOVE "REGRESSION" TO WS-Alert-Tag
                   ELSE
                       MOVE "FAIL" TO WS-Alert-Tag
                   END-IF
                   STRING "  " DELIMITED BY SIZE,
                          WS-Alert-Tag DELIMITED BY SPACE,
                          " " DELIMITED BY SIZE,
                          WS-Year(LS-i) DELIMITED BY SPACE,
                          "/" DELIMITED BY SIZE,
                          WS-DirName(LS-i) DELIMITED BY SPACE,
      *> runs moves itself to registry status "Q": the nightly skips
      *> it from tomorrow with its own reason instead of polluting
      *> every failure count, and only a reactivate in registry_maint
      *> lets it back in. The runs are counted part by part: when
      *> only one part has failed three running, only that part is
      *> quarantined (status "1" or "2") and the day keeps running;
      *> both parts failing, or the other part already held, takes
      *> the whole day to "Q".
           IF WS-Registry-Open-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
      *> last recorded outcome of each prior run date until two
      *> observations are in hand
           SET LS-Quar-Obs-CNT TO 0.
           MOVE ZERO TO LS-Quar-Fail-1, LS-Quar-Fail-2.
           MOVE FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LS-Run-Date)) TO LS-Norm-Stop-INT.
           SUBTRACT 90 FROM LS-Norm-Stop-INT GIVING LS-Norm-INT.
                      LS-Norm-Date DELIMITED BY SIZE,
                      ".txt" DELIMITED BY SIZE
                      INTO WS-SliceHist-FileName
               MOVE SPACES TO LS-Quar-Date-Outcome,
                              LS-Quar-Date-Parts
               OPEN INPUT F-SliceHist-FILE
               IF WS-SliceHist-FS = "00" THEN
                   PERFORM READ-QUAR-HIST-ROUTINE
               END-IF
               IF LS-Quar-Date-Outcome NOT = SPACES THEN
                   ADD 1 TO LS-Quar-Obs-CNT
                   PERFORM QUAR-COUNT-PARTS-ROUTINE
               END-IF
           END-PERFORM.
           IF LS-Quar-Obs-CNT < 2 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO LS-Quar-New.
           IF WS-Outcome-1(LS-i) = "F" AND LS-Quar-Fail-1 = 2 THEN
               MOVE "1" TO LS-Quar-New
           END-IF.
           IF WS-Outcome-2(LS-i) = "F" AND LS-Quar-Fail-2 = 2 THEN
               IF LS-Quar-New = "1" THEN
                   MOVE "Q" TO LS-Quar-New
               ELSE
                   MOVE "2" TO LS-Quar-New
               END-IF
           END-IF.
           IF LS-Quar-New = SPACE THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Year(LS-i) TO REGX-Year.
           MOVE WS-DirName(LS-i) TO REGX-Day.
           READ F-Registry-FILE RECORD KEY IS REGX-Key
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF REGX-Active NOT = "A" THEN
               IF (REGX-Active = "1" OR REGX-Active = "2")
                AND LS-Quar-New NOT = REGX-Active THEN
                   MOVE "Q" TO LS-Quar-New
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE LS-Quar-New TO REGX-Active.
           REWRITE REGX-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF LS-Quar-New = "Q" THEN
               DISPLAY "QUARANTINE: " WS-Year(LS-i)
                   "/" WS-DirName(LS-i) " "
                   FUNCTION TRIM(WS-FileName(LS-i))
                   " failed three consecutive runs - "
                   "moved to registry status Q"
           ELSE
               DISPLAY "QUARANTINE: " WS-Year(LS-i)
                   "/" WS-DirName(LS-i) " "
                   FUNCTION TRIM(WS-FileName(LS-i))
                   " part " LS-Quar-New
                   " failed three consecutive runs - "
                   "moved to registry status " LS-Quar-New
           END-IF.
       END-ROUTINE.

       QUAR-COUNT-PARTS-ROUTINE.
      *> a prior run from before parts were tracked failed both
      *> parts if the day failed
           IF LS-Quar-Date-Parts = SPACES THEN
               IF LS-Quar-Date-Outcome = "FAILURE"
                OR LS-Quar-Date-Outcome = "TIMEOUT"
                OR LS-Quar-Date-Outcome = "RETRIED-FAIL" THEN
                   ADD 1 TO LS-Quar-Fail-1, LS-Quar-Fail-2
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF LS-Quar-Date-Parts(1:1) = "F" THEN
               ADD 1 TO LS-Quar-Fail-1
           END-IF.
           IF LS-Quar-Date-Parts(2:1) = "F" THEN
               ADD 1 TO LS-Quar-Fail-2
           END-IF.
       END-ROUTINE.

            AND LS-Norm-File = WS-FileName(LS-i)
            AND LS-Norm-Outcome NOT = SPACES THEN
               MOVE LS-Norm-Outcome TO LS-Quar-Date-Outcome
               MOVE SPACES TO LS-Quar-Line-Parts
               SET LS-Quar-PT-Pos TO 0
               INSPECT F-SliceHist-LINE TALLYING LS-Quar-PT-Pos
                   FOR CHARACTERS BEFORE INITIAL " PT="
               IF LS-Quar-PT-Pos < 195 THEN
                   MOVE F-SliceHist-LINE(LS-Quar-PT-Pos + 5:2)
                       TO LS-Quar-Line-Parts
               END-IF
               MOVE LS-Quar-Line-Parts TO LS-Quar-Date-Parts
           END-IF.
       END-ROUTINE.

           END-PERFORM.
       END-ROUTINE.

       TWICE-RUN-ROUTINE.
      *> second run of the day: its side files are set aside first,
      *> its diagnostics go to a _run2 spool member
           MOVE LS-Result-1 TO WS-Twice-Result-1.
           MOVE LS-Result-2 TO WS-Twice-Result-2.
           ADD 1 TO WS-Twice-CNT.
           CALL "side_archive" USING BY CONTENT "SNAP   ",
               BY REFERENCE WS-FileName(LS-Test-CNT),
               WS-Year(LS-Test-CNT), WS-DirName(LS-Test-CNT),
               WS-Input-Used(LS-Test-CNT), LS-Run-Date,
               WS-Run-Number, WS-Side-Count, WS-Side-Status,
               WS-Side-Diff
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SPACES TO WS-Twice-Spool.
           STRING WS-Spool-Name(LS-Test-CNT) DELIMITED BY ".txt",
                  "_run2.txt" DELIMITED BY SIZE
                  INTO WS-Twice-Spool.
           MOVE WS-Twice-Spool TO LS-Spool-Text.
           CALL "spool" USING BY CONTENT "OPEN ",
                              BY REFERENCE LS-Spool-Text
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           INITIALIZE LS-Result-1, LS-Result-2.
           PERFORM CALL-DAY-BATCH-ROUTINE.
           PERFORM CLOSE-SPOOL-ROUTINE.
           MOVE SPACES TO WS-Side-Diff.
           MOVE ZERO TO WS-Side-Diff-Rec.
           CALL "side_archive" USING BY CONTENT "COMPARE",
               BY REFERENCE WS-FileName(LS-Test-CNT),
               WS-Year(LS-Test-CNT), WS-DirName(LS-Test-CNT),
               WS-Input-Used(LS-Test-CNT), LS-Run-Date,
               WS-Run-Number, WS-Side-Count, WS-Side-Status,
               WS-Side-Diff
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           EVALUATE TRUE
               WHEN LS-Result-1 NOT = WS-Twice-Result-1
                   PERFORM ADD-NONDET-ROUTINE
                   MOVE "RESULT-1" TO WS-ND-Where(WS-NonDet-CNT)
                   MOVE WS-Twice-Result-1 TO WS-ND-Run-1(WS-NonDet-CNT)
                   MOVE LS-Result-1 TO WS-ND-Run-2(WS-NonDet-CNT)
               WHEN LS-Result-2 NOT = WS-Twice-Result-2
                   PERFORM ADD-NONDET-ROUTINE
                   MOVE "RESULT-2" TO WS-ND-Where(WS-NonDet-CNT)
                   MOVE WS-Twice-Result-2 TO WS-ND-Run-1(WS-NonDet-CNT)
                   MOVE LS-Result-2 TO WS-ND-Run-2(WS-NonDet-CNT)
               WHEN WS-Side-Status = "10"
                   PERFORM ADD-NONDET-ROUTINE
                   MOVE WS-Side-Diff-Rec TO WS-Twice-Show
                   STRING WS-Side-Diff-File DELIMITED BY SPACE,
                          " RECORD " DELIMITED BY SIZE,
                          FUNCTION TRIM(WS-Twice-Show)
                              DELIMITED BY SIZE
                          INTO WS-ND-Where(WS-NonDet-CNT)
                   MOVE WS-Side-Diff-Run-1
                       TO WS-ND-Run-1(WS-NonDet-CNT)
                   MOVE WS-Side-Diff-Run-2
                       TO WS-ND-Run-2(WS-NonDet-CNT)
           END-EVALUATE.
           MOVE WS-Twice-Result-1 TO LS-Result-1.
           MOVE WS-Twice-Result-2 TO LS-Result-2.
       END-ROUTINE.

       ADD-NONDET-ROUTINE.
           IF WS-NonDet-CNT < WS-NonDet-Max-CONST THEN
               ADD 1 TO WS-NonDet-CNT
           END-IF.
           MOVE LS-Test-CNT TO WS-ND-Test(WS-NonDet-CNT).
           MOVE SPACES TO WS-ND-Where(WS-NonDet-CNT).
       END-ROUTINE.

       TWICE-REPORT-ROUTINE.
           DISPLAY "DETERMINISM REPORT: " WS-Twice-CNT
                   " day(s) run twice, " WS-NonDet-CNT
                   " not deterministic".
           PERFORM VARYING WS-ND-i FROM 1
                   UNTIL WS-ND-i > WS-NonDet-CNT
               MOVE WS-ND-Test(WS-ND-i) TO LS-i
               DISPLAY "  NOT DETERMINISTIC " WS-Year(LS-i) "/"
                       WS-DirName(LS-i) " "
                       FUNCTION TRIM(WS-FileName(LS-i)) " "
                       FUNCTION TRIM(WS-Input-Used(LS-i))
                       " - first difference: "
                       FUNCTION TRIM(WS-ND-Where(WS-ND-i))
               DISPLAY "    RUN 1: "
                       FUNCTION TRIM(WS-ND-Run-1(WS-ND-i) TRAILING)
               DISPLAY "    RUN 2: "
                       FUNCTION TRIM(WS-ND-Run-2(WS-ND-i) TRAILING)
           END-PERFORM.
       END-ROUTINE.

       BENCH-REPORT-ROUTINE.
           DISPLAY "BENCHMARK REPORT (" WS-Bench-N
                   " run(s) per day, cs):".
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM REGISTRY-IN-FORCE-ROUTINE
                       IF FUNCTION TEST-NUMVAL(REGX-SLA) = 0
                           MOVE FUNCTION NUMVAL(REGX-SLA)
                               TO LS-SLA-Limit
               MOVE LS-Pack-Work TO F-Pack-LINE
           END-IF.
           WRITE F-Pack-LINE.
           IF NOT WS-Diff-Name(LS-i) = SPACES THEN
               PERFORM PACK-DIFF-COPY-ROUTINE
           END-IF.
           PERFORM PACK-LAST-SUCCESS-ROUTINE.
           IF LS-Pack-Last-Succ = SPACES THEN
               MOVE "LAST SUCCESS: (none in the last 90 days)"
           END-READ.
       END-ROUTINE.

       PACK-DIFF-COPY-ROUTINE.
      *> the input moved under this day since its last run - carry
      *> the line-level change report into the pack
           MOVE WS-Diff-Name(LS-i) TO WS-Diff-FileName.
           OPEN INPUT F-Diff-FILE.
           IF WS-Diff-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-PACK-DIFF-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Diff-FILE.
           SET WS-EOF-BOOL TO 0.
       END-ROUTINE.

       READ-PACK-DIFF-ROUTINE.
           READ F-Diff-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   MOVE SPACES TO F-Pack-LINE
                   STRING "  " DELIMITED BY SIZE,
                          F-Diff-LINE DELIMITED BY SIZE
                          INTO F-Pack-LINE
                   WRITE F-Pack-LINE
           END-READ.
       END-ROUTINE.

       COLLECT-HWM-ROUTINE.
           MOVE ZERO TO WS-HWM-n.
           CALL "hwm_register" USING BY CONTENT "GETN ",
           END-PERFORM.
       END-ROUTINE.

       CLEAR-PHASE-ROUTINE.
           CALL "phase_register" USING BY CONTENT "CLEAR",
               BY REFERENCE WS-Phase-Name, WS-Phase-Got-CS,
               WS-Phase-n
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       READ-RUNNER-PHASE-ROUTINE.
           READ F-Check-FILE RECORD
               AT END SET WS-Phase-Runner-EOF-BOOL TO 1
               NOT AT END
                   MOVE F-Check-LINE(1:15) TO WS-Phase-Runner-LINE
      *> the wrapper's table high-water marks follow its phases
                   IF F-Check-LINE(1:5) = "*HWM*" THEN
                       MOVE F-Check-LINE(8:20) TO WS-HWM-Name
                       MOVE F-Check-LINE(28:7) TO WS-HWM-Used
                       MOVE F-Check-LINE(35:7) TO WS-HWM-Limit
                       CALL "hwm_register" USING BY CONTENT "SET  ",
                           BY REFERENCE WS-HWM-Name, WS-HWM-Used,
                           WS-HWM-Limit, WS-HWM-Idx
                           ON EXCEPTION
                               CONTINUE
                       END-CALL
                   ELSE
                   IF WS-Phase-Runner-CS IS NUMERIC THEN
                       CALL "phase_register" USING BY CONTENT "PUT  ",
                           BY REFERENCE WS-Phase-Runner-Name,
                           WS-Phase-Runner-CS, WS-Phase-n
                           ON EXCEPTION
                               CONTINUE
                       END-CALL
                   END-IF
                   END-IF
           END-READ.
       END-ROUTINE.

       COLLECT-PHASE-ROUTINE.
           SET WS-Phase-BOOL(LS-Test-CNT) TO 0.
           PERFORM VARYING WS-Phase-k FROM 1
                   UNTIL WS-Phase-k > WS-Phase-Max-CONST
               MOVE ZERO TO WS-Phase-CS(LS-Test-CNT, WS-Phase-k)
           END-PERFORM.
           MOVE ZERO TO WS-Phase-n.
           CALL "phase_register" USING BY CONTENT "GETN ",
               BY REFERENCE WS-Phase-Name, WS-Phase-Got-CS,
               WS-Phase-n
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM VARYING WS-Phase-Idx FROM 1
                   UNTIL WS-Phase-Idx > WS-Phase-n
               MOVE SPACES TO WS-Phase-Name
               MOVE ZERO TO WS-Phase-Got-CS
               CALL "phase_register" USING BY CONTENT "GET  ",
                   BY REFERENCE WS-Phase-Name, WS-Phase-Got-CS,
                   WS-Phase-Idx
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               IF WS-Phase-Got-CS > 999999 THEN
                   MOVE 999999 TO WS-Phase-Got-CS
               END-IF
               PERFORM VARYING WS-Phase-k FROM 1
                       UNTIL WS-Phase-k > WS-Phase-Max-CONST
                   IF WS-Phase-Name = WS-Phase-Label(WS-Phase-k) THEN
                       MOVE WS-Phase-Got-CS
                           TO WS-Phase-CS(LS-Test-CNT, WS-Phase-k)
                       SET WS-Phase-BOOL(LS-Test-CNT) TO 1
                   END-IF
               END-PERFORM
           END-PERFORM.
       END-ROUTINE.

       PHASE-REPORT-ROUTINE.
      *> where each day's time went; "other" is the part of the
      *> elapsed time outside any marked phase (loading the module,
      *> the spool, test_all's own bookkeeping)
           MOVE ZERO TO WS-Phase-Test-CNT.
           PERFORM VARYING LS-i FROM 1 UNTIL LS-i > LS-Test-CNT
               IF WS-Phase-BOOL(LS-i) = 1 THEN
                   ADD 1 TO WS-Phase-Test-CNT
               END-IF
           END-PERFORM.
           IF WS-Phase-Test-CNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PHASE TIMING REPORT (" WS-Phase-Test-CNT
                   " test(s) timed, centiseconds):".
           PERFORM VARYING LS-i FROM 1 UNTIL LS-i > LS-Test-CNT
               IF WS-Phase-BOOL(LS-i) = 1 THEN
                   COMPUTE WS-Phase-Sum = WS-Phase-CS(LS-i, 1)
                       + WS-Phase-CS(LS-i, 2) + WS-Phase-CS(LS-i, 3)
                   IF WS-Elapsed(LS-i) > WS-Phase-Sum THEN
                       COMPUTE WS-Phase-Other =
                           WS-Elapsed(LS-i) - WS-Phase-Sum
                   ELSE
                       MOVE ZERO TO WS-Phase-Other
                   END-IF
                   DISPLAY "  " WS-Year(LS-i) "/"
                           WS-DirName(LS-i) " "
                           FUNCTION TRIM(WS-FileName(LS-i))
                           " elapsed " WS-Elapsed(LS-i)
                           " = parse " WS-Phase-CS(LS-i, 1)
                           " + compute " WS-Phase-CS(LS-i, 2)
                           " + report " WS-Phase-CS(LS-i, 3)
                           " + other " WS-Phase-Other
               END-IF
           END-PERFORM.
       END-ROUTINE.

       CAPACITY-REPORT-ROUTINE.
           IF WS-Cap-CNT = 0 THEN
               EXIT PARAGRAPH
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM REGISTRY-IN-FORCE-ROUTINE
                           IF FUNCTION TEST-NUMVAL(REGX-SLA) = 0
                               MOVE FUNCTION NUMVAL(REGX-SLA)
                                   TO LS-SLA-Limit
                               " cs exceeds SLA " LS-SLA-Limit
                               " cs (no history norm)"
                   END-IF
                   IF WS-Phase-BOOL(LS-i) = 1 THEN
                       PERFORM SLA-PHASE-ROUTINE
                   END-IF
               END-IF
           END-PERFORM.
       END-ROUTINE.

       SLA-PHASE-ROUTINE.
      *> which phase blew the budget: the one furthest over its own
      *> norm from the same history runs; with no phase history yet,
      *> simply the largest phase
           PERFORM VARYING WS-Phase-k FROM 1
                   UNTIL WS-Phase-k > WS-Phase-Max-CONST
               IF LS-PH-Samples > 0 THEN
                   DISPLAY "      " WS-Phase-Label(WS-Phase-k) " "
                           WS-Phase-CS(LS-i, WS-Phase-k)
                           " cs (norm " LS-PH-Avg(WS-Phase-k) " cs)"
               ELSE
                   DISPLAY "      " WS-Phase-Label(WS-Phase-k) " "
                           WS-Phase-CS(LS-i, WS-Phase-k) " cs"
               END-IF
           END-PERFORM.
           MOVE ZERO TO LS-PH-Worst, LS-PH-Worst-Over.
           PERFORM VARYING WS-Phase-k FROM 1
                   UNTIL WS-Phase-k > WS-Phase-Max-CONST
               IF LS-PH-Samples > 0 THEN
                   COMPUTE LS-PH-Over = WS-Phase-CS(LS-i, WS-Phase-k)
                       - LS-PH-Avg(WS-Phase-k)
               ELSE
                   MOVE WS-Phase-CS(LS-i, WS-Phase-k) TO LS-PH-Over
               END-IF
               IF LS-PH-Over > LS-PH-Worst-Over THEN
                   MOVE LS-PH-Over TO LS-PH-Worst-Over
                   MOVE WS-Phase-k TO LS-PH-Worst
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN LS-PH-Worst = 0
                   DISPLAY "      no phase above its norm - the time "
                           "went outside the marked phases"
               WHEN LS-PH-Samples > 0
                   MOVE LS-PH-Worst-Over TO LS-PH-Show
                   DISPLAY "      budget blown in "
                           FUNCTION TRIM(WS-Phase-Label(LS-PH-Worst))
                           " (" LS-PH-Show " cs against its norm over "
                           LS-PH-Samples " run(s))"
               WHEN OTHER
                   DISPLAY "      budget blown in "
                           FUNCTION TRIM(WS-Phase-Label(LS-PH-Worst))
                           " - the largest phase (no phase history "
                           "to compare)"
           END-EVALUATE.
       END-ROUTINE.

       HISTORY-NORM-ROUTINE.
      *> Average the elapsed column of the last 90 days of history
      *> files for the LS-i test. Reuses the slice-history reader.
           SET LS-Norm-Samples TO 0.
           SET LS-Norm-Sum TO 0.
           SET LS-Norm-Avg TO 0.
           SET LS-PH-Samples TO 0.
           INITIALIZE LS-PH-Sum-TBL, LS-PH-Avg-TBL.
           MOVE FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LS-Run-Date)) TO LS-Norm-Stop-INT.
           SUBTRACT 90 FROM LS-Norm-Stop-INT GIVING LS-Norm-INT.
               DIVIDE LS-Norm-Sum BY LS-Norm-Samples
                   GIVING LS-Norm-Avg
           END-IF.
           IF LS-PH-Samples > 0 THEN
               PERFORM VARYING WS-Phase-k FROM 1
                       UNTIL WS-Phase-k > WS-Phase-Max-CONST
                   DIVIDE LS-PH-Sum(WS-Phase-k) BY LS-PH-Samples
                       GIVING LS-PH-Avg(WS-Phase-k)
               END-PERFORM
           END-IF.
       END-ROUTINE.

       READ-NORM-LINE-ROUTINE.

       DO-NORM-LINE-ROUTINE.
           MOVE SPACES TO LS-Norm-YearDay, LS-Norm-File,
                          LS-Norm-Outcome, LS-Norm-Elapsed-STR,
                          LS-Norm-Tail-TBL.
           UNSTRING F-SliceHist-LINE
               DELIMITED BY ALL SPACES
               INTO LS-Norm-Date-STR,
                    LS-Norm-YearDay,
                    LS-Norm-File,
                    LS-Norm-Outcome,
                    LS-Norm-Elapsed-STR,
                    LS-Norm-Tail(1), LS-Norm-Tail(2),
                    LS-Norm-Tail(3), LS-Norm-Tail(4),
                    LS-Norm-Tail(5), LS-Norm-Tail(6).
           MOVE SPACES TO LS-Norm-Key.
           STRING WS-Year(LS-i) DELIMITED BY SPACE,
                  "/" DELIMITED BY SIZE,
               ADD 1 TO LS-Norm-Samples
               COMPUTE LS-Norm-Sum = LS-Norm-Sum +
                   FUNCTION NUMVAL(LS-Norm-Elapsed-STR)
               PERFORM NORM-PHASE-ROUTINE
           END-IF.
       END-ROUTINE.

       NORM-PHASE-ROUTINE.
      *> the PH= stamp rides behind the fixed columns, ahead of any
      *> MF= and ALT=; lines written before phases were timed have
      *> none
           PERFORM VARYING LS-Norm-t FROM 1 UNTIL LS-Norm-t > 6
               IF LS-Norm-Tail(LS-Norm-t)(1:3) = "PH=" THEN
                   MOVE SPACES TO LS-Norm-PH-TBL
                   UNSTRING LS-Norm-Tail(LS-Norm-t)(4:)
                       DELIMITED BY "/"
                       INTO LS-Norm-PH(1), LS-Norm-PH(2),
                            LS-Norm-PH(3)
                   IF FUNCTION TEST-NUMVAL(LS-Norm-PH(1)) = 0
                    AND FUNCTION TEST-NUMVAL(LS-Norm-PH(2)) = 0
                    AND FUNCTION TEST-NUMVAL(LS-Norm-PH(3)) = 0 THEN
                       ADD 1 TO LS-PH-Samples
                       PERFORM VARYING WS-Phase-k FROM 1
                               UNTIL WS-Phase-k > WS-Phase-Max-CONST
                           COMPUTE LS-PH-Sum(WS-Phase-k) =
                               LS-PH-Sum(WS-Phase-k) +
                               FUNCTION NUMVAL(LS-Norm-PH(WS-Phase-k))
                       END-PERFORM
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       END-ROUTINE.

       WRITE-HISTORY-ROUTINE.
           ADD 1 TO WS-Hist-Seq-CNT.
           IF WS-Quarantined(LS-Test-CNT) = 1 THEN
           ELSE
               MOVE "SUCCESS" TO LS-History-Outcome
           END-IF.
           IF LS-History-Outcome = "FAILURE"
            OR LS-History-Outcome = "TIMEOUT"
            OR LS-History-Outcome = "RETRIED-FAIL" THEN
               MOVE WS-Year(LS-Test-CNT) TO WS-Closed-Year-IN
               PERFORM CHECK-CLOSED-YEAR-ROUTINE
               IF WS-Closed-BOOL = 1 THEN
                   MOVE "REGRESSION" TO LS-History-Outcome
                   ADD 1 TO WS-Regression-CNT
                   DISPLAY "REGRESSION: " WS-Year(LS-Test-CNT) "/"
                       FUNCTION TRIM(WS-DirName(LS-Test-CNT)) " "
                       FUNCTION TRIM(WS-FileName(LS-Test-CNT)) " "
                       FUNCTION TRIM(WS-Input-Used(LS-Test-CNT))
                       " failed in a closed year"
               END-IF
           END-IF.
           MOVE SPACES TO F-History-LINE.
           STRING LS-Run-Date DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  " RUN=" DELIMITED BY SIZE,
                  WS-Run-Number DELIMITED BY SIZE,
                  " SEQ=" DELIMITED BY SIZE,
                  WS-Hist-Seq-CNT DELIMITED BY SIZE,
                  " PT=" DELIMITED BY SIZE,
                  WS-Outcome-1(LS-Test-CNT) DELIMITED BY SIZE,
                  WS-Outcome-2(LS-Test-CNT) DELIMITED BY SIZE
                  INTO F-History-LINE.
           IF WS-Phase-BOOL(LS-Test-CNT) = 1 THEN
               MOVE F-History-LINE TO LS-History-Work
               MOVE SPACES TO F-History-LINE
               STRING FUNCTION TRIM(LS-History-Work)
                          DELIMITED BY SIZE,
                      " PH=" DELIMITED BY SIZE,
                      WS-Phase-CS(LS-Test-CNT, 1) DELIMITED BY SIZE,
                      "/" DELIMITED BY SIZE,
                      WS-Phase-CS(LS-Test-CNT, 2) DELIMITED BY SIZE,
                      "/" DELIMITED BY SIZE,
                      WS-Phase-CS(LS-Test-CNT, 3) DELIMITED BY SIZE
                      INTO F-History-LINE
                   ON OVERFLOW
                       MOVE "PH=" TO LS-History-Tag
                       PERFORM HISTORY-OVERFLOW-ROUTINE
               END-STRING
           END-IF.
           IF NOT WS-MF(LS-Test-CNT) = SPACES THEN
               MOVE F-History-LINE TO LS-History-Work
               MOVE SPACES TO F-History-LINE
               STRING FUNCTION TRIM(LS-History-Work)
                          DELIMITED BY SIZE,
                      " " DELIMITED BY SIZE,
                      WS-MF(LS-Test-CNT) DELIMITED BY SPACE
                      INTO F-History-LINE
                   ON OVERFLOW
                       MOVE "MF=" TO LS-History-Tag
                       PERFORM HISTORY-OVERFLOW-ROUTINE
               END-STRING
           END-IF.
           MOVE 0 TO LS-Pipe-CNT.
           INSPECT WS-Expected-Result-1(LS-Test-CNT)
               TALLYING LS-Pipe-CNT FOR ALL "|".
                      "," DELIMITED BY SIZE,
                      WS-Alt-2(LS-Test-CNT) DELIMITED BY SIZE
                      INTO F-History-LINE
                   ON OVERFLOW
                       MOVE "ALT=" TO LS-History-Tag
                       PERFORM HISTORY-OVERFLOW-ROUTINE
               END-STRING
           END-IF.
           IF WS-Suite-BOOL = 1 THEN
               MOVE F-History-LINE TO LS-History-Work
               MOVE SPACES TO F-History-LINE
               STRING FUNCTION TRIM(LS-History-Work)
                          DELIMITED BY SIZE,
                      " SU=" DELIMITED BY SIZE,
                      WS-Suite-Name DELIMITED BY SPACE
                      INTO F-History-LINE
                   ON OVERFLOW
                       MOVE "SU=" TO LS-History-Tag
                       PERFORM HISTORY-OVERFLOW-ROUTINE
               END-STRING
           END-IF.
           WRITE F-History-LINE.
       END-ROUTINE.

       HISTORY-OVERFLOW-ROUTINE.
      *> the history record is full - the field is cut short where the
      *> record ends and the readers see what fitted
           DISPLAY "WARNING: history record for "
                   WS-Year(LS-Test-CNT) "/"
                   FUNCTION TRIM(WS-DirName(LS-Test-CNT)) " "
                   FUNCTION TRIM(WS-Input-Used(LS-Test-CNT))
                   " is full - " FUNCTION TRIM(LS-History-Tag)
                   " truncated".
       END-ROUTINE.

       CHECK-CLOSED-YEAR-ROUTINE.
      *> WS-Closed-Year-IN in, WS-Closed-BOOL out; year_state is
      *> asked once per year per run
           SET WS-Closed-BOOL TO 0.
           PERFORM VARYING WS-Closed-i FROM 1 BY 1
                   UNTIL WS-Closed-i > WS-Closed-CNT
               IF WS-Closed-Year(WS-Closed-i) = WS-Closed-Year-IN THEN
                   IF WS-Closed-State(WS-Closed-i) = "C" THEN
                       SET WS-Closed-BOOL TO 1
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           CALL "year_state" USING WS-Closed-Year-IN, YCL-REC
               ON EXCEPTION
                   MOVE SPACE TO YCL-State
           END-CALL.
           IF YCL-State = "C" THEN
               SET WS-Closed-BOOL TO 1
           END-IF.
           IF WS-Closed-CNT < 20 THEN
               ADD 1 TO WS-Closed-CNT
               MOVE WS-Closed-Year-IN TO WS-Closed-Year(WS-Closed-CNT)
               MOVE YCL-State TO WS-Closed-State(WS-Closed-CNT)
           END-IF.
       END-ROUTINE.

       WRITE-HISTORY-TRAILER-ROUTINE.
      *> the trailer only lands when the run closes its history file
      *> normally, so a file that ends without one was left by a
      *> mid-flight death and the readers can say so. BAL= is the
      *> number of days out of control-totals balance (the same test
      *> the balance report makes), kept for the run sign-off review.
           SET LS-Balance-CNT TO 0.
           PERFORM VARYING LS-i FROM 1 UNTIL LS-i > LS-Test-CNT
               IF WS-Staged-RecCNT(LS-i) > 0
                AND WS-Totals-BOOL(LS-i) = 1
                AND WS-Read-CNT(LS-i) NOT = WS-Staged-RecCNT(LS-i) THEN
                   ADD 1 TO LS-Balance-CNT
               END-IF
           END-PERFORM.
           ADD WS-Slice-Bal-CNT TO LS-Balance-CNT.
           MOVE SPACES TO F-History-LINE.
           STRING "TRAILER " DELIMITED BY SIZE,
                  WS-Hist-Seq-CNT DELIMITED BY SIZE,
                  " RUN=" DELIMITED BY SIZE,
                  WS-Run-Number DELIMITED BY SIZE,
                  " BAL=" DELIMITED BY SIZE,
                  LS-Balance-CNT DELIMITED BY SIZE
                  INTO F-History-LINE.
           IF WS-Suite-BOOL = 1 THEN
               MOVE F-History-LINE TO LS-History-Work
               MOVE SPACES TO F-History-LINE
               STRING FUNCTION TRIM(LS-History-Work)
                          DELIMITED BY SIZE,
                      " SU=" DELIMITED BY SIZE,
                      WS-Suite-Name DELIMITED BY SPACE
                      INTO F-History-LINE
           END-IF.
           WRITE F-History-LINE.
       END-ROUTINE.

       WRITE-RESTART-CHECKPOINT-ROUTINE.
      *> the restart point belongs to the nightly list - a replay
      *> leaves it as the night left it
           IF WS-Asof-BOOL = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT F-Restart-FILE.
           MOVE LS-Test-CNT TO F-Restart-LINE.
           WRITE F-Restart-LINE.
