       IDENTIFICATION DIVISION.
       PROGRAM-ID. run_anomaly.
      *> Unusual run-time detector. One pass over the consolidated
      *> history master (history_master.idx) builds a baseline per day
      *> program from its last good runs (SUCCESS or RETRIED-OK -
      *> timeouts, failures and skips say nothing about normal run
      *> time) before the run date: the mean elapsed time and its
      *> spread (standard deviation). Every good run on the run date
      *> is then held against its day's normal band,
      *>   mean +/- sigma x spread
      *> and one outside it in either direction - SLOW above, FAST
      *> below - is written to run_anomalies_YYYYMMDD.txt (layout in
      *> run-anomaly.cpy) for the dashboard and owner_report, which
      *> show them as unusual run times apart from SLA breaches: a
      *> day can run twice its usual time well inside its SLA, or
      *> suddenly finish in no time because it stopped doing work.
      *> The band is never narrower than a tenth of the mean or two
      *> centiseconds, so a day that always takes the same time is
      *> not flagged for clock jitter. Days with fewer than five good
      *> runs on record have no baseline yet and are not judged.
      *> Runtime profile keys: ANOMRUNS (good runs in the baseline,
      *> default 20, at most 50), ANOMSIGMA (band width in standard
      *> deviations, default 3).
      *> Usage: run_anomaly [YYYYMMDD]   (default today)
      *> Condition codes: 0 nothing unusual, 4 unusual run times
      *> found or no history master to judge against.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Master-FILE
           ASSIGN TO "history_master.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HMX-Key
           FILE STATUS IS WS-Master-FS.
           SELECT F-Anomaly-FILE
           ASSIGN TO WS-Anomaly-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Anomaly-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Master-FILE.
       COPY "history-master-idx.cpy".

       FD F-Anomaly-FILE.
       COPY "run-anomaly.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Master-FS PIC XX.
       01 WS-Anomaly-FileName PIC X(40) VALUE SPACES.
       01 WS-Anomaly-FS PIC XX.

       LOCAL-STORAGE SECTION.
       01 LS-EOF-BOOL PIC 9(1) VALUE 0.
       01 LS-Argument PIC X(80) VALUE SPACES.
       01 LS-Run-Date PIC X(8) VALUE SPACES.
       01 LS-Profile-Key PIC X(12) VALUE SPACES.
       01 LS-Profile-Value PIC X(20) VALUE SPACES.
       01 LS-Profile-Found PIC 9(1) VALUE ZERO.

       01 LS-Runs PIC 9(2) VALUE 20.
       01 LS-Runs-Max-CONST PIC 9(2) VALUE 50.
       01 LS-Sigma PIC 9(2)V9(2) VALUE 3.
       01 LS-Min-Samples-CONST PIC 9(2) VALUE 5.
       01 LS-Floor-Pct-CONST PIC 9(2) VALUE 10.
       01 LS-Floor-CS-CONST PIC 9(2) VALUE 2.

       01 LS-i PIC 9(4) VALUE ZERO.
       01 LS-k PIC 9(2) VALUE ZERO.
       01 LS-Found-BOOL PIC 9(1) VALUE 0.
       01 LS-Line-YearDay PIC X(10) VALUE SPACES.
       01 LS-Line-File PIC X(60) VALUE SPACES.

       01 LS-Base-CNT PIC 9(4) VALUE ZERO.
       01 LS-Base-Max-CONST PIC 9(4) VALUE 500.
       01 LS-Base-TBL.
         02 LS-Base-REC OCCURS 500 TIMES.
           03 LS-Base-YearDay PIC X(10).
           03 LS-Base-File PIC X(60).
           03 LS-Base-N PIC 9(2).
           03 LS-Base-Next PIC 9(2).
           03 LS-Base-CS PIC 9(6) OCCURS 50 TIMES.

       01 LS-Cand-CNT PIC 9(4) VALUE ZERO.
       01 LS-Cand-Max-CONST PIC 9(4) VALUE 300.
       01 LS-Cand-TBL.
         02 LS-Cand-REC OCCURS 300 TIMES.
           03 LS-Cand-Run PIC X(6).
           03 LS-Cand-YearDay PIC X(10).
           03 LS-Cand-File PIC X(60).
           03 LS-Cand-Elapsed PIC 9(6).

       01 LS-c PIC 9(4) VALUE ZERO.
       01 LS-Sum PIC 9(10) VALUE ZERO.
       01 LS-Mean PIC 9(6)V9(2) VALUE ZERO.
       01 LS-Dev PIC S9(7)V9(2) VALUE ZERO.
       01 LS-Var-Sum PIC 9(14)V9(2) VALUE ZERO.
       01 LS-Spread PIC 9(7)V9(2) VALUE ZERO.
       01 LS-Half PIC 9(7)V9(2) VALUE ZERO.
       01 LS-Floor PIC 9(7)V9(2) VALUE ZERO.
       01 LS-Low PIC S9(7)V9(2) VALUE ZERO.
       01 LS-High PIC 9(7)V9(2) VALUE ZERO.

       01 LS-Checked-CNT PIC 9(4) VALUE ZERO.
       01 LS-NoBase-CNT PIC 9(4) VALUE ZERO.
       01 LS-Slow-CNT PIC 9(4) VALUE ZERO.
       01 LS-Fast-CNT PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           ACCEPT LS-Argument FROM COMMAND-LINE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(LS-Argument)) = 0
                   AND NOT LS-Argument = SPACES THEN
               MOVE LS-Argument(1:8) TO LS-Run-Date
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO LS-Run-Date
           END-IF.
           PERFORM PROFILE-ROUTINE.
           OPEN INPUT F-Master-FILE.
           IF WS-Master-FS NOT = "00" THEN
               DISPLAY "run_anomaly: no history master "
                       "(history_master.idx) - run history_load "
                       "first"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO HMX-Key.
           START F-Master-FILE KEY IS >= HMX-Key
               INVALID KEY
                   SET LS-EOF-BOOL TO 1
           END-START.
           PERFORM SCAN-MASTER-REC-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-Master-FILE.
           MOVE SPACES TO WS-Anomaly-FileName.
           STRING "run_anomalies_" DELIMITED BY SIZE,
                  LS-Run-Date DELIMITED BY SIZE,
                  ".txt" DELIMITED BY SIZE
                  INTO WS-Anomaly-FileName.
      *> written even when nothing is unusual, so the readers can
      *> tell a quiet night from one that was never checked
           OPEN OUTPUT F-Anomaly-FILE.
           PERFORM JUDGE-RUN-ROUTINE
               VARYING LS-c FROM 1 UNTIL LS-c > LS-Cand-CNT.
           CLOSE F-Anomaly-FILE.
           DISPLAY "run_anomaly: " LS-Checked-CNT " run(s) on "
                   LS-Run-Date " checked, " LS-Slow-CNT
                   " unusually slow, " LS-Fast-CNT
                   " unusually fast, " LS-NoBase-CNT
                   " without a baseline yet".
           IF LS-Slow-CNT + LS-Fast-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-ROUTINE.

       PROFILE-ROUTINE.
           MOVE "ANOMRUNS" TO LS-Profile-Key.
           CALL "profile_get" USING LS-Profile-Key,
               LS-Profile-Value, LS-Profile-Found
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF LS-Profile-Found = 1
            AND FUNCTION TEST-NUMVAL(LS-Profile-Value) = 0
            AND FUNCTION NUMVAL(LS-Profile-Value) >=
                LS-Min-Samples-CONST THEN
               IF FUNCTION NUMVAL(LS-Profile-Value) >
                       LS-Runs-Max-CONST THEN
                   MOVE LS-Runs-Max-CONST TO LS-Runs
               ELSE
                   MOVE FUNCTION NUMVAL(LS-Profile-Value) TO LS-Runs
               END-IF
           END-IF.
           MOVE "ANOMSIGMA" TO LS-Profile-Key.
           CALL "profile_get" USING LS-Profile-Key,
               LS-Profile-Value, LS-Profile-Found
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF LS-Profile-Found = 1
            AND FUNCTION TEST-NUMVAL(LS-Profile-Value) = 0
            AND FUNCTION NUMVAL(LS-Profile-Value) > 0
            AND FUNCTION NUMVAL(LS-Profile-Value) < 100 THEN
               MOVE FUNCTION NUMVAL(LS-Profile-Value) TO LS-Sigma
           END-IF.
       END-ROUTINE.

       SCAN-MASTER-REC-ROUTINE.
           READ F-Master-FILE NEXT RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END PERFORM DO-MASTER-REC-ROUTINE
           END-READ.
       END-ROUTINE.

       DO-MASTER-REC-ROUTINE.
      *> only good runs count either way - a failed or timed-out run
      *> is already reported as such
           IF HMX-Outcome NOT = "SUCCESS"
            AND HMX-Outcome NOT = "RETRIED-OK" THEN
               EXIT PARAGRAPH
           END-IF.
           IF HMX-Date = LS-Run-Date THEN
               IF LS-Cand-CNT < LS-Cand-Max-CONST THEN
                   ADD 1 TO LS-Cand-CNT
                   MOVE HMX-Run TO LS-Cand-Run(LS-Cand-CNT)
                   MOVE HMX-YearDay TO LS-Cand-YearDay(LS-Cand-CNT)
                   MOVE HMX-Program TO LS-Cand-File(LS-Cand-CNT)
                   MOVE HMX-Elapsed TO LS-Cand-Elapsed(LS-Cand-CNT)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF HMX-Date > LS-Run-Date THEN
               EXIT PARAGRAPH
           END-IF.
      *> the master arrives in date order, so each day's baseline
      *> ring ends up holding its most recent good runs
           MOVE HMX-YearDay TO LS-Line-YearDay.
           MOVE HMX-Program TO LS-Line-File.
           PERFORM FIND-BASE-SLOT-ROUTINE.
           IF LS-Found-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LS-Base-Next(LS-i).
           IF LS-Base-Next(LS-i) > LS-Runs THEN
               MOVE 1 TO LS-Base-Next(LS-i)
           END-IF.
           MOVE HMX-Elapsed TO LS-Base-CS(LS-i, LS-Base-Next(LS-i)).
           IF LS-Base-N(LS-i) < LS-Runs THEN
               ADD 1 TO LS-Base-N(LS-i)
           END-IF.
       END-ROUTINE.

       FIND-BASE-SLOT-ROUTINE.
           SET LS-Found-BOOL TO 0.
           PERFORM VARYING LS-i FROM 1
                   UNTIL LS-i > LS-Base-CNT OR LS-Found-BOOL = 1
               IF LS-Base-YearDay(LS-i) = LS-Line-YearDay
                AND LS-Base-File(LS-i) = LS-Line-File THEN
                   SET LS-Found-BOOL TO 1
               END-IF
           END-PERFORM.
           IF LS-Found-BOOL = 1 THEN
               SUBTRACT 1 FROM LS-i
           ELSE
               IF LS-Base-CNT >= LS-Base-Max-CONST THEN
                   DISPLAY "WARNING: baseline table full ("
                           LS-Base-Max-CONST " days) - "
                           LS-Line-YearDay " "
                           FUNCTION TRIM(LS-Line-File)
                           " not tracked"
               ELSE
                   ADD 1 TO LS-Base-CNT
                   MOVE LS-Base-CNT TO LS-i
                   MOVE LS-Line-YearDay TO LS-Base-YearDay(LS-i)
                   MOVE LS-Line-File TO LS-Base-File(LS-i)
                   MOVE ZERO TO LS-Base-N(LS-i), LS-Base-Next(LS-i)
                   SET LS-Found-BOOL TO 1
               END-IF
           END-IF.
       END-ROUTINE.

       JUDGE-RUN-ROUTINE.
           ADD 1 TO LS-Checked-CNT.
           MOVE LS-Cand-YearDay(LS-c) TO LS-Line-YearDay.
           MOVE LS-Cand-File(LS-c) TO LS-Line-File.
           SET LS-Found-BOOL TO 0.
           PERFORM VARYING LS-i FROM 1
                   UNTIL LS-i > LS-Base-CNT OR LS-Found-BOOL = 1
               IF LS-Base-YearDay(LS-i) = LS-Line-YearDay
                AND LS-Base-File(LS-i) = LS-Line-File THEN
                   SET LS-Found-BOOL TO 1
               END-IF
           END-PERFORM.
           IF LS-Found-BOOL = 1 THEN
               SUBTRACT 1 FROM LS-i
           END-IF.
           IF LS-Found-BOOL = 0 THEN
               ADD 1 TO LS-NoBase-CNT
               EXIT PARAGRAPH
           END-IF.
           IF LS-Base-N(LS-i) < LS-Min-Samples-CONST THEN
               ADD 1 TO LS-NoBase-CNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM BAND-ROUTINE.
           IF LS-Cand-Elapsed(LS-c) > LS-High THEN
               ADD 1 TO LS-Slow-CNT
               MOVE "SLOW" TO ANO-Direction
           ELSE
           IF LS-Cand-Elapsed(LS-c) < LS-Low THEN
               ADD 1 TO LS-Fast-CNT
               MOVE "FAST" TO ANO-Direction
           ELSE
               EXIT PARAGRAPH
           END-IF
           END-IF.
           MOVE LS-Run-Date TO ANO-Run-Date.
           MOVE LS-Cand-Run(LS-c) TO ANO-Run.
           MOVE LS-Line-YearDay TO ANO-YearDay.
           MOVE LS-Line-File TO ANO-Program.
           MOVE LS-Cand-Elapsed(LS-c) TO ANO-Elapsed.
           COMPUTE ANO-Mean ROUNDED = LS-Mean.
           COMPUTE ANO-Low ROUNDED = LS-Low.
           COMPUTE ANO-High ROUNDED = LS-High.
           MOVE LS-Base-N(LS-i) TO ANO-Samples.
           WRITE ANO-REC.
           DISPLAY "  UNUSUAL " ANO-Direction " " LS-Line-YearDay " "
                   FUNCTION TRIM(LS-Line-File) " RUN " ANO-Run
                   " elapsed " ANO-Elapsed " cs, normal "
                   ANO-Low "-" ANO-High " cs (mean " ANO-Mean
                   " over " ANO-Samples " good runs)".
       END-ROUTINE.

       BAND-ROUTINE.
      *> mean and sample standard deviation of the day's ring
           MOVE ZERO TO LS-Sum.
           PERFORM VARYING LS-k FROM 1 UNTIL LS-k > LS-Base-N(LS-i)
               ADD LS-Base-CS(LS-i, LS-k) TO LS-Sum
           END-PERFORM.
           COMPUTE LS-Mean ROUNDED = LS-Sum / LS-Base-N(LS-i).
           MOVE ZERO TO LS-Var-Sum.
           PERFORM VARYING LS-k FROM 1 UNTIL LS-k > LS-Base-N(LS-i)
               COMPUTE LS-Dev = LS-Base-CS(LS-i, LS-k) - LS-Mean
               COMPUTE LS-Var-Sum = LS-Var-Sum + LS-Dev * LS-Dev
           END-PERFORM.
           COMPUTE LS-Spread ROUNDED = FUNCTION SQRT(
               LS-Var-Sum / (LS-Base-N(LS-i) - 1)).
           COMPUTE LS-Half ROUNDED = LS-Sigma * LS-Spread.
           COMPUTE LS-Floor ROUNDED =
               LS-Mean * LS-Floor-Pct-CONST / 100.
           IF LS-Floor < LS-Floor-CS-CONST THEN
               MOVE LS-Floor-CS-CONST TO LS-Floor
           END-IF.
           IF LS-Half < LS-Floor THEN
               MOVE LS-Floor TO LS-Half
           END-IF.
           COMPUTE LS-Low = LS-Mean - LS-Half.
           IF LS-Low < 0 THEN
               MOVE ZERO TO LS-Low
           END-IF.
           COMPUTE LS-High = LS-Mean + LS-Half.
       END-ROUTINE.

       END PROGRAM run_anomaly.
