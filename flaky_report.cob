       IDENTIFICATION DIVISION.
       PROGRAM-ID. flaky_report.
      *> Flaky-day detector. Quarantine only catches a day that fails
      *> three runs running; a day that passes, fails, passes and
      *> fails again slips past it. One pass over the history master
      *> (history_master.idx) keeps each day's last runs, and each run
      *> is compared with the day's previous run on the same input:
      *> when the input's fingerprint is unchanged the pair counts,
      *> and a pair whose outcome went from pass to fail or back is a
      *> flip. A fingerprint change is a real input change, not
      *> flakiness, so that pair is not counted. A run that passed
      *> only on retry (RETRIED-OK) flipped within itself and counts
      *> as a pair and a flip of its own. Skipped and quarantined
      *> runs did not run and are left out.
      *> Each part of a day is scored on its own, from the part
      *> outcomes on the history master (a part skipped or held in
      *> quarantine is left out like a skipped run); runs from before
      *> parts were tracked give both parts the day's outcome.
      *> A day is flaky when at least four pairs could be compared,
      *> two or more of them flipped (one flip is a regression or a
      *> fix, not flakiness) and the flips reach the threshold share
      *> of the pairs. Every day is listed with its score and
      *> pattern; the flaky ones are rewritten to flaky_days.txt
      *> (layout in flaky-day.cpy) for the dashboard.
      *> Runtime profile keys: FLAKYRUNS (runs per day in the window,
      *> default 20, at most 30), FLAKYPCT (threshold percent of the
      *> pairs that flipped, default 25).
      *> Usage: flaky_report [YYYYMMDD]   (window ends on this date,
      *>                                   default today)
      *> Condition codes: 0 no flaky day, 4 flaky day(s) listed or
      *> no history master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Master-FILE
           ASSIGN TO "history_master.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HMX-Key
           FILE STATUS IS WS-Master-FS.
           SELECT F-Flaky-FILE
           ASSIGN TO "flaky_days.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Flaky-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Master-FILE.
       COPY "history-master-idx.cpy".

       FD F-Flaky-FILE.
       COPY "flaky-day.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Master-FS PIC XX.
       01 WS-Flaky-FS PIC XX.

       LOCAL-STORAGE SECTION.
       01 LS-EOF-BOOL PIC 9(1) VALUE 0.
       01 LS-Argument PIC X(80) VALUE SPACES.
       01 LS-Asof-Date PIC X(8) VALUE SPACES.
       01 LS-Profile-Key PIC X(12) VALUE SPACES.
       01 LS-Profile-Value PIC X(20) VALUE SPACES.
       01 LS-Profile-Found PIC 9(1) VALUE ZERO.

       01 LS-Runs PIC 9(2) VALUE 20.
       01 LS-Runs-Max-CONST PIC 9(2) VALUE 30.
       01 LS-Threshold PIC 9(3) VALUE 25.
       01 LS-Min-Pairs-CONST PIC 9(2) VALUE 4.
       01 LS-Min-Flips-CONST PIC 9(2) VALUE 2.

       01 LS-i PIC 9(4) VALUE ZERO.
       01 LS-Found-BOOL PIC 9(1) VALUE 0.
       01 LS-Line-YearDay PIC X(10) VALUE SPACES.
       01 LS-Line-File PIC X(60) VALUE SPACES.
       01 LS-Line-Part PIC X(1) VALUE SPACE.
       01 LS-Day-Char PIC X(1) VALUE SPACE.
       01 LS-Part-Code PIC X(1) VALUE SPACE.
       01 LS-Outcome-Char PIC X(1) VALUE SPACE.

       01 LS-Day-CNT PIC 9(4) VALUE ZERO.
       01 LS-Day-Max-CONST PIC 9(4) VALUE 600.
       01 LS-Day-TBL.
         02 LS-Day-REC OCCURS 600 TIMES.
           03 LS-Day-YearDay PIC X(10).
           03 LS-Day-File PIC X(60).
           03 LS-Day-Part PIC X(1).
           03 LS-Day-N PIC 9(2).
           03 LS-Day-Next PIC 9(2).
           03 LS-Day-Run OCCURS 30 TIMES.
             04 LS-Day-Run-Out PIC X(1).
             04 LS-Day-Run-Input PIC X(40).
             04 LS-Day-Run-FP PIC X(20).

      *> one day's window laid out oldest first for scoring
       01 LS-Win-CNT PIC 9(2) VALUE ZERO.
       01 LS-Win-TBL.
         02 LS-Win-REC OCCURS 30 TIMES.
           03 LS-Win-Out PIC X(1).
           03 LS-Win-Input PIC X(40).
           03 LS-Win-FP PIC X(20).
       01 LS-w PIC 9(2) VALUE ZERO.
       01 LS-p PIC 9(2) VALUE ZERO.
       01 LS-Slot PIC 9(2) VALUE ZERO.
       01 LS-Pairs PIC 9(3) VALUE ZERO.
       01 LS-Flips PIC 9(3) VALUE ZERO.
       01 LS-Rate PIC 9(3) VALUE ZERO.
       01 LS-Pattern PIC X(60) VALUE SPACES.
       01 LS-Pat-Len PIC 9(2) VALUE ZERO.
       01 LS-Flaky-Mark PIC X(6) VALUE SPACES.
       01 LS-Flaky-CNT PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           ACCEPT LS-Argument FROM COMMAND-LINE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(LS-Argument)) = 0
                   AND NOT LS-Argument = SPACES THEN
               MOVE LS-Argument(1:8) TO LS-Asof-Date
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO LS-Asof-Date
           END-IF.
           PERFORM PROFILE-ROUTINE.
           OPEN INPUT F-Master-FILE.
           IF WS-Master-FS NOT = "00" THEN
               DISPLAY "flaky_report: no history master "
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
           OPEN OUTPUT F-Flaky-FILE.
           DISPLAY "=== FLAKY DAYS (last " LS-Runs " runs to "
                   LS-Asof-Date ", threshold " LS-Threshold
                   "% of same-input pairs) ===".
           DISPLAY "  DAY        PT PAIRS FLIPS RATE  PATTERN".
           PERFORM SCORE-DAY-ROUTINE
               VARYING LS-i FROM 1 UNTIL LS-i > LS-Day-CNT.
           CLOSE F-Flaky-FILE.
           DISPLAY "  " LS-Flaky-CNT " flaky day(s) of " LS-Day-CNT
                   " written to flaky_days.txt".
           IF LS-Flaky-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-ROUTINE.

       PROFILE-ROUTINE.
           MOVE "FLAKYRUNS" TO LS-Profile-Key.
           CALL "profile_get" USING LS-Profile-Key,
               LS-Profile-Value, LS-Profile-Found
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF LS-Profile-Found = 1
            AND FUNCTION TEST-NUMVAL(LS-Profile-Value) = 0
            AND FUNCTION NUMVAL(LS-Profile-Value) > LS-Min-Pairs-CONST
           THEN
               IF FUNCTION NUMVAL(LS-Profile-Value) >
                       LS-Runs-Max-CONST THEN
                   MOVE LS-Runs-Max-CONST TO LS-Runs
               ELSE
                   MOVE FUNCTION NUMVAL(LS-Profile-Value) TO LS-Runs
               END-IF
           END-IF.
           MOVE "FLAKYPCT" TO LS-Profile-Key.
           CALL "profile_get" USING LS-Profile-Key,
               LS-Profile-Value, LS-Profile-Found
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF LS-Profile-Found = 1
            AND FUNCTION TEST-NUMVAL(LS-Profile-Value) = 0
            AND FUNCTION NUMVAL(LS-Profile-Value) > 0
            AND FUNCTION NUMVAL(LS-Profile-Value) <= 100 THEN
               MOVE FUNCTION NUMVAL(LS-Profile-Value) TO LS-Threshold
           END-IF.
       END-ROUTINE.

       SCAN-MASTER-REC-ROUTINE.
           READ F-Master-FILE NEXT RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END PERFORM DO-MASTER-REC-ROUTINE
           END-READ.
       END-ROUTINE.

       DO-MASTER-REC-ROUTINE.
           IF HMX-Date > LS-Asof-Date THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE HMX-Outcome
               WHEN "SUCCESS"
                   MOVE "P" TO LS-Day-Char
               WHEN "RETRIED-OK"
                   MOVE "R" TO LS-Day-Char
               WHEN "FAILURE"
               WHEN "RETRIED-FAIL"
               WHEN "TIMEOUT"
               WHEN "REGRESSION"
                   MOVE "F" TO LS-Day-Char
               WHEN OTHER
                   MOVE SPACE TO LS-Day-Char
           END-EVALUATE.
           MOVE HMX-YearDay TO LS-Line-YearDay.
           MOVE HMX-Program TO LS-Line-File.
           MOVE "1" TO LS-Line-Part.
           MOVE HMX-Part-1 TO LS-Part-Code.
           PERFORM DO-PART-RUN-ROUTINE.
           MOVE "2" TO LS-Line-Part.
           MOVE HMX-Part-2 TO LS-Part-Code.
           PERFORM DO-PART-RUN-ROUTINE.
       END-ROUTINE.

       DO-PART-RUN-ROUTINE.
           IF HMX-Parts = SPACES THEN
               MOVE LS-Day-Char TO LS-Outcome-Char
           ELSE
               EVALUATE LS-Part-Code
                   WHEN "P"
                   WHEN "A"
                       MOVE "P" TO LS-Outcome-Char
                   WHEN "R"
                       MOVE "R" TO LS-Outcome-Char
                   WHEN "F"
                       MOVE "F" TO LS-Outcome-Char
                   WHEN OTHER
                       MOVE SPACE TO LS-Outcome-Char
               END-EVALUATE
           END-IF.
           IF LS-Outcome-Char = SPACE THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-DAY-SLOT-ROUTINE.
           IF LS-Found-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
      *> date order, so the ring ends up holding the latest runs
           ADD 1 TO LS-Day-Next(LS-i).
           IF LS-Day-Next(LS-i) > LS-Runs THEN
               MOVE 1 TO LS-Day-Next(LS-i)
           END-IF.
           MOVE LS-Day-Next(LS-i) TO LS-Slot.
           MOVE LS-Outcome-Char TO LS-Day-Run-Out(LS-i, LS-Slot).
           MOVE HMX-Input TO LS-Day-Run-Input(LS-i, LS-Slot).
           MOVE HMX-FP TO LS-Day-Run-FP(LS-i, LS-Slot).
           IF LS-Day-N(LS-i) < LS-Runs THEN
               ADD 1 TO LS-Day-N(LS-i)
           END-IF.
       END-ROUTINE.

       FIND-DAY-SLOT-ROUTINE.
           SET LS-Found-BOOL TO 0.
           PERFORM VARYING LS-i FROM 1
                   UNTIL LS-i > LS-Day-CNT OR LS-Found-BOOL = 1
               IF LS-Day-YearDay(LS-i) = LS-Line-YearDay
                AND LS-Day-File(LS-i) = LS-Line-File
                AND LS-Day-Part(LS-i) = LS-Line-Part THEN
                   SET LS-Found-BOOL TO 1
               END-IF
           END-PERFORM.
           IF LS-Found-BOOL = 1 THEN
               SUBTRACT 1 FROM LS-i
           ELSE
               IF LS-Day-CNT >= LS-Day-Max-CONST THEN
                   DISPLAY "WARNING: day table full ("
                           LS-Day-Max-CONST " days) - "
                           LS-Line-YearDay " "
                           FUNCTION TRIM(LS-Line-File)
                           " part " LS-Line-Part " not scored"
               ELSE
                   ADD 1 TO LS-Day-CNT
                   MOVE LS-Day-CNT TO LS-i
                   MOVE LS-Line-YearDay TO LS-Day-YearDay(LS-i)
                   MOVE LS-Line-File TO LS-Day-File(LS-i)
                   MOVE LS-Line-Part TO LS-Day-Part(LS-i)
                   MOVE ZERO TO LS-Day-N(LS-i), LS-Day-Next(LS-i)
                   SET LS-Found-BOOL TO 1
               END-IF
           END-IF.
       END-ROUTINE.

       SCORE-DAY-ROUTINE.
      *> unroll the ring oldest first: once it has wrapped, the
      *> oldest run sits just after the newest
           MOVE LS-Day-N(LS-i) TO LS-Win-CNT.
           IF LS-Day-N(LS-i) < LS-Runs THEN
               MOVE 1 TO LS-Slot
           ELSE
               COMPUTE LS-Slot = LS-Day-Next(LS-i) + 1
               IF LS-Slot > LS-Runs THEN
                   MOVE 1 TO LS-Slot
               END-IF
           END-IF.
           PERFORM VARYING LS-w FROM 1 UNTIL LS-w > LS-Win-CNT
               MOVE LS-Day-Run(LS-i, LS-Slot) TO LS-Win-REC(LS-w)
               ADD 1 TO LS-Slot
               IF LS-Slot > LS-Runs THEN
                   MOVE 1 TO LS-Slot
               END-IF
           END-PERFORM.
           MOVE ZERO TO LS-Pairs, LS-Flips, LS-Pat-Len.
           MOVE SPACES TO LS-Pattern.
           PERFORM VARYING LS-w FROM 1 UNTIL LS-w > LS-Win-CNT
               PERFORM SCORE-RUN-ROUTINE
           END-PERFORM.
           MOVE ZERO TO LS-Rate.
           IF LS-Pairs > 0 THEN
               COMPUTE LS-Rate = LS-Flips * 100 / LS-Pairs
           END-IF.
           MOVE SPACES TO LS-Flaky-Mark.
           IF LS-Pairs >= LS-Min-Pairs-CONST
            AND LS-Flips >= LS-Min-Flips-CONST
            AND LS-Rate >= LS-Threshold THEN
               MOVE "FLAKY" TO LS-Flaky-Mark
               ADD 1 TO LS-Flaky-CNT
               MOVE LS-Asof-Date TO FLK-Asof-Date
               MOVE LS-Day-YearDay(LS-i) TO FLK-YearDay
               MOVE LS-Day-File(LS-i) TO FLK-Program
               MOVE LS-Day-Part(LS-i) TO FLK-Part
               MOVE LS-Pairs TO FLK-Pairs
               MOVE LS-Flips TO FLK-Flips
               MOVE LS-Rate TO FLK-Rate
               MOVE LS-Pattern TO FLK-Pattern
               WRITE FLK-REC
           END-IF.
           DISPLAY "  " LS-Day-YearDay(LS-i) " "
                   LS-Day-Part(LS-i) "  " LS-Pairs "   "
                   LS-Flips "   " LS-Rate "%  "
                   FUNCTION TRIM(LS-Pattern) " "
                   FUNCTION TRIM(LS-Day-File(LS-i)) " "
                   LS-Flaky-Mark.
       END-ROUTINE.

       SCORE-RUN-ROUTINE.
      *> the day's previous run on the same input, if the window
      *> holds one
           MOVE ZERO TO LS-p.
           PERFORM VARYING LS-Slot FROM LS-w BY -1 UNTIL LS-Slot < 2
               IF LS-Win-Input(LS-Slot - 1) = LS-Win-Input(LS-w) THEN
                   COMPUTE LS-p = LS-Slot - 1
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF LS-p > 0 THEN
               IF LS-Win-FP(LS-p) = LS-Win-FP(LS-w) THEN
                   ADD 1 TO LS-Pairs
                   IF (LS-Win-Out(LS-p) = "F"
                       AND LS-Win-Out(LS-w) NOT = "F")
                    OR (LS-Win-Out(LS-p) NOT = "F"
                       AND LS-Win-Out(LS-w) = "F") THEN
                       ADD 1 TO LS-Flips
                   END-IF
               ELSE
                   ADD 1 TO LS-Pat-Len
                   MOVE "/" TO LS-Pattern(LS-Pat-Len:1)
               END-IF
           END-IF.
           IF LS-Win-Out(LS-w) = "R" THEN
               ADD 1 TO LS-Pairs
               ADD 1 TO LS-Flips
           END-IF.
           ADD 1 TO LS-Pat-Len.
           MOVE LS-Win-Out(LS-w) TO LS-Pattern(LS-Pat-Len:1).
       END-ROUTINE.

       END PROGRAM flaky_report.
