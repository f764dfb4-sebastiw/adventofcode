           ASSIGN TO "stacking_rules.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Rules-FS.
           SELECT F-Plan-FILE
           ASSIGN TO "stack_plan.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD F-input-FILE.
         02 F-SR-Above PIC X(10).
         02 F-SR-Below PIC X(10).

      *> Move plan from the starting diagram to the goal diagram, in
      *> the "move n from a to b" form the procedure itself is read
      *> in, so it can follow the drawing as the next run's input.
       FD F-Plan-FILE.
       01 F-Plan-LINE PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-Filename PIC X(40) VALUE IS "input".
       01 WS-Snap-FS PIC XX.
       01 WS-Target-FS PIC XX.
       01 WS-Class-FS PIC XX.
       01 WS-Rules-FS PIC XX.
       COPY "output-seal.cpy".

       LOCAL-STORAGE SECTION.

       01 LS-Haz-Viol-CNT PIC 9(4) VALUE 0.
       01 LS-Haz-Dest-Len PIC 9(3) VALUE 0.

      *> Move planning state. Per stack the goal length, the current
      *> height and the settled height - the bottom crates already
      *> where the goal diagram wants them, which the planner never
      *> moves again. A lock holds the stack being built and the
      *> stack its next crate is being dug out of until that crate
      *> is placed, so crates set aside never shuttle back and forth.
       01 LS-Plan-BOOL PIC 9(1) VALUE 0.
       01 LS-Pln-CM PIC X(4) VALUE SPACE.
       01 LS-Pln-Pass PIC X(4) VALUE SPACE.
       01 LS-Pln-Max-CONST PIC 9(4) VALUE 2000.
       01 LS-Pln-CNT PIC 9(4) VALUE 0.
       01 LS-Pln-TBL.
         02 LS-Pln-REC OCCURS 2000 TIMES.
           03 LS-Pln-Move PIC 9(2).
           03 LS-Pln-From PIC 9(3).
           03 LS-Pln-To PIC 9(3).
      *> the shortest plan found over the lock-choice strategies
       01 LS-Pln-Strategy PIC 9(1) VALUE 0.
       01 LS-Pln-Have-BOOL PIC 9(1) VALUE 0.
       01 LS-Pln-Best-CNT PIC 9(4) VALUE 0.
       01 LS-Pln-Best-TBL.
         02 LS-Pln-Best-REC OCCURS 2000 TIMES.
           03 LS-Pln-Best-Move PIC 9(2).
           03 LS-Pln-Best-From PIC 9(3).
           03 LS-Pln-Best-To PIC 9(3).
       01 LS-Pln-Stk-TBL.
         02 LS-Pln-Stk OCCURS 100 TIMES.
           03 LS-Pln-Tlen PIC 9(3).
           03 LS-Pln-Hgt PIC 9(3).
           03 LS-Pln-Settled PIC 9(3).
       01 LS-Pln-Fail-BOOL PIC 9(1) VALUE 0.
       01 LS-Pln-Why PIC X(70) VALUE SPACE.
       01 LS-Pln-Done-BOOL PIC 9(1) VALUE 0.
       01 LS-Pln-Moved-BOOL PIC 9(1) VALUE 0.
       01 LS-Pln-Stop-BOOL PIC 9(1) VALUE 0.
       01 LS-Pln-Bad-BOOL PIC 9(1) VALUE 0.
       01 LS-Pln-Found-BOOL PIC 9(1) VALUE 0.
       01 LS-Pln-s PIC 9(3) VALUE 0.
       01 LS-Pln-t PIC 9(3) VALUE 0.
       01 LS-Pln-u PIC 9(3) VALUE 0.
       01 LS-Pln-b PIC 9(3) VALUE 0.
       01 LS-Pln-Src PIC 9(3) VALUE 0.
       01 LS-Pln-Dest PIC 9(3) VALUE 0.
       01 LS-Pln-k PIC 9(3) VALUE 0.
       01 LS-Pln-Max-k PIC 9(3) VALUE 0.
       01 LS-Pln-p PIC 9(3) VALUE 0.
       01 LS-Pln-i PIC 9(4) VALUE 0.
       01 LS-Pln-Old-Hgt PIC 9(3) VALUE 0.
       01 LS-Pln-Lock-T PIC 9(3) VALUE 0.
       01 LS-Pln-Lock-U PIC 9(3) VALUE 0.
       01 LS-Pln-Lock-Settled PIC 9(3) VALUE 0.
       01 LS-Pln-Best-k PIC 9(3) VALUE 0.
       01 LS-Pln-Best-T PIC 9(3) VALUE 0.
       01 LS-Pln-Best-U PIC 9(3) VALUE 0.
       01 LS-Pln-Cost PIC 9(4) VALUE 0.
       01 LS-Pln-Best-Cost PIC 9(4) VALUE 0.
       01 LS-Pln-Above PIC 9(3) VALUE 0.
       01 LS-Pln-Tier PIC 9(1) VALUE 0.
       01 LS-Pln-Need PIC X(1) VALUE SPACE.
       01 LS-Pln-Chr-A PIC X(1) VALUE SPACE.
       01 LS-Pln-Chr-B PIC X(1) VALUE SPACE.
       01 LS-Pln-Class-A PIC X(10) VALUE SPACE.
       01 LS-Pln-Class-B PIC X(10) VALUE SPACE.
       01 LS-Pln-Block PIC X(80) VALUE SPACE.
       01 LS-Pln-New-STR PIC X(160) VALUE SPACE.
       01 LS-Pln-Ptr PIC 9(3) VALUE 0.
       01 LS-Pln-Haz-Before PIC 9(4) VALUE 0.
       01 LS-Pln-Edit-k PIC Z9.
       01 LS-Pln-Edit-From PIC ZZ9.
       01 LS-Pln-Edit-To PIC ZZ9.

       01 LS-Spool-LINE PIC X(120) VALUE SPACE.

       01 LS-DryRun-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Records-Read PIC 9(6) VALUE ZERO.
       01 LS-Records-Rejected PIC 9(6) VALUE ZERO.
       01 LS-Totals-Flag PIC 9(1) VALUE ZERO.
       01 LS-Phase-CS PIC 9(8) VALUE ZERO.
       01 LS-Phase-Idx PIC 9(2) VALUE ZERO.

       COPY "audit-record.cpy".

       01 L-Verify PIC X(1) VALUE IS SPACE.
       01 L-Snap-Interval PIC 9(6) VALUE IS ZERO.
       01 L-Snap-Restart PIC X(1) VALUE IS SPACE.
       01 L-Plan-Mode PIC X(1) VALUE IS SPACE.

       PROCEDURE DIVISION USING L-Filename, L-Result-1, L-Result-2,
                                 OPTIONAL L-Cratemover,
                                 OPTIONAL L-Verify,
                                 OPTIONAL L-Snap-Interval,
                                 OPTIONAL L-Snap-Restart,
                                 OPTIONAL L-Plan-Mode.

       MAIN-ROUTINE.
           IF ADDRESS OF L-Verify NOT = NULL THEN
                   SET LS-Snap-Restart-BOOL TO 1
               END-IF
           END-IF.
           IF ADDRESS OF L-Plan-Mode NOT = NULL THEN
               IF L-Plan-Mode = "Y" OR L-Plan-Mode = "y" THEN
                   SET LS-Plan-BOOL TO 1
               END-IF
           END-IF.
           CALL "run_totals" USING BY CONTENT "GETDR",
               BY REFERENCE LS-Records-Read, LS-Records-Rejected,
               LS-DryRun-BOOL
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           CALL "phase_register" USING BY CONTENT "START", "PARSE  ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM LOAD-HAZARD-RULES-ROUTINE.
           PERFORM OPEN-FILE-ROUTINE.
           PERFORM READ-LINE-ROUTINE UNTIL LS-EOF = 1.
           PERFORM CLOSE-FILE-ROUTINE.
           CALL "phase_register" USING BY CONTENT "END  ", "       ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF LS-DryRun-BOOL = 1 THEN
               CALL "run_totals" USING BY CONTENT "SET  ",
                   BY REFERENCE LS-Records-Read,
               MOVE LS-Records-Rejected TO L-Result-2
               EXIT PROGRAM
           END-IF.
           CALL "phase_register" USING BY CONTENT "START", "COMPUTE",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM PROCESS-MANIFEST-ROUTINE.
           CALL "phase_register" USING BY CONTENT "START", "REPORT ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF LS-Manifest-CNT > 1 THEN
               PERFORM BATCH-SUMMARY-ROUTINE
           END-IF.
           IF LS-Haz-Active-BOOL = 1 THEN
               PERFORM HAZARD-SUMMARY-ROUTINE
           END-IF.
           CALL "phase_register" USING BY CONTENT "END  ", "       ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           CALL "run_totals" USING BY CONTENT "SET  ",
               BY REFERENCE LS-Records-Read, LS-Records-Rejected,
               LS-Totals-Flag
               AT END SET LS-EOF TO 1
               NOT AT END
                   ADD 1 TO LS-Records-Read
      *> a move plan appended to the drawing ends in its control
      *> trailer, which is not an instruction
                   IF FileLine(1:5) = "*TRL*" THEN
                       EXIT PARAGRAPH
                   END-IF
                   IF FileLine(1:8) = "manifest" THEN
                       PERFORM MANIFEST-HEADER-ROUTINE
                   ELSE
                      INTO LS-Spool-LINE
               PERFORM SPOOL-LINE-ROUTINE
           END-IF.
           IF LS-Plan-BOOL = 1 THEN
               IF LS-Manifest-CNT = 1 THEN
                   PERFORM PLAN-MOVES-ROUTINE
               ELSE
                   STRING "PLAN: manifest " LS-Manifest-CNT
                          " not planned - the goal diagram is for "
                          "the first manifest"
                          DELIMITED BY SIZE INTO LS-Spool-LINE
                   PERFORM SPOOL-LINE-ROUTINE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULATE-RESULT-ROUTINE.
           PERFORM CRATE-CENSUS-ROUTINE.
           PERFORM GOAL-VERIFY-ROUTINE.
                   LS-Source-Depth " - instruction skipped"
                   DELIMITED BY SIZE INTO LS-Spool-LINE
               PERFORM SPOOL-LINE-ROUTINE
               MOVE "STK001" TO AUD-Code
               MOVE "move depth exceeds stack - instruction skipped"
                   TO AUD-Message
               PERFORM AUDIT-EXCEPTION-ROUTINE
                           " above " DELIMITED BY SIZE,
                           LS-Haz-Below-Class DELIMITED BY SPACE
                           INTO AUD-Message
                       MOVE "STK002" TO AUD-Code
                       PERFORM HAZARD-AUDIT-ROUTINE
                   END-IF
               END-PERFORM
           MOVE "supply_stacks" TO AUD-Program.
           MOVE WS-Filename TO AUD-Input-File.
           MOVE LS-i TO AUD-Line-NUM.
           MOVE SPACE TO AUD-Severity.
           CALL "audit_log" USING AUD-Record
               ON EXCEPTION
                   CONTINUE
           MOVE "supply_stacks" TO AUD-Program.
           MOVE WS-Filename TO AUD-Input-File.
           MOVE LS-i TO AUD-Line-NUM.
           MOVE SPACE TO AUD-Severity.
           CALL "audit_log" USING AUD-Record
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       PLAN-MOVES-ROUTINE.
      *> Planning mode: work out a move list that turns the starting
      *> diagram into the goal diagram from the receiving dock, for
      *> the chosen cratemover (both movers when none is chosen, by
      *> moving one crate at a time), never breaking a stacking
      *> rule. The plan is replayed through the normal procedure and
      *> written out only when the replay reaches the goal.
           MOVE LS-Col-main-TBL TO LS-Col-init-TBL.
           MOVE SPACE TO LS-Pln-CM.
           IF ADDRESS OF L-Cratemover NOT = NULL THEN
               IF L-Cratemover = "9000" OR L-Cratemover = "9001" THEN
                   MOVE L-Cratemover TO LS-Pln-CM
               END-IF
           END-IF.
      *> snapshots belong to a real run, not to the replay
           MOVE ZERO TO LS-Snap-Interval.
           SET LS-Pln-Fail-BOOL TO 0.
           SET LS-Pln-CNT TO 0.
           MOVE SPACES TO LS-Pln-Why.
           IF LS-Instr-CNT > 0 THEN
               STRING "PLAN: the input's own " LS-Instr-CNT
                      " instruction(s) are not run in planning mode"
                      DELIMITED BY SIZE INTO LS-Spool-LINE
               PERFORM SPOOL-LINE-ROUTINE
           END-IF.
           OPEN INPUT F-Target-FILE.
           IF WS-Target-FS NOT = "00" THEN
               STRING "no goal diagram in " DELIMITED BY SIZE,
                      WS-Target-FileName DELIMITED BY SPACE
                      INTO LS-Pln-Why
               PERFORM PLAN-FAILED-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING LS-Tgt-i FROM 1 UNTIL LS-Tgt-i > 100
               MOVE SPACES TO LS-Tgt-STR(LS-Tgt-i)
           END-PERFORM.
           SET LS-Tgt-EOF TO 0.
           PERFORM READ-TARGET-ROUTINE UNTIL LS-Tgt-EOF = 1.
           CLOSE F-Target-FILE.
           PERFORM PLAN-SETUP-ROUTINE.
           IF LS-Pln-Fail-BOOL = 1 THEN
               PERFORM PLAN-FAILED-ROUTINE
               EXIT PARAGRAPH
           END-IF.
      *> the planner is greedy, so it is run once per way of choosing
      *> the next goal stack to build - cheapest next crate first,
      *> lowest stack first, highest stack first - and the shortest
      *> plan kept
           SET LS-Pln-Have-BOOL TO 0.
           PERFORM PLAN-ATTEMPT-ROUTINE
               VARYING LS-Pln-Strategy FROM 1 BY 1
               UNTIL LS-Pln-Strategy > 3.
           IF LS-Pln-Have-BOOL = 0 THEN
               PERFORM PLAN-FAILED-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           SET LS-Pln-Fail-BOOL TO 0.
           MOVE LS-Pln-Best-CNT TO LS-Pln-CNT.
           MOVE LS-Pln-Best-TBL TO LS-Pln-TBL.
           PERFORM PLAN-REPLAY-ROUTINE.
           IF LS-Pln-Fail-BOOL = 1 THEN
               PERFORM PLAN-FAILED-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-PLAN-ROUTINE.
       END-ROUTINE.

       PLAN-SETUP-ROUTINE.
      *> the goal must hold exactly the starting crates, on stacks
      *> the drawing has, and must itself keep the stacking rules
           PERFORM VARYING LS-Census-c FROM 1
                   UNTIL LS-Census-c > 26
               MOVE ZERO TO LS-Census-Init(LS-Census-c)
               MOVE ZERO TO LS-Census-Final(LS-Census-c)
           END-PERFORM.
           SET LS-Census-Phase TO 1.
           PERFORM CENSUS-PASS-ROUTINE.
           PERFORM VARYING LS-Pln-s FROM 1 UNTIL LS-Pln-s > 100
               IF LS-Tgt-STR(LS-Pln-s) = SPACES THEN
                   MOVE 0 TO LS-Pln-Tlen(LS-Pln-s)
               ELSE
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       LS-Tgt-STR(LS-Pln-s) TRAILING))
                       TO LS-Pln-Tlen(LS-Pln-s)
               END-IF
               IF LS-Pln-s > LS-Col-CNT
                AND LS-Pln-Tlen(LS-Pln-s) > 0 THEN
                   SET LS-Pln-Fail-BOOL TO 1
                   MOVE LS-Col-CNT TO LS-Pln-p
                   STRING "goal diagram names stack " LS-Pln-s
                          " - the drawing has " LS-Pln-p
                          DELIMITED BY SIZE INTO LS-Pln-Why
               END-IF
           END-PERFORM.
           IF LS-Pln-Fail-BOOL = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING LS-Pln-s FROM 1
                   UNTIL LS-Pln-s > LS-Col-CNT
               PERFORM VARYING LS-Census-k FROM 1
                       UNTIL LS-Census-k > LS-Pln-Tlen(LS-Pln-s)
                   PERFORM VARYING LS-Census-c FROM 1
                           UNTIL LS-Census-c > 26
                       IF LS-Tgt-STR(LS-Pln-s)(LS-Census-k:1) =
                               LS-ALPHABET(LS-Census-c:1) THEN
                           ADD 1 TO LS-Census-Final(LS-Census-c)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING LS-Census-c FROM 1
                   UNTIL LS-Census-c > 26
               IF LS-Census-Init(LS-Census-c) NOT =
                       LS-Census-Final(LS-Census-c)
                AND LS-Pln-Fail-BOOL = 0 THEN
                   SET LS-Pln-Fail-BOOL TO 1
                   STRING "goal diagram holds "
                          LS-Census-Final(LS-Census-c)
                          " of crate '" LS-ALPHABET(LS-Census-c:1)
                          "', the drawing "
                          LS-Census-Init(LS-Census-c)
                          DELIMITED BY SIZE INTO LS-Pln-Why
               END-IF
           END-PERFORM.
           IF LS-Pln-Fail-BOOL = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           IF LS-Haz-Active-BOOL = 1 THEN
               PERFORM VARYING LS-Pln-s FROM 1
                       UNTIL LS-Pln-s > LS-Col-CNT
                          OR LS-Pln-Fail-BOOL = 1
                   PERFORM VARYING LS-Pln-p FROM 1
                           UNTIL LS-Pln-p >= LS-Pln-Tlen(LS-Pln-s)
                              OR LS-Pln-Fail-BOOL = 1
                       MOVE LS-Tgt-STR(LS-Pln-s)(LS-Pln-p:1)
                           TO LS-Pln-Chr-A
                       MOVE LS-Tgt-STR(LS-Pln-s)(LS-Pln-p + 1:1)
                           TO LS-Pln-Chr-B
                       PERFORM PLAN-PAIR-RULE-ROUTINE
                       IF LS-Pln-Bad-BOOL = 1 THEN
                           SET LS-Pln-Fail-BOOL TO 1
                           STRING "goal diagram itself breaks a "
                                  "stacking rule on stack " LS-Pln-s
                                  DELIMITED BY SIZE INTO LS-Pln-Why
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.
       END-ROUTINE.

       PLAN-ATTEMPT-ROUTINE.
           PERFORM PLAN-RESET-ROUTINE.
           PERFORM PLAN-STEP-ROUTINE
               UNTIL LS-Pln-Done-BOOL = 1 OR LS-Pln-Fail-BOOL = 1.
           IF LS-Pln-Fail-BOOL = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           IF LS-Pln-Have-BOOL = 0 OR LS-Pln-CNT < LS-Pln-Best-CNT
               THEN
               SET LS-Pln-Have-BOOL TO 1
               MOVE LS-Pln-CNT TO LS-Pln-Best-CNT
               MOVE LS-Pln-TBL TO LS-Pln-Best-TBL
           END-IF.
       END-ROUTINE.

       PLAN-RESET-ROUTINE.
      *> back to the starting diagram for the next attempt
           MOVE LS-Col-init-TBL TO LS-Col-main-TBL.
           SET LS-Pln-CNT TO 0.
           SET LS-Pln-Fail-BOOL TO 0.
           SET LS-Pln-Done-BOOL TO 0.
           SET LS-Pln-Lock-T TO 0.
           SET LS-Pln-Lock-U TO 0.
           PERFORM VARYING LS-Pln-s FROM 1
                   UNTIL LS-Pln-s > LS-Col-CNT
               IF LS-Col-STR(LS-Pln-s) = SPACES THEN
                   MOVE 0 TO LS-Pln-Hgt(LS-Pln-s)
               ELSE
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       LS-Col-STR(LS-Pln-s) TRAILING))
                       TO LS-Pln-Hgt(LS-Pln-s)
               END-IF
               MOVE 0 TO LS-Pln-Settled(LS-Pln-s)
               PERFORM PLAN-SETTLE-ROUTINE
           END-PERFORM.
       END-ROUTINE.

       PLAN-SETTLE-ROUTINE.
      *> extend stack LS-Pln-s's settled height over any crates that
      *> now sit where the goal wants them; only called while
      *> nothing unsettled lies under them
           SET LS-Pln-Stop-BOOL TO 0.
           PERFORM UNTIL LS-Pln-Stop-BOOL = 1
               IF LS-Pln-Settled(LS-Pln-s) >= LS-Pln-Hgt(LS-Pln-s)
                OR LS-Pln-Settled(LS-Pln-s) >= LS-Pln-Tlen(LS-Pln-s)
                   THEN
                   SET LS-Pln-Stop-BOOL TO 1
               ELSE
                   COMPUTE LS-Pln-p = LS-Pln-Settled(LS-Pln-s) + 1
                   IF LS-Col-STR(LS-Pln-s)
                       (LS-Pln-Hgt(LS-Pln-s) - LS-Pln-p + 1:1) =
                      LS-Tgt-STR(LS-Pln-s)
                       (LS-Pln-Tlen(LS-Pln-s) - LS-Pln-p + 1:1) THEN
                       ADD 1 TO LS-Pln-Settled(LS-Pln-s)
                   ELSE
                       SET LS-Pln-Stop-BOOL TO 1
                   END-IF
               END-IF
           END-PERFORM.
       END-ROUTINE.

       PLAN-STEP-ROUTINE.
      *> one planned move: straight onto a goal stack when some
      *> stack's top crates are what a goal stack needs next,
      *> otherwise one move toward digging out the next crate
           SET LS-Pln-Done-BOOL TO 1.
           PERFORM VARYING LS-Pln-s FROM 1
                   UNTIL LS-Pln-s > LS-Col-CNT
               IF LS-Pln-Settled(LS-Pln-s) < LS-Pln-Tlen(LS-Pln-s)
                OR LS-Pln-Hgt(LS-Pln-s) > LS-Pln-Settled(LS-Pln-s)
                   THEN
                   SET LS-Pln-Done-BOOL TO 0
               END-IF
           END-PERFORM.
           IF LS-Pln-Done-BOOL = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           IF LS-Pln-CNT >= LS-Pln-Max-CONST THEN
               SET LS-Pln-Fail-BOOL TO 1
               STRING "no plan found within " LS-Pln-Max-CONST
                      " moves" DELIMITED BY SIZE INTO LS-Pln-Why
               EXIT PARAGRAPH
           END-IF.
           PERFORM PLAN-DIRECT-ROUTINE.
           IF LS-Pln-Moved-BOOL = 0 THEN
               PERFORM PLAN-LOCKED-MOVE-ROUTINE
           END-IF.
       END-ROUTINE.

       PLAN-DIRECT-ROUTINE.
      *> the largest run of unsettled top crates that lands in goal
      *> order on a goal stack with nothing unsettled on it
           SET LS-Pln-Moved-BOOL TO 0.
           SET LS-Pln-Best-k TO 0.
           PERFORM VARYING LS-Pln-t FROM 1
                   UNTIL LS-Pln-t > LS-Col-CNT
               IF LS-Pln-Hgt(LS-Pln-t) = LS-Pln-Settled(LS-Pln-t)
                AND LS-Pln-Settled(LS-Pln-t) < LS-Pln-Tlen(LS-Pln-t)
                   THEN
                   PERFORM VARYING LS-Pln-u FROM 1
                           UNTIL LS-Pln-u > LS-Col-CNT
                       IF LS-Pln-u NOT = LS-Pln-t
                        AND LS-Pln-Hgt(LS-Pln-u) >
                            LS-Pln-Settled(LS-Pln-u) THEN
                           PERFORM PLAN-DIRECT-FIT-ROUTINE
                           IF LS-Pln-k > LS-Pln-Best-k THEN
                               MOVE LS-Pln-k TO LS-Pln-Best-k
                               MOVE LS-Pln-t TO LS-Pln-Best-T
                               MOVE LS-Pln-u TO LS-Pln-Best-U
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF LS-Pln-Best-k = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LS-Pln-Best-k TO LS-Pln-k.
           MOVE LS-Pln-Best-U TO LS-Pln-Src.
           MOVE LS-Pln-Best-T TO LS-Pln-Dest.
           PERFORM PLAN-APPLY-ROUTINE.
           SET LS-Pln-Moved-BOOL TO 1.
       END-ROUTINE.

       PLAN-DIRECT-FIT-ROUTINE.
      *> how many of stack LS-Pln-u's top crates can go onto goal
      *> stack LS-Pln-t in one move: a 9001 lifts them in order, so
      *> the deepest lifted crate is the next one needed; a 9000
      *> lays them down one by one, so the top crate goes first
           COMPUTE LS-Pln-Max-k =
               LS-Pln-Hgt(LS-Pln-u) - LS-Pln-Settled(LS-Pln-u).
           IF LS-Pln-Tlen(LS-Pln-t) - LS-Pln-Settled(LS-Pln-t)
                   < LS-Pln-Max-k THEN
               COMPUTE LS-Pln-Max-k =
                   LS-Pln-Tlen(LS-Pln-t) - LS-Pln-Settled(LS-Pln-t)
           END-IF.
           IF LS-Pln-CM = SPACE AND LS-Pln-Max-k > 1 THEN
               MOVE 1 TO LS-Pln-Max-k
           END-IF.
           MOVE 0 TO LS-Pln-k.
           IF LS-Pln-CM = "9001" THEN
               PERFORM VARYING LS-Pln-p FROM LS-Pln-Max-k BY -1
                       UNTIL LS-Pln-p < 1 OR LS-Pln-k > 0
                   SET LS-Pln-Bad-BOOL TO 0
                   PERFORM VARYING LS-Pln-i FROM 1
                           UNTIL LS-Pln-i > LS-Pln-p
                       IF LS-Col-STR(LS-Pln-u)(LS-Pln-i:1) NOT =
                          LS-Tgt-STR(LS-Pln-t)
                           (LS-Pln-Tlen(LS-Pln-t) -
                            LS-Pln-Settled(LS-Pln-t) -
                            LS-Pln-p + LS-Pln-i:1) THEN
                           SET LS-Pln-Bad-BOOL TO 1
                       END-IF
                   END-PERFORM
                   IF LS-Pln-Bad-BOOL = 0 THEN
                       MOVE LS-Pln-p TO LS-Pln-k
                   END-IF
               END-PERFORM
           ELSE
               SET LS-Pln-Stop-BOOL TO 0
               PERFORM UNTIL LS-Pln-Stop-BOOL = 1
                   IF LS-Pln-k >= LS-Pln-Max-k THEN
                       SET LS-Pln-Stop-BOOL TO 1
                   ELSE IF LS-Col-STR(LS-Pln-u)(LS-Pln-k + 1:1) =
                          LS-Tgt-STR(LS-Pln-t)
                           (LS-Pln-Tlen(LS-Pln-t) -
                            LS-Pln-Settled(LS-Pln-t) - LS-Pln-k:1)
                       THEN
                       ADD 1 TO LS-Pln-k
                   ELSE
                       SET LS-Pln-Stop-BOOL TO 1
                   END-IF
                   END-IF
               END-PERFORM
           END-IF.
       END-ROUTINE.

       PLAN-LOCKED-MOVE-ROUTINE.
      *> work on the locked goal stack: clear what does not belong
      *> on it, then dig its next crate out of the locked source
           IF LS-Pln-Lock-T > 0 THEN
               IF LS-Pln-Settled(LS-Pln-Lock-T) NOT =
                       LS-Pln-Lock-Settled THEN
                   SET LS-Pln-Lock-T TO 0
               END-IF
           END-IF.
           IF LS-Pln-Lock-T = 0 THEN
               PERFORM PLAN-CHOOSE-ROUTINE
           END-IF.
           IF LS-Pln-Lock-T = 0 THEN
               SET LS-Pln-Fail-BOOL TO 1
               MOVE "no goal stack can be worked on"
                   TO LS-Pln-Why
               EXIT PARAGRAPH
           END-IF.
           MOVE LS-Pln-Lock-T TO LS-Pln-t.
           IF LS-Pln-Hgt(LS-Pln-t) > LS-Pln-Settled(LS-Pln-t) THEN
               MOVE LS-Pln-t TO LS-Pln-Src
               COMPUTE LS-Pln-k =
                   LS-Pln-Hgt(LS-Pln-t) - LS-Pln-Settled(LS-Pln-t)
               PERFORM PLAN-BUFFER-ROUTINE
               EXIT PARAGRAPH
           END-IF.
      *> a goal stack whose next crate was under its own clutter is
      *> clear now; choose again with that crate set aside
           IF LS-Pln-Lock-U = 0 THEN
               SET LS-Pln-Lock-T TO 0
               EXIT PARAGRAPH
           END-IF.
           MOVE LS-Pln-Lock-U TO LS-Pln-u.
           PERFORM PLAN-FIND-NEED-ROUTINE.
           IF LS-Pln-Found-BOOL = 0 THEN
               SET LS-Pln-Lock-T TO 0
               EXIT PARAGRAPH
           END-IF.
           IF LS-Pln-Above = 0 THEN
               MOVE 1 TO LS-Pln-k
               MOVE LS-Pln-u TO LS-Pln-Src
               MOVE LS-Pln-t TO LS-Pln-Dest
               PERFORM PLAN-APPLY-ROUTINE
           ELSE
               MOVE LS-Pln-Above TO LS-Pln-k
               MOVE LS-Pln-u TO LS-Pln-Src
               PERFORM PLAN-BUFFER-ROUTINE
           END-IF.
       END-ROUTINE.

       PLAN-CHOOSE-ROUTINE.
      *> lock the goal stack whose next crate is cheapest to reach:
      *> its own clutter plus the crates on top of the nearest
      *> unsettled copy of that crate
           MOVE 9999 TO LS-Pln-Best-Cost.
           SET LS-Pln-Lock-T TO 0.
           EVALUATE LS-Pln-Strategy
               WHEN 2
                   PERFORM VARYING LS-Pln-t FROM 1 BY 1
                           UNTIL LS-Pln-t > LS-Col-CNT
                              OR LS-Pln-Lock-T > 0
                       IF LS-Pln-Settled(LS-Pln-t) <
                               LS-Pln-Tlen(LS-Pln-t) THEN
                           PERFORM PLAN-CHOOSE-SOURCE-ROUTINE
                       END-IF
                   END-PERFORM
               WHEN 3
                   MOVE LS-Col-CNT TO LS-Pln-t
                   PERFORM VARYING LS-Pln-t FROM LS-Pln-t BY -1
                           UNTIL LS-Pln-t < 1
                              OR LS-Pln-Lock-T > 0
                       IF LS-Pln-Settled(LS-Pln-t) <
                               LS-Pln-Tlen(LS-Pln-t) THEN
                           PERFORM PLAN-CHOOSE-SOURCE-ROUTINE
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   PERFORM VARYING LS-Pln-t FROM 1
                           UNTIL LS-Pln-t > LS-Col-CNT
                       IF LS-Pln-Settled(LS-Pln-t) <
                               LS-Pln-Tlen(LS-Pln-t) THEN
                           PERFORM PLAN-CHOOSE-SOURCE-ROUTINE
                       END-IF
                   END-PERFORM
           END-EVALUATE.
           IF LS-Pln-Lock-T > 0 THEN
               MOVE LS-Pln-Settled(LS-Pln-Lock-T)
                   TO LS-Pln-Lock-Settled
           END-IF.
       END-ROUTINE.

       PLAN-CHOOSE-SOURCE-ROUTINE.
           SET LS-Pln-Best-U TO 0.
           PERFORM VARYING LS-Pln-u FROM 1
                   UNTIL LS-Pln-u > LS-Col-CNT
               IF LS-Pln-u NOT = LS-Pln-t THEN
                   PERFORM PLAN-FIND-NEED-ROUTINE
                   IF LS-Pln-Found-BOOL = 1 THEN
                       MOVE LS-Pln-u TO LS-Pln-Best-U
                       COMPUTE LS-Pln-Cost =
                           LS-Pln-Hgt(LS-Pln-t) -
                           LS-Pln-Settled(LS-Pln-t) + LS-Pln-Above
                       IF LS-Pln-Cost < LS-Pln-Best-Cost THEN
                           MOVE LS-Pln-Cost TO LS-Pln-Best-Cost
                           MOVE LS-Pln-t TO LS-Pln-Lock-T
                           MOVE LS-Pln-u TO LS-Pln-Lock-U
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *> no other stack has it: the crate is in the goal stack's own
      *> clutter, which comes off first
           IF LS-Pln-Best-U = 0 THEN
               COMPUTE LS-Pln-Cost =
                   LS-Pln-Hgt(LS-Pln-t) - LS-Pln-Settled(LS-Pln-t)
               IF LS-Pln-Cost < LS-Pln-Best-Cost THEN
                   MOVE LS-Pln-Cost TO LS-Pln-Best-Cost
                   MOVE LS-Pln-t TO LS-Pln-Lock-T
                   MOVE 0 TO LS-Pln-Lock-U
               END-IF
           END-IF.
       END-ROUTINE.

       PLAN-FIND-NEED-ROUTINE.
      *> the topmost unsettled copy on stack LS-Pln-u of the crate
      *> goal stack LS-Pln-t needs next, and how many crates are on
      *> top of it
           MOVE LS-Tgt-STR(LS-Pln-t)
               (LS-Pln-Tlen(LS-Pln-t) - LS-Pln-Settled(LS-Pln-t):1)
               TO LS-Pln-Need.
           SET LS-Pln-Found-BOOL TO 0.
           PERFORM VARYING LS-Pln-p FROM 1
                   UNTIL LS-Pln-p >
                         LS-Pln-Hgt(LS-Pln-u) -
                         LS-Pln-Settled(LS-Pln-u)
                      OR LS-Pln-Found-BOOL = 1
               IF LS-Col-STR(LS-Pln-u)(LS-Pln-p:1) = LS-Pln-Need
                   THEN
                   SET LS-Pln-Found-BOOL TO 1
                   COMPUTE LS-Pln-Above = LS-Pln-p - 1
               END-IF
           END-PERFORM.
       END-ROUTINE.

       PLAN-BUFFER-ROUTINE.
      *> set LS-Pln-k crates from LS-Pln-Src aside, away from the
      *> locked stacks: first on a stack that is cluttered or
      *> already complete, then on one still being built; the whole
      *> run in one move when the rules allow, else one crate
           IF LS-Pln-CM = SPACE THEN
               MOVE 1 TO LS-Pln-k
           END-IF.
           PERFORM PLAN-PICK-BUFFER-ROUTINE.
           IF LS-Pln-Found-BOOL = 0 AND LS-Pln-k > 1 THEN
               MOVE 1 TO LS-Pln-k
               PERFORM PLAN-PICK-BUFFER-ROUTINE
           END-IF.
           IF LS-Pln-Found-BOOL = 0 THEN
               SET LS-Pln-Fail-BOOL TO 1
               STRING "no stack to set crates from stack "
                      LS-Pln-Src " aside on within the rules"
                      DELIMITED BY SIZE INTO LS-Pln-Why
               EXIT PARAGRAPH
           END-IF.
           PERFORM PLAN-APPLY-ROUTINE.
       END-ROUTINE.

       PLAN-PICK-BUFFER-ROUTINE.
           SET LS-Pln-Found-BOOL TO 0.
           PERFORM VARYING LS-Pln-Tier FROM 1 BY 1
                   UNTIL LS-Pln-Tier > 2 OR LS-Pln-Found-BOOL = 1
               PERFORM VARYING LS-Pln-b FROM 1 BY 1
                       UNTIL LS-Pln-b > LS-Col-CNT
                          OR LS-Pln-Found-BOOL = 1
                   IF LS-Pln-b NOT = LS-Pln-Src
                    AND LS-Pln-b NOT = LS-Pln-Lock-T
                    AND LS-Pln-b NOT = LS-Pln-Lock-U
                    AND LS-Pln-Hgt(LS-Pln-b) + LS-Pln-k <= 80 THEN
                       PERFORM PLAN-TRY-BUFFER-ROUTINE
                   END-IF
               END-PERFORM
           END-PERFORM.
       END-ROUTINE.

       PLAN-TRY-BUFFER-ROUTINE.
           IF LS-Pln-Hgt(LS-Pln-b) > LS-Pln-Settled(LS-Pln-b)
            OR LS-Pln-Settled(LS-Pln-b) >= LS-Pln-Tlen(LS-Pln-b) THEN
               IF LS-Pln-Tier NOT = 1 THEN
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF LS-Pln-Tier NOT = 2 THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE LS-Pln-b TO LS-Pln-Dest.
           PERFORM PLAN-HAZARD-ROUTINE.
           IF LS-Pln-Bad-BOOL = 0 THEN
               SET LS-Pln-Found-BOOL TO 1
           END-IF.
       END-ROUTINE.

       PLAN-LANDING-ROUTINE.
      *> LS-Pln-k crates off LS-Pln-Src as they would land on
      *> LS-Pln-Dest under the planned mover, in LS-Pln-New-STR
           IF LS-Pln-CM = "9001" OR LS-Pln-k = 1 THEN
               MOVE LS-Col-STR(LS-Pln-Src)(1:LS-Pln-k)
                   TO LS-Pln-Block
           ELSE
               MOVE FUNCTION REVERSE(
                   LS-Col-STR(LS-Pln-Src)(1:LS-Pln-k))
                   TO LS-Pln-Block
           END-IF.
           MOVE SPACES TO LS-Pln-New-STR.
           MOVE 1 TO LS-Pln-Ptr.
           STRING LS-Pln-Block(1:LS-Pln-k)
                  LS-Col-STR(LS-Pln-Dest)
                  DELIMITED BY SIZE INTO LS-Pln-New-STR
                  WITH POINTER LS-Pln-Ptr.
       END-ROUTINE.

       PLAN-HAZARD-ROUTINE.
      *> would the move put a crate directly on one the stacking
      *> rules forbid it to sit on
           SET LS-Pln-Bad-BOOL TO 0.
           IF LS-Haz-Active-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM PLAN-LANDING-ROUTINE.
           PERFORM VARYING LS-Pln-p FROM 1
                   UNTIL LS-Pln-p > LS-Pln-k
                      OR LS-Pln-p >= LS-Pln-k + LS-Pln-Hgt(LS-Pln-Dest)
                      OR LS-Pln-Bad-BOOL = 1
               MOVE LS-Pln-New-STR(LS-Pln-p:1) TO LS-Pln-Chr-A
               MOVE LS-Pln-New-STR(LS-Pln-p + 1:1) TO LS-Pln-Chr-B
               PERFORM PLAN-PAIR-RULE-ROUTINE
           END-PERFORM.
       END-ROUTINE.

       PLAN-PAIR-RULE-ROUTINE.
      *> LS-Pln-Bad-BOOL set when crate LS-Pln-Chr-A may not sit
      *> directly on crate LS-Pln-Chr-B
           SET LS-Pln-Bad-BOOL TO 0.
           MOVE SPACES TO LS-Pln-Class-A, LS-Pln-Class-B.
           PERFORM VARYING LS-Haz-c FROM 1 UNTIL LS-Haz-c > 26
               IF LS-ALPHABET(LS-Haz-c:1) = LS-Pln-Chr-A THEN
                   MOVE LS-Crate-Class(LS-Haz-c) TO LS-Pln-Class-A
               END-IF
               IF LS-ALPHABET(LS-Haz-c:1) = LS-Pln-Chr-B THEN
                   MOVE LS-Crate-Class(LS-Haz-c) TO LS-Pln-Class-B
               END-IF
           END-PERFORM.
           PERFORM VARYING LS-Haz-r FROM 1
                   UNTIL LS-Haz-r > LS-Rule-CNT
               IF LS-Rule-Above(LS-Haz-r) = LS-Pln-Class-A
                AND LS-Rule-Below(LS-Haz-r) = LS-Pln-Class-B THEN
                   SET LS-Pln-Bad-BOOL TO 1
               END-IF
           END-PERFORM.
       END-ROUTINE.

       PLAN-APPLY-ROUTINE.
      *> make the move on the working stacks and add it to the plan
           PERFORM PLAN-LANDING-ROUTINE.
           MOVE LS-Pln-New-STR(1:80) TO LS-Col-STR(LS-Pln-Dest).
           IF LS-Pln-k >= 80 THEN
               MOVE SPACES TO LS-Col-STR(LS-Pln-Src)
           ELSE
               MOVE LS-Col-STR(LS-Pln-Src)(LS-Pln-k + 1:)
                   TO LS-Pln-Block
               MOVE LS-Pln-Block TO LS-Col-STR(LS-Pln-Src)
           END-IF.
           MOVE LS-Pln-Hgt(LS-Pln-Dest) TO LS-Pln-Old-Hgt.
           ADD LS-Pln-k TO LS-Pln-Hgt(LS-Pln-Dest).
           SUBTRACT LS-Pln-k FROM LS-Pln-Hgt(LS-Pln-Src).
           IF LS-Pln-Old-Hgt = LS-Pln-Settled(LS-Pln-Dest) THEN
               MOVE LS-Pln-Dest TO LS-Pln-s
               PERFORM PLAN-SETTLE-ROUTINE
           END-IF.
           ADD 1 TO LS-Pln-CNT.
           MOVE LS-Pln-k TO LS-Pln-Move(LS-Pln-CNT).
           MOVE LS-Pln-Src TO LS-Pln-From(LS-Pln-CNT).
           MOVE LS-Pln-Dest TO LS-Pln-To(LS-Pln-CNT).
       END-ROUTINE.

       PLAN-REPLAY-ROUTINE.
      *> run the plan through the normal procedure from the starting
      *> diagram: every move must apply, no stacking rule may be
      *> broken and the final stacks must equal the goal - under
      *> both movers when the plan was made for either
           MOVE LS-Pln-CNT TO LS-Instr-CNT.
           PERFORM VARYING LS-Pln-i FROM 1 UNTIL LS-Pln-i > LS-Pln-CNT
               MOVE LS-Pln-Move(LS-Pln-i) TO LS-move-NUM(LS-Pln-i)
               MOVE LS-Pln-From(LS-Pln-i) TO LS-from-NUM(LS-Pln-i)
               MOVE LS-Pln-To(LS-Pln-i) TO LS-to-NUM(LS-Pln-i)
               MOVE 0 TO LS-Applied-FLAG(LS-Pln-i)
           END-PERFORM.
           IF LS-Pln-CM = SPACE THEN
               MOVE "9000" TO LS-Pln-Pass
               PERFORM PLAN-REPLAY-PASS-ROUTINE
               IF LS-Pln-Fail-BOOL = 0 THEN
                   MOVE "9001" TO LS-Pln-Pass
                   PERFORM PLAN-REPLAY-PASS-ROUTINE
               END-IF
           ELSE
               MOVE LS-Pln-CM TO LS-Pln-Pass
               PERFORM PLAN-REPLAY-PASS-ROUTINE
           END-IF.
       END-ROUTINE.

       PLAN-REPLAY-PASS-ROUTINE.
           STRING "PLAN REPLAY: " LS-Pln-CNT " move(s) under "
                  "cratemover " LS-Pln-Pass
                  DELIMITED BY SIZE INTO LS-Spool-LINE.
           PERFORM SPOOL-LINE-ROUTINE.
           MOVE LS-Col-init-TBL TO LS-Col-main-TBL.
           PERFORM VARYING LS-Tgt-i FROM 1 UNTIL LS-Tgt-i > 100
               MOVE ZERO TO LS-Touch(LS-Tgt-i)
           END-PERFORM.
           MOVE LS-Pln-Pass TO LS-CM-Sel.
           MOVE LS-Haz-Viol-CNT TO LS-Pln-Haz-Before.
           IF LS-Pln-Pass = "9001" THEN
               PERFORM CALCULATE-RESULT-2-ROUTINE
                   VARYING LS-i FROM 1 UNTIL LS-i > LS-Instr-CNT
           ELSE
               PERFORM CALCULATE-RESULT-1-ROUTINE
                   VARYING LS-i FROM 1 UNTIL LS-i > LS-Instr-CNT
           END-IF.
           PERFORM VARYING LS-i FROM 1 UNTIL LS-i > LS-Instr-CNT
               IF LS-Applied-FLAG(LS-i) = 0
                AND LS-Pln-Fail-BOOL = 0 THEN
                   SET LS-Pln-Fail-BOOL TO 1
                   STRING "replay under cratemover " LS-Pln-Pass
                          " skipped planned move " LS-i
                          DELIMITED BY SIZE INTO LS-Pln-Why
               END-IF
           END-PERFORM.
           IF LS-Pln-Fail-BOOL = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           IF LS-Haz-Viol-CNT > LS-Pln-Haz-Before THEN
               SET LS-Pln-Fail-BOOL TO 1
               STRING "replay under cratemover " LS-Pln-Pass
                      " broke a stacking rule"
                      DELIMITED BY SIZE INTO LS-Pln-Why
               EXIT PARAGRAPH
           END-IF.
           PERFORM GOAL-VERIFY-ROUTINE.
           IF LS-Tgt-Mis-CNT > 0 THEN
               SET LS-Pln-Fail-BOOL TO 1
               STRING "replay under cratemover " LS-Pln-Pass
                      " does not reach the goal diagram"
                      DELIMITED BY SIZE INTO LS-Pln-Why
           END-IF.
       END-ROUTINE.

       WRITE-PLAN-ROUTINE.
           OPEN OUTPUT F-Plan-FILE.
           PERFORM VARYING LS-Pln-i FROM 1 UNTIL LS-Pln-i > LS-Pln-CNT
               MOVE LS-Pln-Move(LS-Pln-i) TO LS-Pln-Edit-k
               MOVE LS-Pln-From(LS-Pln-i) TO LS-Pln-Edit-From
               MOVE LS-Pln-To(LS-Pln-i) TO LS-Pln-Edit-To
               MOVE SPACES TO F-Plan-LINE
               STRING "move " FUNCTION TRIM(LS-Pln-Edit-k)
                      " from " FUNCTION TRIM(LS-Pln-Edit-From)
                      " to " FUNCTION TRIM(LS-Pln-Edit-To)
                      DELIMITED BY SIZE INTO F-Plan-LINE
               WRITE F-Plan-LINE
           END-PERFORM.
           CLOSE F-Plan-FILE.
           MOVE "stack_plan.txt" TO OSL-File-Name.
           PERFORM SEAL-OUTPUT-ROUTINE.
           IF LS-Pln-CM = SPACE THEN
               STRING "PLAN: " LS-Pln-CNT " move(s) to the goal "
                      "diagram, one crate at a time for either "
                      "mover, written to stack_plan.txt"
                      DELIMITED BY SIZE INTO LS-Spool-LINE
           ELSE
               STRING "PLAN: " LS-Pln-CNT " move(s) to the goal "
                      "diagram for cratemover " LS-Pln-CM
                      ", written to stack_plan.txt"
                      DELIMITED BY SIZE INTO LS-Spool-LINE
           END-IF.
           PERFORM SPOOL-LINE-ROUTINE.
           MOVE LS-Pln-CNT TO L-Result-1.
           MOVE "VERIFIED" TO L-Result-2.
       END-ROUTINE.

       PLAN-FAILED-ROUTINE.
      *> an empty, sealed plan replaces any earlier one, so an old
      *> plan is never taken for this drawing's
           OPEN OUTPUT F-Plan-FILE.
           CLOSE F-Plan-FILE.
           MOVE "stack_plan.txt" TO OSL-File-Name.
           PERFORM SEAL-OUTPUT-ROUTINE.
           STRING "PLAN: no move plan written - " DELIMITED BY SIZE,
                  FUNCTION TRIM(LS-Pln-Why) DELIMITED BY SIZE
                  INTO LS-Spool-LINE.
           PERFORM SPOOL-LINE-ROUTINE.
           MOVE "STK003" TO AUD-Code.
           MOVE SPACES TO AUD-Message.
           STRING "move plan not produced: " DELIMITED BY SIZE,
                  FUNCTION TRIM(LS-Pln-Why) DELIMITED BY SIZE
                  INTO AUD-Message.
           MOVE ZERO TO LS-i.
           PERFORM AUDIT-EXCEPTION-ROUTINE.
           MOVE LS-Pln-CNT TO L-Result-1.
           MOVE "NO PLAN" TO L-Result-2.
       END-ROUTINE.

       SEAL-OUTPUT-ROUTINE.
      *> control trailer: record count, checksum, run and program
           MOVE "SEAL  " TO OSL-Op.
           MOVE "supply_stacks" TO OSL-Program.
           CALL "output_seal" USING OSL-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       SPOOL-LINE-ROUTINE.
           CALL "spool" USING BY CONTENT "PUT  ",
                              BY REFERENCE LS-Spool-LINE
           MOVE LS-Instr-CNT TO LS-HWM-Used.
           MOVE 500000 TO LS-HWM-Limit.
           PERFORM SET-HWM-ROUTINE.
           IF LS-Plan-BOOL = 1 THEN
               MOVE "PLAN-TBL" TO LS-HWM-Name
               MOVE LS-Pln-CNT TO LS-HWM-Used
               MOVE LS-Pln-Max-CONST TO LS-HWM-Limit
               PERFORM SET-HWM-ROUTINE
           END-IF.
       END-ROUTINE.

       SET-HWM-ROUTINE.
