      *> Nightly job-chain driver: runs the fixed night sequence from
      *> the step table (chain_steps.txt) instead of the operator
      *> improvising it by hand. Step record, blank-delimited:
      *>   step-name max-cc on-fail [option...] command...
      *> where max-cc is the highest acceptable condition code and
      *> on-fail is STOP or CONTINUE. Options, each keyword=value:
      *>   ARRIVE=file    wait for the file to land and stay unchanged
      *>                  (size and time stamp) before the step runs
      *>   STABLE=sec     how long it must stay unchanged (default 60)
      *>   GIVEUP=hhmm    stop waiting at this time (default FINISHBY,
      *>                  else an hour from when the wait began)
      *>   NOTBEFORE=hhmm hold the step until this time
      *>   FINISHBY=hhmm  the step must be finished by this time
      *>   ONLYIF=field op value
      *>                  run the step only when the end-of-run
      *>                  status record (run_status.txt, written by
      *>                  test_all) satisfies the condition, written
      *>                  without blanks, e.g. ONLYIF=RS-Failures>0 or
      *>                  ONLYIF=RS-Checkpoint=Y; op is = <> > >= < <=.
      *>                  Fields: RS-Tests-Run RS-Success RS-Failures
      *>                  RS-Skips RS-Budget-Spent RS-Carry-CNT
      *>                  RS-Alert-CNT (numeric), RS-Mode RS-Checkpoint.
      *>                  Up to three, all must hold; a step whose
      *>                  condition is false is recorded as SKIP with
      *>                  the reason, and so is one with no status
      *>                  record to test. Conditions are tested when
      *>                  the step comes up, so --restart tests them
      *>                  afresh.
      *>   SUITE=name     run the step against a named test suite
      *>                  (suite_master.txt, kept by suite_maint):
      *>                  --suite=name is added to its command, for
      *>                  a test_all step
      *> Times are read within the batch night the chain started in,
      *> which runs noon to noon: 2300 is the evening, 0500 the
      *> morning after. An input that never arrives ends the step as
      *> NOIN without running it (a failure, STOP honored); a step
      *> finishing past its FINISHBY ends as LATE (it ran - the chain
      *> carries on at condition code 4 and --restart does not run it
      *> again). Either raises an operator alert in
      *> operator_alerts.txt. After every step the status file
      *> (chain_status.txt) is rewritten:
      *>   step-name cc outcome [reason]
      *>                          (DONE / FAIL / SKIP / PEND / NOIN /
      *>                           LATE; a SKIP carries its reason)
      *> Usage: job_chain            full chain from the top
      *>        job_chain --restart  skip steps already DONE in the
      *>                             status file, rerun from the
      *>                             first failed or pending step
      *> A full chain assigns the business date when it starts - the
      *> date of the batch night, held in business_date.txt through
      *> the business_date service - so every step files the night's
      *> work under one date however late it runs. A date already
      *> held at or past that night (an operator roll-forward) is
      *> kept; --restart keeps whatever date is held.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO "chain_status.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Status-FS.
           SELECT F-RunStatus-FILE
           ASSIGN TO "run_status.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunStatus-FS.
           SELECT F-Alert-FILE
           ASSIGN TO "operator_alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Alert-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Steps-FILE.
       01 F-Steps-LINE PIC X(160).

       FD F-Status-FILE.
       01 F-Status-LINE PIC X(100).

       FD F-RunStatus-FILE.
       01 F-RunStatus-REC.
         02 RS-Run-Number PIC 9(6).
         02 RS-Run-Date PIC X(8).
         02 RS-Tests-Run PIC 9(4).
         02 RS-Success PIC 9(4).
         02 RS-Failures PIC 9(6).
         02 RS-Skips PIC 9(4).
         02 RS-Budget-Spent PIC 9(8).
         02 RS-Carry-CNT PIC 9(3).
         02 RS-Mode PIC X(1).
         02 RS-Slice-No PIC 9(2).
         02 RS-Alert-CNT PIC 9(4).
         02 RS-Checkpoint PIC X(1).
         02 RS-Suite PIC X(12).

       FD F-Alert-FILE.
       01 F-Alert-LINE PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-Steps-FS PIC XX.
       01 WS-Status-FS PIC XX.
       01 WS-Alert-FS PIC XX.
       01 WS-RunStatus-FS PIC XX.

      *> CBL_CHECK_FILE_EXIST reply for the ARRIVE= file
       01 WS-File-Details.
         02 WS-File-Size PIC X(8) COMP-X.
         02 WS-File-Day PIC X COMP-X.
         02 WS-File-Month PIC X COMP-X.
         02 WS-File-Year PIC X(2) COMP-X.
         02 WS-File-Hour PIC X COMP-X.
         02 WS-File-Minute PIC X COMP-X.
         02 WS-File-Second PIC X COMP-X.
         02 WS-File-Hundredth PIC X COMP-X.
       01 WS-File-Stamp PIC X(16) VALUE SPACES.
       01 WS-Arrive-FileName PIC X(80) VALUE SPACES.
       01 WS-Poll-Sec PIC 9(4) COMP-5 VALUE 5.

       01 WS-Business-Date PIC X(8) VALUE SPACES.
       01 WS-BDate-User PIC X(20) VALUE "job_chain".
       01 WS-BDate-Status PIC X(2) VALUE SPACES.

       LOCAL-STORAGE SECTION.
       01 LS-EOF-BOOL PIC 9(1) VALUE 0.
       01 LS-Name-TOK PIC X(12) VALUE SPACES.
       01 LS-MaxCC-TOK PIC X(4) VALUE SPACES.
       01 LS-OnFail-TOK PIC X(8) VALUE SPACES.
       01 LS-Opt-TOK PIC X(80) VALUE SPACES.
       01 LS-Opt-Start PIC 9(4) VALUE ZERO.
       01 LS-Opt-Done-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Bad-Line-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Command-Work PIC X(140) VALUE SPACES.

      *> time windows, as seconds counted from day 1 of the integer
      *> date calendar
       01 LS-Start-Stamp PIC X(14) VALUE SPACES.
       01 LS-Night-Day PIC 9(7) VALUE ZERO.
       01 LS-Now-Stamp PIC X(14) VALUE SPACES.
       01 LS-Now-Abs PIC 9(12) VALUE ZERO.
       01 LS-HHMM PIC X(4) VALUE SPACES.
       01 LS-HHMM-NUM REDEFINES LS-HHMM.
         02 LS-HH PIC 9(2).
         02 LS-MM PIC 9(2).
       01 LS-Target-Abs PIC 9(12) VALUE ZERO.
       01 LS-NotBefore-Abs PIC 9(12) VALUE ZERO.
       01 LS-FinishBy-Abs PIC 9(12) VALUE ZERO.
       01 LS-GiveUp-Abs PIC 9(12) VALUE ZERO.
       01 LS-GiveUp-Default-CONST PIC 9(4) VALUE 3600.
       01 LS-Stable-Default-CONST PIC 9(4) VALUE 60.
       01 LS-Seen-Since-Abs PIC 9(12) VALUE ZERO.
       01 LS-Seen-Stamp PIC X(16) VALUE SPACES.
       01 LS-Arrived-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Present-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Alert-Kind PIC X(20) VALUE SPACES.
       01 LS-Alert-Reason PIC X(120) VALUE SPACES.

      *> ONLYIF= conditions
       01 LS-c PIC 9(2) VALUE ZERO.
       01 LS-Cond-Text PIC X(72) VALUE SPACES.
       01 LS-Cond-Field-TOK PIC X(20) VALUE SPACES.
       01 LS-Cond-Op-TOK PIC X(2) VALUE SPACES.
       01 LS-Cond-Value-TOK PIC X(20) VALUE SPACES.
       01 LS-Cond-Type PIC X(1) VALUE SPACE.
       01 LS-Cond-True-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Cond-Have-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Cond-Num PIC 9(8) VALUE ZERO.
       01 LS-Cond-Want PIC 9(8) VALUE ZERO.
       01 LS-Cond-Got-X PIC X(8) VALUE SPACES.
       01 LS-Cond-Got-Show PIC Z(7)9.

       01 LS-Stat-Name PIC X(12) VALUE SPACES.
       01 LS-Stat-CC PIC X(4) VALUE SPACES.
           03 LS-Step-MaxCC PIC 9(4).
           03 LS-Step-OnFail PIC X(8).
           03 LS-Step-Command PIC X(140).
           03 LS-Step-Arrive PIC X(80).
           03 LS-Step-Stable PIC 9(4).
           03 LS-Step-GiveUp PIC X(4).
           03 LS-Step-NotBefore PIC X(4).
           03 LS-Step-FinishBy PIC X(4).
           03 LS-Step-Suite PIC X(12).
           03 LS-Step-Cond-CNT PIC 9(1).
           03 LS-Step-Cond OCCURS 3 TIMES.
             04 LS-Cond-Field PIC X(20).
             04 LS-Cond-Type-S PIC X(1).
             04 LS-Cond-Op PIC X(2).
             04 LS-Cond-Value PIC X(20).
           03 LS-Step-Reason PIC X(60).
           03 LS-Step-CC-Got PIC 9(4).
           03 LS-Step-Outcome PIC X(4).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           ACCEPT LS-Argument FROM COMMAND-LINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LS-Start-Stamp.
      *> the batch night runs noon to noon: a chain started (or
      *> restarted) before noon belongs to the night begun yesterday
           COMPUTE LS-Night-Day =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(LS-Start-Stamp(1:8))).
           IF LS-Start-Stamp(9:4) < "1200" THEN
               SUBTRACT 1 FROM LS-Night-Day
           END-IF.
           IF LS-Argument = "--restart" THEN
               SET LS-Restart-BOOL TO 1
           END-IF.
           PERFORM BUSINESS-DATE-ROUTINE.
           PERFORM LOAD-STEPS-ROUTINE.
           IF LS-Step-CNT = 0 THEN
               DISPLAY "job_chain: no steps in chain_steps.txt"
           STOP RUN.
       END-ROUTINE.

       BUSINESS-DATE-ROUTINE.
           IF LS-Restart-BOOL = 1 THEN
               CALL "business_date" USING BY CONTENT "GET    ",
                   BY REFERENCE WS-Business-Date, WS-BDate-User,
                   WS-BDate-Status
               END-CALL
           ELSE
               MOVE FUNCTION DATE-OF-INTEGER(LS-Night-Day)
                   TO WS-Business-Date
               CALL "business_date" USING BY CONTENT "ASSIGN ",
                   BY REFERENCE WS-Business-Date, WS-BDate-User,
                   WS-BDate-Status
               END-CALL
           END-IF.
           IF WS-BDate-Status NOT = "00"
            AND WS-BDate-Status NOT = "23" THEN
               DISPLAY "job_chain: business date not recorded - "
                       "status " WS-BDate-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "job_chain: business date " WS-Business-Date.
       END-ROUTINE.

       LOAD-STEPS-ROUTINE.
           OPEN INPUT F-Steps-FILE.
           IF WS-Steps-FS NOT = "00" THEN
           MOVE FUNCTION NUMVAL(LS-MaxCC-TOK)
               TO LS-Step-MaxCC(LS-Step-CNT).
           MOVE LS-OnFail-TOK TO LS-Step-OnFail(LS-Step-CNT).
           MOVE SPACES TO LS-Step-Arrive(LS-Step-CNT),
                          LS-Step-GiveUp(LS-Step-CNT),
                          LS-Step-NotBefore(LS-Step-CNT),
                          LS-Step-FinishBy(LS-Step-CNT),
                          LS-Step-Suite(LS-Step-CNT).
           MOVE LS-Stable-Default-CONST
               TO LS-Step-Stable(LS-Step-CNT).
           MOVE ZERO TO LS-Step-Cond-CNT(LS-Step-CNT).
           MOVE SPACES TO LS-Step-Reason(LS-Step-CNT).
           SET LS-Opt-Done-BOOL TO 0.
           SET LS-Bad-Line-BOOL TO 0.
           PERFORM PARSE-OPTION-ROUTINE UNTIL LS-Opt-Done-BOOL = 1.
           IF LS-Bad-Line-BOOL = 1 THEN
               DISPLAY "WARNING: bad step line ignored: "
                       FUNCTION TRIM(F-Steps-LINE)
               SUBTRACT 1 FROM LS-Step-CNT
               EXIT PARAGRAPH
           END-IF.
           MOVE F-Steps-LINE(LS-Pointer:)
               TO LS-Step-Command(LS-Step-CNT).
           IF LS-Step-Suite(LS-Step-CNT) NOT = SPACES THEN
               PERFORM ADD-SUITE-ARG-ROUTINE
           END-IF.
           IF LS-Bad-Line-BOOL = 1 THEN
               DISPLAY "WARNING: step command too long for SUITE= - "
                       "step ignored: " FUNCTION TRIM(F-Steps-LINE)
               SUBTRACT 1 FROM LS-Step-CNT
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO LS-Step-CC-Got(LS-Step-CNT).
           MOVE "PEND" TO LS-Step-Outcome(LS-Step-CNT).
       END-ROUTINE.

       PARSE-OPTION-ROUTINE.
      *> keyword=value options sit between on-fail and the command;
      *> the first token that is not one of them starts the command
           IF LS-Pointer > 160 THEN
               SET LS-Opt-Done-BOOL TO 1
               EXIT PARAGRAPH
           END-IF.
           MOVE LS-Pointer TO LS-Opt-Start.
           MOVE SPACES TO LS-Opt-TOK.
           UNSTRING F-Steps-LINE
               DELIMITED BY ALL SPACES
               INTO LS-Opt-TOK
               WITH POINTER LS-Pointer.
           EVALUATE TRUE
               WHEN LS-Opt-TOK(1:7) = "ARRIVE="
                   MOVE LS-Opt-TOK(8:) TO LS-Step-Arrive(LS-Step-CNT)
               WHEN LS-Opt-TOK(1:7) = "STABLE="
                   IF FUNCTION TEST-NUMVAL(LS-Opt-TOK(8:)) NOT = 0
                       SET LS-Bad-Line-BOOL TO 1
                   ELSE
                       MOVE FUNCTION NUMVAL(LS-Opt-TOK(8:))
                           TO LS-Step-Stable(LS-Step-CNT)
                   END-IF
               WHEN LS-Opt-TOK(1:7) = "GIVEUP="
                   MOVE LS-Opt-TOK(8:4) TO LS-HHMM
                   PERFORM CHECK-HHMM-ROUTINE
                   MOVE LS-HHMM TO LS-Step-GiveUp(LS-Step-CNT)
               WHEN LS-Opt-TOK(1:10) = "NOTBEFORE="
                   MOVE LS-Opt-TOK(11:4) TO LS-HHMM
                   PERFORM CHECK-HHMM-ROUTINE
                   MOVE LS-HHMM TO LS-Step-NotBefore(LS-Step-CNT)
               WHEN LS-Opt-TOK(1:9) = "FINISHBY="
                   MOVE LS-Opt-TOK(10:4) TO LS-HHMM
                   PERFORM CHECK-HHMM-ROUTINE
                   MOVE LS-HHMM TO LS-Step-FinishBy(LS-Step-CNT)
               WHEN LS-Opt-TOK(1:7) = "ONLYIF="
                   PERFORM PARSE-CONDITION-ROUTINE
               WHEN LS-Opt-TOK(1:6) = "SUITE="
                   IF LS-Opt-TOK(7:) = SPACES
                    OR LS-Opt-TOK(19:) NOT = SPACES THEN
                       SET LS-Bad-Line-BOOL TO 1
                   ELSE
                       MOVE FUNCTION UPPER-CASE(LS-Opt-TOK(7:12))
                           TO LS-Step-Suite(LS-Step-CNT)
                   END-IF
               WHEN OTHER
                   MOVE LS-Opt-Start TO LS-Pointer
                   SET LS-Opt-Done-BOOL TO 1
           END-EVALUATE.
       END-ROUTINE.

       PARSE-CONDITION-ROUTINE.
      *> field, then the operator, then the value: the field name
      *> runs up to the first of = < >
           IF LS-Step-Cond-CNT(LS-Step-CNT) >= 3 THEN
               SET LS-Bad-Line-BOOL TO 1
               EXIT PARAGRAPH
           END-IF.
           MOVE LS-Opt-TOK(8:) TO LS-Cond-Text.
           MOVE SPACES TO LS-Cond-Field-TOK, LS-Cond-Op-TOK,
                          LS-Cond-Value-TOK.
           MOVE ZERO TO LS-c.
           PERFORM VARYING LS-j FROM 1 BY 1
                   UNTIL LS-j > 21 OR LS-c > 0
               IF LS-Cond-Text(LS-j:1) = "=" OR "<" OR ">" THEN
                   MOVE LS-j TO LS-c
               END-IF
           END-PERFORM.
           IF LS-c < 2 THEN
               SET LS-Bad-Line-BOOL TO 1
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(LS-Cond-Text(1:LS-c - 1))
               TO LS-Cond-Field-TOK.
           IF LS-Cond-Text(LS-c + 1:1) = "=" OR ">" THEN
               MOVE LS-Cond-Text(LS-c:2) TO LS-Cond-Op-TOK
               MOVE LS-Cond-Text(LS-c + 2:) TO LS-Cond-Value-TOK
           ELSE
               MOVE LS-Cond-Text(LS-c:1) TO LS-Cond-Op-TOK
               MOVE LS-Cond-Text(LS-c + 1:) TO LS-Cond-Value-TOK
           END-IF.
           IF LS-Cond-Op-TOK NOT = "= " AND NOT = "<>"
              AND NOT = "> " AND NOT = ">="
              AND NOT = "< " AND NOT = "<="
              OR LS-Cond-Value-TOK = SPACES THEN
               SET LS-Bad-Line-BOOL TO 1
               EXIT PARAGRAPH
           END-IF.
           EVALUATE LS-Cond-Field-TOK
               WHEN "RS-TESTS-RUN"
               WHEN "RS-SUCCESS"
               WHEN "RS-FAILURES"
               WHEN "RS-SKIPS"
               WHEN "RS-BUDGET-SPENT"
               WHEN "RS-CARRY-CNT"
               WHEN "RS-ALERT-CNT"
                   MOVE "N" TO LS-Cond-Type
                   IF FUNCTION TEST-NUMVAL(LS-Cond-Value-TOK)
                      NOT = 0 THEN
                       SET LS-Bad-Line-BOOL TO 1
                       EXIT PARAGRAPH
                   END-IF
               WHEN "RS-MODE"
               WHEN "RS-CHECKPOINT"
                   MOVE "X" TO LS-Cond-Type
               WHEN OTHER
                   SET LS-Bad-Line-BOOL TO 1
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO LS-Step-Cond-CNT(LS-Step-CNT).
           MOVE LS-Step-Cond-CNT(LS-Step-CNT) TO LS-c.
           MOVE LS-Cond-Field-TOK TO LS-Cond-Field(LS-Step-CNT, LS-c).
           MOVE LS-Cond-Type TO LS-Cond-Type-S(LS-Step-CNT, LS-c).
           MOVE LS-Cond-Op-TOK TO LS-Cond-Op(LS-Step-CNT, LS-c).
           MOVE LS-Cond-Value-TOK TO LS-Cond-Value(LS-Step-CNT, LS-c).
       END-ROUTINE.

       ADD-SUITE-ARG-ROUTINE.
      *> the suite goes to the step's program as --suite=name
           MOVE LS-Step-Command(LS-Step-CNT) TO LS-Command-Work.
           MOVE SPACES TO LS-Step-Command(LS-Step-CNT).
           STRING FUNCTION TRIM(LS-Command-Work) DELIMITED BY SIZE,
                  " --suite=" DELIMITED BY SIZE,
                  LS-Step-Suite(LS-Step-CNT) DELIMITED BY SPACE
                  INTO LS-Step-Command(LS-Step-CNT)
               ON OVERFLOW
                   SET LS-Bad-Line-BOOL TO 1
           END-STRING.
       END-ROUTINE.

       CHECK-HHMM-ROUTINE.
           IF LS-HHMM IS NOT NUMERIC THEN
               SET LS-Bad-Line-BOOL TO 1
               EXIT PARAGRAPH
           END-IF.
           IF LS-HH > 23 OR LS-MM > 59 THEN
               SET LS-Bad-Line-BOOL TO 1
           END-IF.
       END-ROUTINE.

       LOAD-STATUS-ROUTINE.
      *> restart: anything the last chain run already finished keeps
      *> its DONE and is skipped this time round
                   PERFORM VARYING LS-j FROM 1
                           UNTIL LS-j > LS-Step-CNT
                       IF LS-Step-Name(LS-j) = LS-Stat-Name
                        AND (LS-Stat-Outcome = "DONE"
                          OR LS-Stat-Outcome = "LATE") THEN
                           MOVE "SKIP" TO LS-Step-Outcome(LS-j)
                       END-IF
                   END-PERFORM
                       " already done - skipped"
               EXIT PARAGRAPH
           END-IF.
           IF LS-Step-Cond-CNT(LS-i) > 0 THEN
               PERFORM TEST-CONDITIONS-ROUTINE
               IF LS-Cond-True-BOOL = 0 THEN
                   MOVE "SKIP" TO LS-Step-Outcome(LS-i)
                   MOVE ZERO TO LS-Step-CC-Got(LS-i)
                   DISPLAY "STEP " LS-Step-Name(LS-i) " skipped - "
                           FUNCTION TRIM(LS-Step-Reason(LS-i))
                   PERFORM WRITE-STATUS-ROUTINE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE ZERO TO LS-FinishBy-Abs.
           IF LS-Step-FinishBy(LS-i) NOT = SPACES THEN
               MOVE LS-Step-FinishBy(LS-i) TO LS-HHMM
               PERFORM RESOLVE-TIME-ROUTINE
               MOVE LS-Target-Abs TO LS-FinishBy-Abs
           END-IF.
           IF LS-Step-NotBefore(LS-i) NOT = SPACES THEN
               PERFORM WAIT-NOT-BEFORE-ROUTINE
           END-IF.
           IF LS-Step-Arrive(LS-i) NOT = SPACES THEN
               PERFORM WAIT-ARRIVAL-ROUTINE
               IF LS-Arrived-BOOL = 0 THEN
                   PERFORM NO-INPUT-ROUTINE
                   PERFORM WRITE-STATUS-ROUTINE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "STEP " LS-Step-Name(LS-i) ": "
                   FUNCTION TRIM(LS-Step-Command(LS-i)).
           CALL "SYSTEM" USING LS-Step-Command(LS-i).
               MOVE "DONE" TO LS-Step-Outcome(LS-i)
               DISPLAY "STEP " LS-Step-Name(LS-i) " done - cc "
                       LS-Step-CC
               IF LS-FinishBy-Abs > 0 THEN
                   PERFORM CHECK-DEADLINE-ROUTINE
               END-IF
           ELSE
               MOVE "FAIL" TO LS-Step-Outcome(LS-i)
               DISPLAY "STEP " LS-Step-Name(LS-i) " FAILED - cc "
           PERFORM WRITE-STATUS-ROUTINE.
       END-ROUTINE.

       TEST-CONDITIONS-ROUTINE.
      *> the status record is read as the step comes up, so a step
      *> after NIGHTLY sees tonight's run
           SET LS-Cond-True-BOOL TO 1.
           MOVE SPACES TO LS-Step-Reason(LS-i).
           SET LS-Cond-Have-BOOL TO 0.
           OPEN INPUT F-RunStatus-FILE.
           IF WS-RunStatus-FS = "00" THEN
               READ F-RunStatus-FILE RECORD
                   AT END CONTINUE
                   NOT AT END SET LS-Cond-Have-BOOL TO 1
               END-READ
               CLOSE F-RunStatus-FILE
           END-IF.
           IF LS-Cond-Have-BOOL = 0 THEN
               SET LS-Cond-True-BOOL TO 0
               MOVE "NO RUN STATUS RECORD (run_status.txt) TO TEST"
                   TO LS-Step-Reason(LS-i)
               EXIT PARAGRAPH
           END-IF.
           PERFORM TEST-ONE-CONDITION-ROUTINE
               VARYING LS-c FROM 1
               UNTIL LS-c > LS-Step-Cond-CNT(LS-i)
                  OR LS-Cond-True-BOOL = 0.
       END-ROUTINE.

       TEST-ONE-CONDITION-ROUTINE.
           MOVE ZERO TO LS-Cond-Num.
           MOVE SPACES TO LS-Cond-Got-X.
           EVALUATE LS-Cond-Field(LS-i, LS-c)
               WHEN "RS-TESTS-RUN"
                   MOVE RS-Tests-Run TO LS-Cond-Num
               WHEN "RS-SUCCESS"
                   MOVE RS-Success TO LS-Cond-Num
               WHEN "RS-FAILURES"
                   MOVE RS-Failures TO LS-Cond-Num
               WHEN "RS-SKIPS"
                   MOVE RS-Skips TO LS-Cond-Num
               WHEN "RS-BUDGET-SPENT"
                   MOVE RS-Budget-Spent TO LS-Cond-Num
               WHEN "RS-CARRY-CNT"
                   MOVE RS-Carry-CNT TO LS-Cond-Num
               WHEN "RS-ALERT-CNT"
                   MOVE RS-Alert-CNT TO LS-Cond-Num
               WHEN "RS-MODE"
                   MOVE RS-Mode TO LS-Cond-Got-X
               WHEN "RS-CHECKPOINT"
                   MOVE RS-Checkpoint TO LS-Cond-Got-X
           END-EVALUATE.
           IF LS-Cond-Type-S(LS-i, LS-c) = "N" THEN
               MOVE FUNCTION NUMVAL(LS-Cond-Value(LS-i, LS-c))
                   TO LS-Cond-Want
               EVALUATE LS-Cond-Op(LS-i, LS-c)
                   WHEN "= "
                       IF LS-Cond-Num NOT = LS-Cond-Want
                           SET LS-Cond-True-BOOL TO 0
                       END-IF
                   WHEN "<>"
                       IF LS-Cond-Num = LS-Cond-Want
                           SET LS-Cond-True-BOOL TO 0
                       END-IF
                   WHEN "> "
                       IF LS-Cond-Num NOT > LS-Cond-Want
                           SET LS-Cond-True-BOOL TO 0
                       END-IF
                   WHEN ">="
                       IF LS-Cond-Num < LS-Cond-Want
                           SET LS-Cond-True-BOOL TO 0
                       END-IF
                   WHEN "< "
                       IF LS-Cond-Num NOT < LS-Cond-Want
                           SET LS-Cond-True-BOOL TO 0
                       END-IF
                   WHEN "<="
                       IF LS-Cond-Num > LS-Cond-Want
                           SET LS-Cond-True-BOOL TO 0
                       END-IF
               END-EVALUATE
               MOVE LS-Cond-Num TO LS-Cond-Got-Show
               MOVE FUNCTION TRIM(LS-Cond-Got-Show) TO LS-Cond-Got-X
           ELSE
               EVALUATE LS-Cond-Op(LS-i, LS-c)
                   WHEN "= "
                       IF LS-Cond-Got-X NOT =
                          LS-Cond-Value(LS-i, LS-c)
                           SET LS-Cond-True-BOOL TO 0
                       END-IF
                   WHEN "<>"
                       IF LS-Cond-Got-X =
                          LS-Cond-Value(LS-i, LS-c)
                           SET LS-Cond-True-BOOL TO 0
                       END-IF
                   WHEN "> "
                       IF LS-Cond-Got-X NOT >
                          LS-Cond-Value(LS-i, LS-c)
                           SET LS-Cond-True-BOOL TO 0
                       END-IF
                   WHEN ">="
                       IF LS-Cond-Got-X <
                          LS-Cond-Value(LS-i, LS-c)
                           SET LS-Cond-True-BOOL TO 0
                       END-IF
                   WHEN "< "
                       IF LS-Cond-Got-X NOT <
                          LS-Cond-Value(LS-i, LS-c)
                           SET LS-Cond-True-BOOL TO 0
                       END-IF
                   WHEN "<="
                       IF LS-Cond-Got-X >
                          LS-Cond-Value(LS-i, LS-c)
                           SET LS-Cond-True-BOOL TO 0
                       END-IF
               END-EVALUATE
           END-IF.
           IF LS-Cond-True-BOOL = 0 THEN
               STRING "ONLYIF " DELIMITED BY SIZE,
                      LS-Cond-Field(LS-i, LS-c) DELIMITED BY SPACE,
                      LS-Cond-Op(LS-i, LS-c) DELIMITED BY SPACE,
                      LS-Cond-Value(LS-i, LS-c) DELIMITED BY SPACE,
                      " FALSE (" DELIMITED BY SIZE,
                      LS-Cond-Field(LS-i, LS-c) DELIMITED BY SPACE,
                      "=" DELIMITED BY SIZE,
                      LS-Cond-Got-X DELIMITED BY SPACE,
                      ")" DELIMITED BY SIZE
                      INTO LS-Step-Reason(LS-i)
           END-IF.
       END-ROUTINE.

       NOW-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LS-Now-Stamp.
           COMPUTE LS-Now-Abs =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(LS-Now-Stamp(1:8))) * 86400
               + FUNCTION NUMVAL(LS-Now-Stamp(9:2)) * 3600
               + FUNCTION NUMVAL(LS-Now-Stamp(11:2)) * 60
               + FUNCTION NUMVAL(LS-Now-Stamp(13:2)).
       END-ROUTINE.

       RESOLVE-TIME-ROUTINE.
      *> hhmm within the chain's batch night: afternoon and evening
      *> times fall on the night's first day, morning times on the
      *> day after
           IF LS-HH < 12 THEN
               COMPUTE LS-Target-Abs = (LS-Night-Day + 1) * 86400
                   + LS-HH * 3600 + LS-MM * 60
           ELSE
               COMPUTE LS-Target-Abs = LS-Night-Day * 86400
                   + LS-HH * 3600 + LS-MM * 60
           END-IF.
       END-ROUTINE.

       WAIT-NOT-BEFORE-ROUTINE.
           MOVE LS-Step-NotBefore(LS-i) TO LS-HHMM.
           PERFORM RESOLVE-TIME-ROUTINE.
           MOVE LS-Target-Abs TO LS-NotBefore-Abs.
           PERFORM NOW-ROUTINE.
           IF LS-Now-Abs >= LS-NotBefore-Abs THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "STEP " LS-Step-Name(LS-i) " held until "
                   LS-Step-NotBefore(LS-i).
           PERFORM UNTIL LS-Now-Abs >= LS-NotBefore-Abs
               CALL "C$SLEEP" USING WS-Poll-Sec
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               PERFORM NOW-ROUTINE
           END-PERFORM.
       END-ROUTINE.

       WAIT-ARRIVAL-ROUTINE.
      *> poll until the file is there and its size and time stamp
      *> have held for STABLE seconds - a feed still writing it keeps
      *> resetting the clock. The wait always allows one full
      *> stability window, so a restart after the give-up time still
      *> picks up a file that has landed since.
           MOVE LS-Step-Arrive(LS-i) TO WS-Arrive-FileName.
           SET LS-Arrived-BOOL TO 0.
           SET LS-Present-BOOL TO 0.
           MOVE SPACES TO LS-Seen-Stamp.
           PERFORM NOW-ROUTINE.
           MOVE LS-Now-Abs TO LS-Seen-Since-Abs.
           EVALUATE TRUE
               WHEN LS-Step-GiveUp(LS-i) NOT = SPACES
                   MOVE LS-Step-GiveUp(LS-i) TO LS-HHMM
                   PERFORM RESOLVE-TIME-ROUTINE
                   MOVE LS-Target-Abs TO LS-GiveUp-Abs
               WHEN LS-FinishBy-Abs > 0
                   MOVE LS-FinishBy-Abs TO LS-GiveUp-Abs
               WHEN OTHER
                   COMPUTE LS-GiveUp-Abs =
                       LS-Now-Abs + LS-GiveUp-Default-CONST
           END-EVALUATE.
           IF LS-GiveUp-Abs < LS-Now-Abs + LS-Step-Stable(LS-i)
                              + WS-Poll-Sec THEN
               COMPUTE LS-GiveUp-Abs = LS-Now-Abs
                   + LS-Step-Stable(LS-i) + WS-Poll-Sec
           END-IF.
           DISPLAY "STEP " LS-Step-Name(LS-i) " waiting for "
                   FUNCTION TRIM(WS-Arrive-FileName).
           PERFORM CHECK-ARRIVAL-ROUTINE.
           PERFORM UNTIL LS-Arrived-BOOL = 1
                      OR LS-Now-Abs >= LS-GiveUp-Abs
               CALL "C$SLEEP" USING WS-Poll-Sec
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               PERFORM NOW-ROUTINE
               PERFORM CHECK-ARRIVAL-ROUTINE
           END-PERFORM.
       END-ROUTINE.

       CHECK-ARRIVAL-ROUTINE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-Arrive-FileName,
                                             WS-File-Details
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF RETURN-CODE NOT = 0 THEN
               MOVE 0 TO RETURN-CODE
               SET LS-Present-BOOL TO 0
               MOVE SPACES TO LS-Seen-Stamp
               EXIT PARAGRAPH
           END-IF.
           SET LS-Present-BOOL TO 1.
           MOVE WS-File-Details TO WS-File-Stamp.
           IF WS-File-Stamp NOT = LS-Seen-Stamp THEN
               MOVE WS-File-Stamp TO LS-Seen-Stamp
               MOVE LS-Now-Abs TO LS-Seen-Since-Abs
               EXIT PARAGRAPH
           END-IF.
           IF LS-Now-Abs - LS-Seen-Since-Abs
              >= LS-Step-Stable(LS-i) THEN
               SET LS-Arrived-BOOL TO 1
               DISPLAY "STEP " LS-Step-Name(LS-i) " input "
                       FUNCTION TRIM(WS-Arrive-FileName)
                       " arrived"
           END-IF.
       END-ROUTINE.

       NO-INPUT-ROUTINE.
           MOVE "NOIN" TO LS-Step-Outcome(LS-i).
           MOVE ZERO TO LS-Step-CC-Got(LS-i).
           MOVE 8 TO LS-Chain-RC.
           MOVE "CHAIN-INPUT-MISSING" TO LS-Alert-Kind.
           MOVE SPACES TO LS-Alert-Reason.
           IF LS-Present-BOOL = 1 THEN
               STRING "input " DELIMITED BY SIZE,
                      WS-Arrive-FileName DELIMITED BY SPACE,
                      " still changing at give-up - step not run"
                          DELIMITED BY SIZE
                      INTO LS-Alert-Reason
           ELSE
               STRING "input " DELIMITED BY SIZE,
                      WS-Arrive-FileName DELIMITED BY SPACE,
                      " never arrived - step not run"
                          DELIMITED BY SIZE
                      INTO LS-Alert-Reason
           END-IF.
           DISPLAY "STEP " LS-Step-Name(LS-i) " NOT RUN - "
                   FUNCTION TRIM(LS-Alert-Reason).
           PERFORM WRITE-ALERT-ROUTINE.
           IF LS-Step-OnFail(LS-i) NOT = "CONTINUE" THEN
               DISPLAY "CHAIN STOPPED - fix the step and rerun "
                       "with --restart"
               SET LS-Stop-BOOL TO 1
           END-IF.
       END-ROUTINE.

       CHECK-DEADLINE-ROUTINE.
           PERFORM NOW-ROUTINE.
           IF LS-Now-Abs <= LS-FinishBy-Abs THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "LATE" TO LS-Step-Outcome(LS-i).
           IF LS-Chain-RC < 4 THEN
               MOVE 4 TO LS-Chain-RC
           END-IF.
           MOVE "CHAIN-STEP-LATE" TO LS-Alert-Kind.
           MOVE SPACES TO LS-Alert-Reason.
           STRING "finished " DELIMITED BY SIZE,
                  LS-Now-Stamp(9:6) DELIMITED BY SIZE,
                  " past its FINISHBY " DELIMITED BY SIZE,
                  LS-Step-FinishBy(LS-i) DELIMITED BY SIZE
                  INTO LS-Alert-Reason.
           DISPLAY "STEP " LS-Step-Name(LS-i) " LATE - "
                   FUNCTION TRIM(LS-Alert-Reason).
           PERFORM WRITE-ALERT-ROUTINE.
       END-ROUTINE.

       WRITE-ALERT-ROUTINE.
           OPEN EXTEND F-Alert-FILE.
           IF WS-Alert-FS = "35" THEN
               OPEN OUTPUT F-Alert-FILE
           END-IF.
           IF WS-Alert-FS NOT = "00" THEN
               DISPLAY "WARNING: cannot open operator_alerts.txt"
                       " - status " WS-Alert-FS
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO F-Alert-LINE.
           STRING "ALERT " DELIMITED BY SIZE,
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  LS-Alert-Kind DELIMITED BY SPACE,
                  " STEP=" DELIMITED BY SIZE,
                  LS-Step-Name(LS-i) DELIMITED BY SPACE,
                  " AT=" DELIMITED BY SIZE,
                  FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                  INTO F-Alert-LINE.
           WRITE F-Alert-LINE.
           MOVE SPACES TO F-Alert-LINE.
           STRING "  STEP " DELIMITED BY SIZE,
                  LS-Step-Name(LS-i) DELIMITED BY SPACE,
                  " " DELIMITED BY SIZE,
                  LS-Alert-Reason DELIMITED BY SIZE
                  INTO F-Alert-LINE.
           WRITE F-Alert-LINE.
           CLOSE F-Alert-FILE.
       END-ROUTINE.

       WRITE-STATUS-ROUTINE.
           OPEN OUTPUT F-Status-FILE.
           PERFORM VARYING LS-j FROM 1 UNTIL LS-j > LS-Step-CNT
                      " " DELIMITED BY SIZE,
                      LS-Step-CC-Got(LS-j) DELIMITED BY SIZE,
                      " " DELIMITED BY SIZE,
                      LS-Step-Outcome(LS-j) DELIMITED BY SIZE,
                      " " DELIMITED BY SIZE,
                      LS-Step-Reason(LS-j) DELIMITED BY SIZE
                      INTO F-Status-LINE
               IF LS-Step-Outcome(LS-j) = "SKIP"
                AND LS-Step-Reason(LS-j) = SPACES THEN
      *> a skipped step was DONE in the last pass - keep it DONE so a
      *> further restart still skips it
                   MOVE SPACES TO F-Status-LINE
