       IDENTIFICATION DIVISION.
       PROGRAM-ID. answers_review.
      *> Review screen for the answers captured by test_all --record
      *> (pending_answers.txt). Each captured line can be proposed for
      *> promotion, rejected or skipped. A proposal does not touch the
      *> answers master: it is queued in answer_approvals.txt (layout
      *> in answer-approval.cpy) with the proposer and the time, and
      *> only a second operator's approval in answers_approve writes
      *> it into answers_master.idx. Proposing needs an operator,
      *> rejecting a captured line a shift lead.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO "pending_answers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Pending-FS.
           SELECT F-Approval-FILE
           ASSIGN TO "answer_approvals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Approval-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Pending-FILE.
         02 F-Pend-Result-1 PIC X(15).
         02 F-Pend-Result-2 PIC X(15).

       FD F-Approval-FILE.
       COPY "answer-approval.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Pending-FS PIC XX.
       01 WS-Approval-FS PIC XX.

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-i PIC 9(4) VALUE ZERO.
       01 WS-Proposed-CNT PIC 9(4) VALUE ZERO.
       01 WS-Rejected-CNT PIC 9(4) VALUE ZERO.
       01 WS-Queued-BOOL PIC 9(1) VALUE ZERO.
       01 WS-Stamp PIC X(14) VALUE SPACES.

       01 WS-Pending-CNT PIC 9(4) VALUE ZERO.
       01 WS-Pending-Max-CONST PIC 9(4) VALUE 500.
           03 WS-Pend-Result-1 PIC X(15).
           03 WS-Pend-Result-2 PIC X(15).
           03 WS-Pend-State PIC X(1).
      *> WS-Pend-State: " " = still pending, "P" = proposed for
      *> approval this session, "R" = rejected this session.

       01 WS-Review-Slot PIC 9(4) VALUE ZERO.
       01 WS-Action-IN PIC X VALUE SPACE.
       01 WS-Result-1-IN PIC X(15) VALUE SPACES.
       01 WS-Result-2-IN PIC X(15) VALUE SPACES.
       01 WS-Message PIC X(60) VALUE SPACES.

       01 WS-User-ID PIC X(8) VALUE SPACES.
       01 WS-Chg-File PIC X(12) VALUE "ANSWERS".
       01 WS-Chg-After PIC X(80) VALUE SPACES.


       01 WS-Lock-Resource PIC X(40) VALUE "ANSWERS".
       01 WS-Lock-Holder PIC X(20) VALUE "answers_review".
       01 WS-Lock-Status PIC X(2) VALUE SPACES.
       01 WS-Lock-Answer PIC X VALUE SPACE.

       01 WS-User-Role PIC X(1) VALUE SPACE.
       01 WS-Need-Role PIC X(1) VALUE SPACE.
       01 WS-Sign-Detail PIC X(80) VALUE SPACES.
       01 WS-Sign-Status PIC X(2) VALUE SPACES.

       COPY "year-close.cpy".

       SCREEN SECTION.
       01  REVIEW-ENTRY-SCREEN.
           05  REVIEW-ID-SECTION.
                       FOREGROUND-COLOR IS 4
                       PIC X(60)    FROM WS-Message.
           05  REVIEW-RESPONSE-SECTION.
               10  VALUE "P - PROPOSE PROMOTION"  LINE 24 COL 30.
               10  VALUE "R - REJECT"             LINE 25 COL 30.
               10  VALUE "S - SKIP FOR NOW"       LINE 26 COL 30.
               10  VALUE "Q - TO QUIT"            LINE 27 COL 30.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM SIGNON-ROUTINE.
           PERFORM ACQUIRE-LOCK-ROUTINE.
           PERFORM LOAD-PENDING-ROUTINE.
           IF WS-Pending-CNT = 0 THEN
               DISPLAY "No pending answers to review"
               PERFORM RELEASE-LOCK-ROUTINE
               STOP RUN
           END-IF.
           PERFORM REVIEW-ONE-ROUTINE
               VARYING WS-Review-Slot FROM 1
               UNTIL WS-Review-Slot > WS-Pending-CNT
                  OR WS-Action-IN = "Q" OR WS-Action-IN = "q".
           PERFORM SAVE-PENDING-ROUTINE.
           DISPLAY "Review complete: " WS-Proposed-CNT
                   " proposed for approval, "
                   WS-Rejected-CNT " rejected".
           PERFORM RELEASE-LOCK-ROUTINE.
           STOP RUN.
       END-ROUTINE.

       ACQUIRE-LOCK-ROUTINE.
      *> the ANSWERS lock test_all also takes: pending_answers.txt is
      *> not rewritten while a --record run is still appending to it
           MOVE "00" TO WS-Lock-Status.
           CALL "run_lock" USING BY CONTENT "ACQUIRE",
               BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
               WS-Lock-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-Lock-Status NOT = "00" THEN
               DISPLAY "ANSWERS LOCK HELD - B TO BREAK IT, ANY OTHER "
                       "KEY TO EXIT"
               ACCEPT WS-Lock-Answer
               IF WS-Lock-Answer = "B" OR WS-Lock-Answer = "b" THEN
                   MOVE "S" TO WS-Need-Role
                   MOVE "BREAK ANSWERS LOCK" TO WS-Sign-Detail
                   PERFORM CHECK-ROLE-ROUTINE
                   IF WS-Sign-Status NOT = "00" THEN
                       DISPLAY FUNCTION TRIM(WS-Message)
                   END-IF
               END-IF
               IF WS-Sign-Status = "00" AND
                  (WS-Lock-Answer = "B" OR WS-Lock-Answer = "b") THEN
                   CALL "run_lock" USING BY CONTENT "BREAK  ",
                       BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
                       WS-Lock-Status
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
                   MOVE "LOCKBRK" TO WS-Chg-Action
                   MOVE "ANSWERS LOCK BROKEN" TO WS-Chg-Before
                   MOVE WS-Lock-Holder TO WS-Chg-After
                   PERFORM LOG-CHANGE-ROUTINE
                   MOVE "00" TO WS-Lock-Status
                   CALL "run_lock" USING BY CONTENT "ACQUIRE",
                       BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
                       WS-Lock-Status
                       ON EXCEPTION
                           CONTINUE
                   END-CALL

       RELEASE-LOCK-ROUTINE.
           CALL "run_lock" USING BY CONTENT "RELEASE",
               BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
               WS-Lock-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       SIGNON-ROUTINE.
      *> every session is attributable: the operator signs on once
      *> against the user master and every add, update, delete and
      *> promotion is logged under that user through change_log
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

       LOG-CHANGE-ROUTINE.
           MOVE SPACES TO WS-Chg-Before, WS-Chg-After.
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
           IF WS-Sign-Status NOT = "00" THEN
               MOVE SPACES TO WS-Message
               STRING "REFUSED - NEEDS ROLE " DELIMITED BY SIZE,
                      WS-Need-Role DELIMITED BY SIZE,
                      " OR ABOVE" DELIMITED BY SIZE
                      INTO WS-Message
           END-IF.
       END-ROUTINE.

       AUTHORIZE-ACTION-ROUTINE.
      *> anyone signed on may page through the queue; proposing an
      *> answer for promotion needs an operator, rejecting it a shift
      *> lead. A refused entry stays pending, as if skipped.
           MOVE "00" TO WS-Sign-Status.
           EVALUATE WS-Action-IN
               WHEN "P"
               WHEN "p"
                   MOVE "O" TO WS-Need-Role
                   MOVE "PROPOSE" TO WS-Chg-Action
               WHEN "R"
               WHEN "r"
                   MOVE "S" TO WS-Need-Role
                   MOVE "REJECT" TO WS-Chg-Action
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACES TO WS-Sign-Detail.
           STRING WS-Chg-Action DELIMITED BY SPACE,
                  " PENDING ANSWER " DELIMITED BY SIZE,
                  WS-Year-IN DELIMITED BY SIZE,
                  "/" DELIMITED BY SIZE,
                  WS-Day-IN DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Input-IN DELIMITED BY SPACE
                  INTO WS-Sign-Detail.
           PERFORM CHECK-ROLE-ROUTINE.
           IF WS-Sign-Status NOT = "00"
            OR WS-Chg-Action NOT = "PROPOSE" THEN
               EXIT PARAGRAPH
           END-IF.
      *> a closed year's answers are frozen until an administrator
      *> reopens the year with year_close; the captured line stays
      *> pending (it may still be rejected)
           CALL "year_state" USING WS-Year-IN, YCL-REC
               ON EXCEPTION
                   MOVE SPACE TO YCL-State
           END-CALL.
           IF YCL-State = "C" THEN
               MOVE "12" TO WS-Sign-Status
               MOVE SPACES TO WS-Message
               STRING "YEAR " DELIMITED BY SIZE,
                      WS-Year-IN DELIMITED BY SIZE,
                      " IS CLOSED - AN ADMINISTRATOR MUST REOPEN IT"
                      DELIMITED BY SIZE
                      INTO WS-Message
           END-IF.
       END-ROUTINE.

       LOAD-PENDING-ROUTINE.
           OPEN INPUT F-Pending-FILE.
           IF WS-Pending-FS NOT = "00" THEN
           END-READ.
       END-ROUTINE.

       REVIEW-ONE-ROUTINE.
           MOVE WS-Pend-Year(WS-Review-Slot) TO WS-Year-IN.
           MOVE WS-Pend-Day(WS-Review-Slot) TO WS-Day-IN.
           DISPLAY REVIEW-ENTRY-SCREEN.
           ACCEPT REVIEW-ENTRY-SCREEN.
           MOVE SPACES TO WS-Message.
           PERFORM AUTHORIZE-ACTION-ROUTINE.
           IF WS-Sign-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-Action-IN
               WHEN "P"
               WHEN "p"
                   PERFORM PROPOSE-ANSWER-ROUTINE
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO WS-Pend-State(WS-Review-Slot)
           END-EVALUATE.
       END-ROUTINE.

       PROPOSE-ANSWER-ROUTINE.
      *> one open proposal per answer key: a second one would let the
      *> approver promote values the proposer never saw side by side
           PERFORM QUEUED-CHECK-ROUTINE.
           IF WS-Queued-BOOL = 1 THEN
               MOVE "ALREADY AWAITING APPROVAL - LEFT PENDING"
                   TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND F-Approval-FILE.
           IF WS-Approval-FS = "35" THEN
               OPEN OUTPUT F-Approval-FILE
           END-IF.
           IF WS-Approval-FS NOT = "00" THEN
               MOVE "CANNOT OPEN answer_approvals.txt - LEFT PENDING"
                   TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
           MOVE WS-Pend-Year(WS-Review-Slot) TO AAP-Year.
           MOVE WS-Pend-Day(WS-Review-Slot) TO AAP-Day.
           MOVE WS-Pend-Input(WS-Review-Slot) TO AAP-Input.
           MOVE WS-Pend-Result-1(WS-Review-Slot) TO AAP-Result-1.
           MOVE WS-Pend-Result-2(WS-Review-Slot) TO AAP-Result-2.
           MOVE WS-User-ID TO AAP-Proposer.
           MOVE WS-Stamp(1:8) TO AAP-Proposed-Date.
           MOVE WS-Stamp(9:6) TO AAP-Proposed-Time.
           WRITE AAP-REC.
           CLOSE F-Approval-FILE.
           MOVE "PROPOSE" TO WS-Chg-Action.
           MOVE AAP-REC TO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
           MOVE "P" TO WS-Pend-State(WS-Review-Slot).
           ADD 1 TO WS-Proposed-CNT.
           MOVE "PROPOSED - AWAITING A SECOND OPERATOR'S APPROVAL"
               TO WS-Message.
       END-ROUTINE.

       QUEUED-CHECK-ROUTINE.
           SET WS-Queued-BOOL TO 0.
           OPEN INPUT F-Approval-FILE.
           IF WS-Approval-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-QUEUED-ROUTINE
               UNTIL WS-EOF-BOOL = 1 OR WS-Queued-BOOL = 1.
           CLOSE F-Approval-FILE.
       END-ROUTINE.

       READ-QUEUED-ROUTINE.
           READ F-Approval-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF AAP-Year = WS-Pend-Year(WS-Review-Slot)
                    AND AAP-Day = WS-Pend-Day(WS-Review-Slot)
                    AND AAP-Input = WS-Pend-Input(WS-Review-Slot) THEN
                       SET WS-Queued-BOOL TO 1
                   END-IF
           END-READ.
       END-ROUTINE.

       SAVE-PENDING-ROUTINE.
