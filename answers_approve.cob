       IDENTIFICATION DIVISION.
       PROGRAM-ID. answers_approve.
      *> Second step of an answer promotion. answers_review queues
      *> every proposed promotion in answer_approvals.txt (layout in
      *> answer-approval.cpy); this screen lists the queue with the
      *> proposer and the age of each proposal, then steps through
      *> it showing the proposed values beside the ones currently on
      *> the answers master. Approving needs a shift lead or above
      *> and is refused - and logged as refused - for the operator
      *> who proposed the entry. Only an approval writes
      *> answers_master.idx (after answers_backup keeps the
      *> pre-session master as a generation) and the master is
      *> resealed through answers_seal when the session ends.
      *> Rejecting needs a shift lead too, except that a proposer may
      *> always withdraw their own proposal. Every decision goes to
      *> the change log under "ANSWERS".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Approval-FILE
           ASSIGN TO "answer_approvals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Approval-FS.
           SELECT F-Answers-FILE
           ASSIGN TO "answers_master.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANSX-Key
           FILE STATUS IS WS-Answers-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Approval-FILE.
       COPY "answer-approval.cpy".

       FD F-Answers-FILE.
       COPY "answers-master-idx.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Approval-FS PIC XX.
       01 WS-Answers-FS PIC XX.

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-i PIC 9(4) VALUE ZERO.
       01 WS-Approved-CNT PIC 9(4) VALUE ZERO.
       01 WS-Rejected-CNT PIC 9(4) VALUE ZERO.
       01 WS-Backed-Up-BOOL PIC 9(1) VALUE ZERO.

       01 WS-Queue-CNT PIC 9(4) VALUE ZERO.
       01 WS-Queue-Max-CONST PIC 9(4) VALUE 500.
       01 WS-Queue-TBL.
         02 WS-Queue-REC OCCURS 500 TIMES.
           03 WS-Que-Line PIC X(98).
           03 WS-Que-State PIC X(1).
      *> WS-Que-Line holds the AAP-REC image as read; WS-Que-State:
      *> " " = still awaiting approval, "A" = approved this session,
      *> "R" = rejected or withdrawn this session.

       01 WS-Review-Slot PIC 9(4) VALUE ZERO.
       01 WS-Action-IN PIC X VALUE SPACE.
       01 WS-Year-IN PIC X(4) VALUE SPACES.
       01 WS-Day-IN PIC X(2) VALUE SPACES.
       01 WS-Input-IN PIC X(40) VALUE SPACES.
       01 WS-Result-1-IN PIC X(15) VALUE SPACES.
       01 WS-Result-2-IN PIC X(15) VALUE SPACES.
       01 WS-Current-1 PIC X(15) VALUE SPACES.
       01 WS-Current-2 PIC X(15) VALUE SPACES.
       01 WS-Proposer PIC X(8) VALUE SPACES.
       01 WS-Age-Text PIC X(30) VALUE SPACES.
       01 WS-Message PIC X(60) VALUE SPACES.
       01 WS-Log-Detail PIC X(50) VALUE SPACES.

       01 WS-Stamp PIC X(14) VALUE SPACES.
       01 WS-Age-Hours PIC 9(6) VALUE ZERO.
       01 WS-Age-Days PIC 9(4) VALUE ZERO.
       01 WS-Age-Rem PIC 9(2) VALUE ZERO.
       01 WS-Now-Hours PIC 9(9) VALUE ZERO.
       01 WS-Then-Hours PIC 9(9) VALUE ZERO.

       01 WS-Seal-Status PIC X(2) VALUE SPACES.
       01 WS-Keep-Type PIC X(1) VALUE SPACE.

       01 WS-User-ID PIC X(8) VALUE SPACES.
       01 WS-Chg-File PIC X(12) VALUE "ANSWERS".
       01 WS-Chg-Action PIC X(8) VALUE SPACES.
       01 WS-Chg-Before PIC X(80) VALUE SPACES.
       01 WS-Chg-After PIC X(80) VALUE SPACES.

       01 WS-Lock-Resource PIC X(40) VALUE "ANSWERS".
       01 WS-Lock-Holder PIC X(20) VALUE "answers_approve".
       01 WS-Lock-Status PIC X(2) VALUE SPACES.
       01 WS-Lock-Answer PIC X VALUE SPACE.

       01 WS-User-Role PIC X(1) VALUE SPACE.
       01 WS-Need-Role PIC X(1) VALUE SPACE.
       01 WS-Sign-Detail PIC X(80) VALUE SPACES.
       01 WS-Sign-Status PIC X(2) VALUE SPACES.

       COPY "year-close.cpy".

       SCREEN SECTION.
       01  APPROVE-ENTRY-SCREEN.
           05  APPROVE-ID-SECTION.
               10  VALUE "ANSWER PROMOTION APPROVAL"  BLANK SCREEN
                                              LINE 01 COL 27.
           05  APPROVE-FIELD-SECTION.
               10  VALUE "YEAR:"            LINE 04 COL 05.
               10  YEAR-ON-SCR                       COL 17
                       PIC X(4)     FROM WS-Year-IN.
               10  VALUE "DAY:"             LINE 05 COL 05.
               10  DAY-ON-SCR                        COL 17
                       PIC X(2)     FROM WS-Day-IN.
               10  VALUE "INPUT:"           LINE 06 COL 05.
               10  INPUT-ON-SCR                      COL 17
                       PIC X(40)    FROM WS-Input-IN.
               10  VALUE "PROPOSED 1:"      LINE 08 COL 05.
               10  RESULT-1-ON-SCR                   COL 17
                       FOREGROUND-COLOR IS 3
                       PIC X(15)    FROM WS-Result-1-IN.
               10  VALUE "ON MASTER 1:"              COL 35.
               10  CURRENT-1-ON-SCR                  COL 48
                       PIC X(15)    FROM WS-Current-1.
               10  VALUE "PROPOSED 2:"      LINE 09 COL 05.
               10  RESULT-2-ON-SCR                   COL 17
                       FOREGROUND-COLOR IS 3
                       PIC X(15)    FROM WS-Result-2-IN.
               10  VALUE "ON MASTER 2:"              COL 35.
               10  CURRENT-2-ON-SCR                  COL 48
                       PIC X(15)    FROM WS-Current-2.
               10  VALUE "PROPOSED BY:"     LINE 11 COL 05.
               10  PROPOSER-ON-SCR                   COL 18
                       PIC X(8)     FROM WS-Proposer.
               10  VALUE "WAITING:"                  COL 30.
               10  AGE-ON-SCR                        COL 39
                       PIC X(30)    FROM WS-Age-Text.
           05  APPROVE-MESSAGE-SECTION.
               10  MESSAGE-ON-SCR           LINE 13 COL 05
                       FOREGROUND-COLOR IS 4
                       PIC X(60)    FROM WS-Message.
           05  APPROVE-RESPONSE-SECTION.
               10  VALUE "A - APPROVE (PROMOTE)"  LINE 24 COL 30.
               10  VALUE "R - REJECT / WITHDRAW"  LINE 25 COL 30.
               10  VALUE "S - SKIP FOR NOW"       LINE 26 COL 30.
               10  VALUE "Q - TO QUIT"            LINE 27 COL 30.
               10  VALUE "ENTER CHOICE:"          LINE 29 COL 30.
               10  ACTION-SCR                     LINE 29 COL 45
                       PIC X     TO WS-Action-IN.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM SIGNON-ROUTINE.
           PERFORM ACQUIRE-LOCK-ROUTINE.
           PERFORM LOAD-QUEUE-ROUTINE.
           IF WS-Queue-CNT = 0 THEN
               DISPLAY "No promotions awaiting approval"
               PERFORM RELEASE-LOCK-ROUTINE
               STOP RUN
           END-IF.
           PERFORM LIST-QUEUE-ROUTINE.
           PERFORM OPEN-ANSWERS-ROUTINE.
           PERFORM APPROVE-ONE-ROUTINE
               VARYING WS-Review-Slot FROM 1
               UNTIL WS-Review-Slot > WS-Queue-CNT
                  OR WS-Action-IN = "Q" OR WS-Action-IN = "q".
           CLOSE F-Answers-FILE.
           IF WS-Approved-CNT > 0 THEN
               CALL "answers_seal" USING BY CONTENT "WRITE ",
                   BY REFERENCE WS-Seal-Status
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.
           PERFORM SAVE-QUEUE-ROUTINE.
           DISPLAY "Approval complete: " WS-Approved-CNT " approved, "
                   WS-Rejected-CNT " rejected or withdrawn".
           PERFORM RELEASE-LOCK-ROUTINE.
           STOP RUN.
       END-ROUTINE.

       ACQUIRE-LOCK-ROUTINE.
      *> the ANSWERS lock test_all also takes: no promotion into the
      *> answers master while a run is judging against it
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
               END-IF
               IF WS-Lock-Status NOT = "00" THEN
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       END-ROUTINE.

       RELEASE-LOCK-ROUTINE.
           CALL "run_lock" USING BY CONTENT "RELEASE",
               BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
               WS-Lock-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       SIGNON-ROUTINE.
      *> every session is attributable: the operator signs on once
      *> against the user master and every approval and rejection is
      *> logged under that user through change_log
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
           CALL "change_log" USING WS-User-ID, WS-Chg-File,
               WS-Chg-Action, WS-Chg-Before, WS-Chg-After
               ON EXCEPTION
                   CONTINUE
           END-CALL.
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
      *> approving needs a shift lead who is not the proposer;
      *> rejecting needs a shift lead unless it is the proposer
      *> withdrawing their own proposal
           MOVE "00" TO WS-Sign-Status.
           EVALUATE WS-Action-IN
               WHEN "A"
               WHEN "a"
                   MOVE "APPROVE" TO WS-Chg-Action
               WHEN "R"
               WHEN "r"
                   IF WS-Proposer = WS-User-ID THEN
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "REJECT" TO WS-Chg-Action
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACES TO WS-Sign-Detail.
           STRING WS-Chg-Action DELIMITED BY SPACE,
                  " PROPOSAL " DELIMITED BY SIZE,
                  WS-Year-IN DELIMITED BY SIZE,
                  "/" DELIMITED BY SIZE,
                  WS-Day-IN DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Input-IN DELIMITED BY SPACE,
                  " BY " DELIMITED BY SIZE,
                  WS-Proposer DELIMITED BY SPACE
                  INTO WS-Sign-Detail.
           MOVE "S" TO WS-Need-Role.
           PERFORM CHECK-ROLE-ROUTINE.
           IF WS-Sign-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Chg-Action = "APPROVE" AND WS-Proposer = WS-User-ID
           THEN
               MOVE "12" TO WS-Sign-Status
               MOVE "REFUSED - A SECOND OPERATOR MUST APPROVE THIS"
                   TO WS-Message
               MOVE "REFUSED" TO WS-Chg-Action
               MOVE WS-Sign-Detail TO WS-Chg-Before
               MOVE "OWN PROPOSAL - SECOND OPERATOR REQUIRED"
                   TO WS-Chg-After
               PERFORM LOG-CHANGE-ROUTINE
               EXIT PARAGRAPH
           END-IF.
      *> a closed year's answers are frozen until an administrator
      *> reopens the year with year_close; the proposal stays queued
      *> (it may still be rejected)
           IF WS-Chg-Action NOT = "APPROVE" THEN
               EXIT PARAGRAPH
           END-IF.
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

       LOAD-QUEUE-ROUTINE.
           OPEN INPUT F-Approval-FILE.
           IF WS-Approval-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-QUEUE-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Approval-FILE.
       END-ROUTINE.

       READ-QUEUE-ROUTINE.
           READ F-Approval-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF WS-Queue-CNT >= WS-Queue-Max-CONST THEN
                       DISPLAY "WARNING: more than "
                               WS-Queue-Max-CONST
                               " proposals queued - remainder kept "
                               "for a later session"
                       SET WS-EOF-BOOL TO 1
                   ELSE
                       ADD 1 TO WS-Queue-CNT
                       MOVE AAP-REC TO WS-Que-Line(WS-Queue-CNT)
                       MOVE SPACE TO WS-Que-State(WS-Queue-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       LIST-QUEUE-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
           DISPLAY "Promotions awaiting approval (" WS-Queue-CNT
                   "):".
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Queue-CNT
               MOVE WS-Que-Line(WS-i) TO AAP-REC
               PERFORM AGE-ROUTINE
               DISPLAY "  " AAP-Year "/" AAP-Day " "
                       FUNCTION TRIM(AAP-Input)
                       "  BY " AAP-Proposer
                       "  WAITING " FUNCTION TRIM(WS-Age-Text)
           END-PERFORM.
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WS-Action-IN.
           MOVE SPACE TO WS-Action-IN.
       END-ROUTINE.

       AGE-ROUTINE.
      *> age of the proposal in AAP-REC against WS-Stamp, in whole
      *> hours; a malformed stamp shows as unknown
           MOVE "UNKNOWN" TO WS-Age-Text.
           IF FUNCTION TEST-NUMVAL(AAP-Proposed-Date) NOT = 0
            OR FUNCTION TEST-NUMVAL(AAP-Proposed-Time) NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Now-Hours =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-Stamp(1:8))) * 24
               + FUNCTION NUMVAL(WS-Stamp(9:2)).
           COMPUTE WS-Then-Hours =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(AAP-Proposed-Date)) * 24
               + FUNCTION NUMVAL(AAP-Proposed-Time(1:2)).
           IF WS-Then-Hours > WS-Now-Hours THEN
               MOVE ZERO TO WS-Age-Hours
           ELSE
               COMPUTE WS-Age-Hours = WS-Now-Hours - WS-Then-Hours
           END-IF.
           DIVIDE WS-Age-Hours BY 24 GIVING WS-Age-Days
               REMAINDER WS-Age-Rem.
           MOVE SPACES TO WS-Age-Text.
           STRING WS-Age-Days DELIMITED BY SIZE,
                  " DAY(S) " DELIMITED BY SIZE,
                  WS-Age-Rem DELIMITED BY SIZE,
                  " HOUR(S)" DELIMITED BY SIZE
                  INTO WS-Age-Text.
       END-ROUTINE.

       OPEN-ANSWERS-ROUTINE.
           OPEN I-O F-Answers-FILE.
           IF WS-Answers-FS = "35" THEN
               OPEN OUTPUT F-Answers-FILE
               CLOSE F-Answers-FILE
               OPEN I-O F-Answers-FILE
           END-IF.
           IF WS-Answers-FS NOT = "00" THEN
               DISPLAY "answers_approve: cannot open "
                       "answers_master.idx - status " WS-Answers-FS
               PERFORM RELEASE-LOCK-ROUTINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       END-ROUTINE.

       APPROVE-ONE-ROUTINE.
           MOVE WS-Que-Line(WS-Review-Slot) TO AAP-REC.
           MOVE AAP-Year TO WS-Year-IN.
           MOVE AAP-Day TO WS-Day-IN.
           MOVE AAP-Input TO WS-Input-IN.
           MOVE AAP-Result-1 TO WS-Result-1-IN.
           MOVE AAP-Result-2 TO WS-Result-2-IN.
           MOVE AAP-Proposer TO WS-Proposer.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
           PERFORM AGE-ROUTINE.
           MOVE "(NOT ON MASTER)" TO WS-Current-1.
           MOVE SPACES TO WS-Current-2.
           MOVE AAP-Year TO ANSX-Year.
           MOVE AAP-Day TO ANSX-Day.
           MOVE AAP-Input TO ANSX-Input-Name.
           READ F-Answers-FILE RECORD KEY IS ANSX-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ANSX-Expected-1 TO WS-Current-1
                   MOVE ANSX-Expected-2 TO WS-Current-2
           END-READ.
           MOVE SPACE TO WS-Action-IN.
           DISPLAY APPROVE-ENTRY-SCREEN.
           ACCEPT APPROVE-ENTRY-SCREEN.
           MOVE SPACES TO WS-Message.
           PERFORM AUTHORIZE-ACTION-ROUTINE.
           IF WS-Sign-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-Action-IN
               WHEN "A"
               WHEN "a"
                   PERFORM PROMOTE-ANSWER-ROUTINE
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO WS-Que-State(WS-Review-Slot)
                   ADD 1 TO WS-Rejected-CNT
                   IF WS-Proposer = WS-User-ID THEN
                       MOVE "WITHDRAW" TO WS-Chg-Action
                   ELSE
                       MOVE "REJECT" TO WS-Chg-Action
                   END-IF
                   MOVE WS-Que-Line(WS-Review-Slot) TO WS-Chg-Before
                   PERFORM LOG-CHANGE-ROUTINE
               WHEN "Q"
               WHEN "q"
                   CONTINUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       END-ROUTINE.

       PROMOTE-ANSWER-ROUTINE.
      *> keep the pre-session master as a generation (once, before
      *> the first approval lands) and log the session, so a bad
      *> approval pass can be backed out with answers_restore
           IF WS-Backed-Up-BOOL = 0 THEN
               MOVE "ANSWERS PROMOTED BY TWO-PERSON APPROVAL"
                   TO WS-Log-Detail
               CLOSE F-Answers-FILE
               CALL "answers_backup" USING BY CONTENT "APPROVE   ",
                   BY REFERENCE WS-Log-Detail
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               OPEN I-O F-Answers-FILE
               SET WS-Backed-Up-BOOL TO 1
           END-IF.
           MOVE AAP-Year TO ANSX-Year.
           MOVE AAP-Day TO ANSX-Day.
           MOVE AAP-Input TO ANSX-Input-Name.
      *> a promotion replaces the expected values but keeps the
      *> answer type already on the record
           MOVE SPACE TO WS-Keep-Type.
           READ F-Answers-FILE RECORD KEY IS ANSX-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ANSX-Type TO WS-Keep-Type
                   MOVE ANSX-REC TO WS-Chg-Before
           END-READ.
           MOVE AAP-Year TO ANSX-Year.
           MOVE AAP-Day TO ANSX-Day.
           MOVE AAP-Input TO ANSX-Input-Name.
           MOVE AAP-Result-1 TO ANSX-Expected-1.
           MOVE AAP-Result-2 TO ANSX-Expected-2.
           MOVE WS-Keep-Type TO ANSX-Type.
           WRITE ANSX-REC
               INVALID KEY
                   REWRITE ANSX-REC
           END-WRITE.
           MOVE "APPROVE" TO WS-Chg-Action.
           MOVE ANSX-REC TO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
           MOVE "A" TO WS-Que-State(WS-Review-Slot).
           ADD 1 TO WS-Approved-CNT.
       END-ROUTINE.

       SAVE-QUEUE-ROUTINE.
           OPEN OUTPUT F-Approval-FILE.
           PERFORM VARYING WS-i FROM 1
                   UNTIL WS-i > WS-Queue-CNT
               IF WS-Que-State(WS-i) = SPACE THEN
                   MOVE WS-Que-Line(WS-i) TO AAP-REC
                   WRITE AAP-REC
               END-IF
           END-PERFORM.
           CLOSE F-Approval-FILE.
       END-ROUTINE.

       END PROGRAM answers_approve.
