      *> (answers_master.idx, keyed on year/day/input). Every add,
      *> change and delete first rotates the current master into the
      *> kept generations through answers_backup, so any screen edit
      *> can be backed out with answers_restore. A year closed by
      *> year_close is frozen: its answers can be listed but not
      *> added, changed or deleted until an administrator reopens it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-Chg-Before PIC X(80) VALUE SPACES.
       01 WS-Chg-After PIC X(80) VALUE SPACES.

       01 WS-Lock-Resource PIC X(40) VALUE "ANSWERS".
       01 WS-Lock-Holder PIC X(20) VALUE "answers_maint".
       01 WS-Lock-Status PIC X(2) VALUE SPACES.
       01 WS-Lock-Answer PIC X VALUE SPACE.

       01 WS-User-Role PIC X(1) VALUE SPACE.
       01 WS-Need-Role PIC X(1) VALUE SPACE.
       01 WS-Sign-Detail PIC X(80) VALUE SPACES.
       01 WS-Sign-Status PIC X(2) VALUE SPACES.

       COPY "year-close.cpy".

       SCREEN SECTION.
       01  MAINT-ENTRY-SCREEN.
           05  MAINT-ID-SECTION.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM SIGNON-ROUTINE.
           PERFORM ACQUIRE-LOCK-ROUTINE.
           PERFORM OPEN-ANSWERS-ROUTINE.
           PERFORM MAINT-SCREEN-ROUTINE
               UNTIL WS-Action-IN = "Q" OR WS-Action-IN = "q".
       END-ROUTINE.

       ACQUIRE-LOCK-ROUTINE.
      *> the ANSWERS lock test_all also takes: no screen edit of the
      *> answers master while a run (or another screen) is using it
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
      *> listing is open to every signed-on user; adding and
      *> changing an answer needs an operator, deleting one a shift
      *> lead
           MOVE "00" TO WS-Sign-Status.
           EVALUATE WS-Action-IN
               WHEN "A"
               WHEN "a"
                   MOVE "O" TO WS-Need-Role
                   MOVE "ADD" TO WS-Chg-Action
               WHEN "C"
               WHEN "c"
                   MOVE "O" TO WS-Need-Role
                   MOVE "CHANGE" TO WS-Chg-Action
               WHEN "D"
               WHEN "d"
                   MOVE "S" TO WS-Need-Role
                   MOVE "DELETE" TO WS-Chg-Action
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACES TO WS-Sign-Detail.
           STRING WS-Chg-Action DELIMITED BY SPACE,
                  " ANSWER " DELIMITED BY SIZE,
                  WS-Year-IN DELIMITED BY SIZE,
                  "/" DELIMITED BY SIZE,
                  WS-Day-IN DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Input-IN DELIMITED BY SPACE
                  INTO WS-Sign-Detail.
           PERFORM CHECK-ROLE-ROUTINE.
           IF WS-Sign-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
      *> a closed year's answers are frozen until an administrator
      *> reopens the year with year_close
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

       OPEN-ANSWERS-ROUTINE.
           OPEN I-O F-Answers-FILE.
           IF WS-Answers-FS = "35" THEN
           DISPLAY MAINT-ENTRY-SCREEN.
           ACCEPT MAINT-ENTRY-SCREEN.
           MOVE SPACES TO WS-Message.
           PERFORM AUTHORIZE-ACTION-ROUTINE.
           IF WS-Sign-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-Action-IN
               WHEN "A"
               WHEN "a"
