      *> dashboard, history_rollup and launcher. Changing the results
      *> page size, the default watchdog timeout, the roll-up
      *> retention or the spool directory is a data change here, not
      *> a recompile or a memorized argument. Anyone signed on
      *> through signon may list the profile; setting or deleting a
      *> parameter is for administrators and goes to the change log
      *> under "PROFILE".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           03 WS-Prof-Key PIC X(12).
           03 WS-Prof-Value PIC X(20).

       01 WS-User-ID PIC X(8) VALUE SPACES.
       01 WS-User-Role PIC X(1) VALUE SPACE.
       01 WS-Need-Role PIC X(1) VALUE SPACE.
       01 WS-Sign-Detail PIC X(80) VALUE SPACES.
       01 WS-Sign-Status PIC X(2) VALUE SPACES.
       01 WS-Chg-File PIC X(12) VALUE "PROFILE".
       01 WS-Chg-Action PIC X(8) VALUE SPACES.
       01 WS-Chg-Before PIC X(80) VALUE SPACES.
       01 WS-Chg-After PIC X(80) VALUE SPACES.
       01 WS-Lock-Resource PIC X(40) VALUE "PROFILE".
       01 WS-Lock-Holder PIC X(20) VALUE "profile_maint".
       01 WS-Lock-Status PIC X(2) VALUE SPACES.
       01 WS-Lock-Answer PIC X VALUE SPACE.

       01 WS-Action-IN PIC X VALUE SPACE.
       01 WS-Key-IN PIC X(12) VALUE SPACES.
       01 WS-Value-IN PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM SIGNON-ROUTINE.
           PERFORM ACQUIRE-LOCK-ROUTINE.
           PERFORM LOAD-PROFILE-ROUTINE.
           PERFORM PROF-SCREEN-ROUTINE
               UNTIL WS-Action-IN = "Q" OR WS-Action-IN = "q".
           PERFORM RELEASE-LOCK-ROUTINE.
           STOP RUN.
       END-ROUTINE.

       ACQUIRE-LOCK-ROUTINE.
      *> the PROFILE lock: two screens never rewrite the profile over
      *> each other; runs read it at start-up without locking
           MOVE "00" TO WS-Lock-Status.
           CALL "run_lock" USING BY CONTENT "ACQUIRE",
               BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
               WS-Lock-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-Lock-Status NOT = "00" THEN
               DISPLAY "PROFILE LOCK HELD - B TO BREAK IT, ANY OTHER "
                       "KEY TO EXIT"
               ACCEPT WS-Lock-Answer
               IF WS-Lock-Answer = "B" OR WS-Lock-Answer = "b" THEN
                   MOVE "S" TO WS-Need-Role
                   MOVE "BREAK PROFILE LOCK" TO WS-Sign-Detail
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
                   MOVE "PROFILE LOCK BROKEN" TO WS-Chg-Before
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
      *> against the user master and every change is logged under
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
      *> listing is open to every signed-on user; the profile drives
      *> every batch program, so setting or deleting a parameter is
      *> for administrators only
           MOVE "00" TO WS-Sign-Status.
           EVALUATE WS-Action-IN
               WHEN "S"
               WHEN "s"
                   MOVE "SET" TO WS-Chg-Action
               WHEN "D"
               WHEN "d"
                   MOVE "DELETE" TO WS-Chg-Action
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE "A" TO WS-Need-Role.
           MOVE SPACES TO WS-Sign-Detail.
           STRING WS-Chg-Action DELIMITED BY SPACE,
                  " PROFILE KEY " DELIMITED BY SIZE,
                  WS-Key-IN DELIMITED BY SPACE
                  INTO WS-Sign-Detail.
           PERFORM CHECK-ROLE-ROUTINE.
       END-ROUTINE.

       LOAD-PROFILE-ROUTINE.
           OPEN INPUT F-Profile-FILE.
           IF WS-Profile-FS NOT = "00" THEN
           DISPLAY PROF-ENTRY-SCREEN.
           ACCEPT PROF-ENTRY-SCREEN.
           MOVE SPACES TO WS-Message.
           PERFORM AUTHORIZE-ACTION-ROUTINE.
           IF WS-Sign-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-Action-IN
               WHEN "S"
               WHEN "s"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PARAM-ROUTINE.
           IF WS-Found-Slot > 0 THEN
               MOVE WS-Prof-REC(WS-Found-Slot) TO WS-Chg-Before
           END-IF.
           IF WS-Found-Slot = 0 THEN
               IF WS-Prof-CNT >= WS-Prof-Max-CONST THEN
                   MOVE "PROFILE IS FULL" TO WS-Message
           END-IF.
           MOVE WS-Value-IN TO WS-Prof-Value(WS-Found-Slot).
           PERFORM SAVE-PROFILE-ROUTINE.
           MOVE "SET" TO WS-Chg-Action.
           MOVE WS-Prof-REC(WS-Found-Slot) TO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
           MOVE "PARAMETER SET" TO WS-Message.
       END-ROUTINE.

               MOVE "PARAMETER NOT ON FILE" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Prof-REC(WS-Found-Slot) TO WS-Chg-Before.
           PERFORM VARYING WS-i FROM WS-Found-Slot
                   UNTIL WS-i >= WS-Prof-CNT
               MOVE WS-Prof-REC(WS-i + 1) TO WS-Prof-REC(WS-i)
           END-PERFORM.
           SUBTRACT 1 FROM WS-Prof-CNT.
           PERFORM SAVE-PROFILE-ROUTINE.
           MOVE "DELETE" TO WS-Chg-Action.
           PERFORM LOG-CHANGE-ROUTINE.
           MOVE "PARAMETER DELETED" TO WS-Message.
       END-ROUTINE.

