      *>   year(4) day(2) owner(20)
      *> owner_report uses it to split the morning's failures, SLA
      *> breaches and audit exceptions into one bundle per owner.
      *> Operators sign on through signon; assigning and changing an
      *> owner needs an operator, deleting an entry a shift lead, and
      *> every change goes to the change log under "OWNERS".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           03 WS-Own-Day PIC X(2).
           03 WS-Own-Owner PIC X(20).

       01 WS-User-ID PIC X(8) VALUE SPACES.
       01 WS-User-Role PIC X(1) VALUE SPACE.
       01 WS-Need-Role PIC X(1) VALUE SPACE.
       01 WS-Sign-Detail PIC X(80) VALUE SPACES.
       01 WS-Sign-Status PIC X(2) VALUE SPACES.
       01 WS-Chg-File PIC X(12) VALUE "OWNERS".
       01 WS-Chg-Action PIC X(8) VALUE SPACES.
       01 WS-Chg-Before PIC X(80) VALUE SPACES.
       01 WS-Chg-After PIC X(80) VALUE SPACES.
       01 WS-Lock-Resource PIC X(40) VALUE "OWNERS".
       01 WS-Lock-Holder PIC X(20) VALUE "owner_maint".
       01 WS-Lock-Status PIC X(2) VALUE SPACES.
       01 WS-Lock-Answer PIC X VALUE SPACE.

       01 WS-Action-IN PIC X VALUE SPACE.
       01 WS-Year-IN PIC X(4) VALUE SPACES.
       01 WS-Day-IN PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM SIGNON-ROUTINE.
           PERFORM ACQUIRE-LOCK-ROUTINE.
           PERFORM LOAD-OWNERS-ROUTINE.
           PERFORM OWN-SCREEN-ROUTINE
               UNTIL WS-Action-IN = "Q" OR WS-Action-IN = "q".
           PERFORM RELEASE-LOCK-ROUTINE.
           STOP RUN.
       END-ROUTINE.

       ACQUIRE-LOCK-ROUTINE.
      *> the OWNERS lock: two screens never rewrite the owner master
      *> over each other; a nightly run never touches it
           MOVE "00" TO WS-Lock-Status.
           CALL "run_lock" USING BY CONTENT "ACQUIRE",
               BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
               WS-Lock-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-Lock-Status NOT = "00" THEN
               DISPLAY "OWNERS LOCK HELD - B TO BREAK IT, ANY OTHER "
                       "KEY TO EXIT"
               ACCEPT WS-Lock-Answer
               IF WS-Lock-Answer = "B" OR WS-Lock-Answer = "b" THEN
                   MOVE "S" TO WS-Need-Role
                   MOVE "BREAK OWNERS LOCK" TO WS-Sign-Detail
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
                   MOVE "OWNERS LOCK BROKEN" TO WS-Chg-Before
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
      *> listing is open to every signed-on user; assigning and
      *> changing an owner needs an operator, deleting one a shift lead
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
                  " OWNER OF " DELIMITED BY SIZE,
                  WS-Year-IN DELIMITED BY SIZE,
                  "/" DELIMITED BY SIZE,
                  WS-Day-IN DELIMITED BY SIZE
                  INTO WS-Sign-Detail.
           PERFORM CHECK-ROLE-ROUTINE.
       END-ROUTINE.

       LOAD-OWNERS-ROUTINE.
           OPEN INPUT F-Owner-FILE.
           IF WS-Owner-FS NOT = "00" THEN
           DISPLAY OWN-ENTRY-SCREEN.
           ACCEPT OWN-ENTRY-SCREEN.
           MOVE SPACES TO WS-Message.
           PERFORM AUTHORIZE-ACTION-ROUTINE.
           IF WS-Sign-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-Action-IN
               WHEN "A"
               WHEN "a"
           MOVE WS-Day-IN TO WS-Own-Day(WS-Own-CNT).
           MOVE WS-Owner-IN TO WS-Own-Owner(WS-Own-CNT).
           PERFORM SAVE-OWNERS-ROUTINE.
           MOVE "ADD" TO WS-Chg-Action.
           MOVE WS-Own-REC(WS-Own-CNT) TO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
           MOVE "OWNER ASSIGNED" TO WS-Message.
       END-ROUTINE.

               MOVE "DAY NOT OWNED - USE A TO ASSIGN" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Own-REC(WS-Found-Slot) TO WS-Chg-Before.
           MOVE WS-Owner-IN TO WS-Own-Owner(WS-Found-Slot).
           PERFORM SAVE-OWNERS-ROUTINE.
           MOVE "CHANGE" TO WS-Chg-Action.
           MOVE WS-Own-REC(WS-Found-Slot) TO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
           MOVE "OWNER CHANGED" TO WS-Message.
       END-ROUTINE.

               MOVE "ENTRY NOT FOUND" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Own-REC(WS-Found-Slot) TO WS-Chg-Before.
           PERFORM VARYING WS-i FROM WS-Found-Slot
                   UNTIL WS-i >= WS-Own-CNT
               MOVE WS-Own-REC(WS-i + 1) TO WS-Own-REC(WS-i)
           END-PERFORM.
           SUBTRACT 1 FROM WS-Own-CNT.
           PERFORM SAVE-OWNERS-ROUTINE.
           MOVE "DELETE" TO WS-Chg-Action.
           PERFORM LOG-CHANGE-ROUTINE.
           MOVE "ENTRY DELETED" TO WS-Message.
       END-ROUTINE.

