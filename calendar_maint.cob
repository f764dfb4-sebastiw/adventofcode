       PROGRAM-ID. calendar_maint.
      *> Maintenance screen for the batch run calendar
      *> (run_calendar.txt). One record per calendar date:
      *>   date(8) status(1) note(40) source(1)
      *> status "R" = scheduled run night, "N" = no-run night
      *> (weekend, freeze week, change moratorium); source "G" =
      *> written by calendar_gen from the holiday master and rules,
      *> "H" (or blank) = keyed here. A date added or changed here
      *> becomes "H" and calendar_gen leaves it alone unless asked
      *> to regenerate it. test_all checks
      *> tonight's date against this file before starting and the
      *> dashboard reports the next scheduled run night.
      *> Operators sign on through signon; adding and changing a
      *> date needs an operator, deleting one a shift lead, and every
      *> change goes to the change log under "CALENDAR".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         02 F-Cal-Date PIC X(8).
         02 F-Cal-Status PIC X(1).
         02 F-Cal-Note PIC X(40).
         02 F-Cal-Source PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-Calendar-FS PIC XX.
       01 WS-Valid-BOOL PIC 9(1) VALUE 0.

       01 WS-Cal-CNT PIC 9(4) VALUE ZERO.
       01 WS-Cal-Max-CONST PIC 9(4) VALUE 3000.
       01 WS-Cal-TBL.
         02 WS-Cal-REC OCCURS 3000 TIMES.
           03 WS-Cal-Date PIC X(8).
           03 WS-Cal-Status PIC X(1).
           03 WS-Cal-Note PIC X(40).
           03 WS-Cal-Source PIC X(1).

       01 WS-User-ID PIC X(8) VALUE SPACES.
       01 WS-User-Role PIC X(1) VALUE SPACE.
       01 WS-Need-Role PIC X(1) VALUE SPACE.
       01 WS-Sign-Detail PIC X(80) VALUE SPACES.
       01 WS-Sign-Status PIC X(2) VALUE SPACES.
       01 WS-Chg-File PIC X(12) VALUE "CALENDAR".
       01 WS-Chg-Action PIC X(8) VALUE SPACES.
       01 WS-Chg-Before PIC X(80) VALUE SPACES.
       01 WS-Chg-After PIC X(80) VALUE SPACES.
       01 WS-Lock-Resource PIC X(40) VALUE "CALENDAR".
       01 WS-Lock-Holder PIC X(20) VALUE "calendar_maint".
       01 WS-Lock-Status PIC X(2) VALUE SPACES.
       01 WS-Lock-Answer PIC X VALUE SPACE.

       01 WS-Action-IN PIC X VALUE SPACE.
       01 WS-Date-IN PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM SIGNON-ROUTINE.
           PERFORM ACQUIRE-LOCK-ROUTINE.
           PERFORM LOAD-CALENDAR-ROUTINE.
           PERFORM CAL-SCREEN-ROUTINE
               UNTIL WS-Action-IN = "Q" OR WS-Action-IN = "q".
           PERFORM RELEASE-LOCK-ROUTINE.
           STOP RUN.
       END-ROUTINE.

       ACQUIRE-LOCK-ROUTINE.
      *> the CALENDAR lock: two screens never rewrite the calendar
      *> over each other; a run reads it at start-up without locking
           MOVE "00" TO WS-Lock-Status.
           CALL "run_lock" USING BY CONTENT "ACQUIRE",
               BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
               WS-Lock-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-Lock-Status NOT = "00" THEN
               DISPLAY "CALENDAR LOCK HELD - B TO BREAK IT, ANY OTHER "
                       "KEY TO EXIT"
               ACCEPT WS-Lock-Answer
               IF WS-Lock-Answer = "B" OR WS-Lock-Answer = "b" THEN
                   MOVE "S" TO WS-Need-Role
                   MOVE "BREAK CALENDAR LOCK" TO WS-Sign-Detail
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
                   MOVE "CALENDAR LOCK BROKEN" TO WS-Chg-Before
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
      *> listing is open to every signed-on user; adding and
      *> changing a date needs an operator, deleting one a shift lead
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
                  " CALENDAR DATE " DELIMITED BY SIZE,
                  WS-Date-IN DELIMITED BY SIZE
                  INTO WS-Sign-Detail.
           PERFORM CHECK-ROLE-ROUTINE.
       END-ROUTINE.

       LOAD-CALENDAR-ROUTINE.
           OPEN INPUT F-Calendar-FILE.
           IF WS-Calendar-FS NOT = "00" THEN
                       MOVE F-Cal-Status
                           TO WS-Cal-Status(WS-Cal-CNT)
                       MOVE F-Cal-Note TO WS-Cal-Note(WS-Cal-CNT)
                       MOVE F-Cal-Source
                           TO WS-Cal-Source(WS-Cal-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.
               MOVE WS-Cal-Date(WS-i) TO F-Cal-Date
               MOVE WS-Cal-Status(WS-i) TO F-Cal-Status
               MOVE WS-Cal-Note(WS-i) TO F-Cal-Note
               MOVE WS-Cal-Source(WS-i) TO F-Cal-Source
               WRITE F-Calendar-REC
           END-PERFORM.
           CLOSE F-Calendar-FILE.
           DISPLAY CAL-ENTRY-SCREEN.
           ACCEPT CAL-ENTRY-SCREEN.
           MOVE SPACES TO WS-Message.
           PERFORM AUTHORIZE-ACTION-ROUTINE.
           IF WS-Sign-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-Action-IN
               WHEN "A"
               WHEN "a"
           MOVE WS-Date-IN TO WS-Cal-Date(WS-Cal-CNT).
           MOVE WS-Status-IN TO WS-Cal-Status(WS-Cal-CNT).
           MOVE WS-Note-IN TO WS-Cal-Note(WS-Cal-CNT).
           MOVE "H" TO WS-Cal-Source(WS-Cal-CNT).
           PERFORM SAVE-CALENDAR-ROUTINE.
           MOVE "ADD" TO WS-Chg-Action.
           MOVE WS-Cal-REC(WS-Cal-CNT) TO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
           MOVE "DATE ADDED" TO WS-Message.
       END-ROUTINE.

                   TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Cal-REC(WS-Found-Slot) TO WS-Chg-Before.
           MOVE WS-Status-IN TO WS-Cal-Status(WS-Found-Slot).
           MOVE WS-Note-IN TO WS-Cal-Note(WS-Found-Slot).
           MOVE "H" TO WS-Cal-Source(WS-Found-Slot).
           PERFORM SAVE-CALENDAR-ROUTINE.
           MOVE "CHANGE" TO WS-Chg-Action.
           MOVE WS-Cal-REC(WS-Found-Slot) TO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
           MOVE "DATE CHANGED" TO WS-Message.
       END-ROUTINE.

               MOVE "DATE NOT ON CALENDAR" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Cal-REC(WS-Found-Slot) TO WS-Chg-Before.
           PERFORM VARYING WS-i FROM WS-Found-Slot
                   UNTIL WS-i >= WS-Cal-CNT
               MOVE WS-Cal-REC(WS-i + 1) TO WS-Cal-REC(WS-i)
           END-PERFORM.
           SUBTRACT 1 FROM WS-Cal-CNT.
           PERFORM SAVE-CALENDAR-ROUTINE.
           MOVE "DELETE" TO WS-Chg-Action.
           PERFORM LOG-CHANGE-ROUTINE.
           MOVE "DATE DELETED" TO WS-Message.
       END-ROUTINE.

           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Cal-CNT
               DISPLAY "  " WS-Cal-Date(WS-i) " "
                       WS-Cal-Status(WS-i) " "
                       WS-Cal-Source(WS-i) " "
                       FUNCTION TRIM(WS-Cal-Note(WS-i))
           END-PERFORM.
           DISPLAY "PRESS ENTER TO CONTINUE".
