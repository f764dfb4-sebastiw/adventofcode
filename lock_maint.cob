       IDENTIFICATION DIVISION.
       PROGRAM-ID. lock_maint.
      *> Operator view of the resource locks kept by run_lock: lists
      *> every lock held (resource, holder, since when and how old)
      *> and breaks one resource's lock when the holder is known to
      *> be dead, leaving the others alone. Resources: ANSWERS,
      *> REGISTRY, CALENDAR, PROFILE, OWNERS, CARRY, SUITES. Breaking
      *> a lock needs role S (shift lead) or above and is logged
      *> through change_log under "LOCKS".
      *> Usage: lock_maint                    list the held locks
      *>        lock_maint BREAK <resource>   break that lock
      *> Condition codes: 0 nothing held or lock broken, 4 locks
      *> held, 12 refused, 16 bad request.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-User-ID PIC X(8) VALUE SPACES.
       01 WS-Chg-File PIC X(12) VALUE "LOCKS".
       01 WS-Chg-Action PIC X(8) VALUE SPACES.
       01 WS-Chg-Before PIC X(80) VALUE SPACES.
       01 WS-Chg-After PIC X(80) VALUE SPACES.

       01 WS-User-Role PIC X(1) VALUE SPACE.
       01 WS-Need-Role PIC X(1) VALUE SPACE.
       01 WS-Sign-Detail PIC X(80) VALUE SPACES.
       01 WS-Sign-Status PIC X(2) VALUE SPACES.

       01 WS-Lock-Resource PIC X(40) VALUE SPACES.
       01 WS-Lock-Holder PIC X(20) VALUE SPACES.
       01 WS-Lock-Status PIC X(2) VALUE SPACES.

       LOCAL-STORAGE SECTION.
       01 LS-Argument PIC X(80) VALUE SPACES.
       01 LS-Verb PIC X(8) VALUE SPACES.
       01 LS-Resource PIC X(8) VALUE SPACES.
       01 LS-Extra PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           ACCEPT LS-Argument FROM COMMAND-LINE.
           IF LS-Argument = SPACES THEN
               PERFORM LIST-ROUTINE
               STOP RUN
           END-IF.
           UNSTRING LS-Argument DELIMITED BY ALL SPACE
               INTO LS-Verb, LS-Resource, LS-Extra
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(LS-Verb) TO LS-Verb.
           MOVE FUNCTION UPPER-CASE(LS-Resource) TO LS-Resource.
           IF LS-Verb NOT = "BREAK" OR LS-Resource = SPACES
            OR LS-Extra NOT = SPACES THEN
               DISPLAY "Usage: lock_maint [BREAK <resource>]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM BREAK-ROUTINE.
           STOP RUN.
       END-ROUTINE.

       LIST-ROUTINE.
           DISPLAY "=== RESOURCE LOCKS ===".
           MOVE SPACES TO WS-Lock-Resource.
           CALL "run_lock" USING BY CONTENT "QUERY  ",
               BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
               WS-Lock-Status
           END-CALL.
           IF WS-Lock-Status = "91" THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       END-ROUTINE.

       BREAK-ROUTINE.
           MOVE LS-Resource TO WS-Lock-Resource.
           MOVE SPACES TO WS-Lock-Holder.
           CALL "run_lock" USING BY CONTENT "QUERY  ",
               BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
               WS-Lock-Status
           END-CALL.
           EVALUATE WS-Lock-Status
               WHEN "91"
                   CONTINUE
               WHEN "98"
                   MOVE 16 TO RETURN-CODE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "No " FUNCTION TRIM(LS-Resource)
                           " lock is held"
                   MOVE 0 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE.
           DISPLAY FUNCTION TRIM(LS-Resource) " lock is held by "
                   FUNCTION TRIM(WS-Lock-Holder).
           PERFORM SIGNON-ROUTINE.
           MOVE "S" TO WS-Need-Role.
           MOVE SPACES TO WS-Sign-Detail.
           STRING "BREAK " DELIMITED BY SIZE,
                  LS-Resource DELIMITED BY SPACE,
                  " LOCK" DELIMITED BY SIZE
                  INTO WS-Sign-Detail.
           PERFORM CHECK-ROLE-ROUTINE.
           IF WS-Sign-Status NOT = "00" THEN
               DISPLAY "REFUSED - NEEDS ROLE S OR ABOVE"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           CALL "run_lock" USING BY CONTENT "BREAK  ",
               BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
               WS-Lock-Status
           END-CALL.
           MOVE "LOCKBRK" TO WS-Chg-Action.
           STRING LS-Resource DELIMITED BY SPACE,
                  " LOCK HELD BY " DELIMITED BY SIZE,
                  WS-Lock-Holder DELIMITED BY SIZE
                  INTO WS-Chg-Before.
           STRING LS-Resource DELIMITED BY SPACE,
                  " LOCK BROKEN" DELIMITED BY SIZE
                  INTO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
           MOVE 0 TO RETURN-CODE.
       END-ROUTINE.

       SIGNON-ROUTINE.
      *> a break is attributable: the shift lead signs on against the
      *> user master and the break is logged under that user
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

       CHECK-ROLE-ROUTINE.
      *> WS-Need-Role is the least role the action needs and
      *> WS-Sign-Detail says what it is; signon logs a refusal
           CALL "signon" USING BY CONTENT "CHECK ",
               BY REFERENCE WS-Chg-File, WS-Need-Role, WS-User-ID,
               WS-User-Role, WS-Sign-Detail, WS-Sign-Status
               ON EXCEPTION
                   MOVE "12" TO WS-Sign-Status
           END-CALL.
       END-ROUTINE.

       LOG-CHANGE-ROUTINE.
           CALL "change_log" USING WS-User-ID, WS-Chg-File,
               WS-Chg-Action, WS-Chg-Before, WS-Chg-After
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SPACES TO WS-Chg-Before, WS-Chg-After.
       END-ROUTINE.

       END PROGRAM lock_maint.
