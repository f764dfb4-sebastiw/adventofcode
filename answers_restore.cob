      *> Restoring reads the chosen generation into memory first, then
      *> rotates the current master into g1 like any other rewrite, so
      *> even a restore can itself be backed out. Every restore is
      *> logged to answers_promotions.txt and, under the signed-on
      *> user, to the change log. Restoring needs a shift lead.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       01 WS-Seal-Status PIC X(2) VALUE SPACES.

       01 WS-User-ID PIC X(8) VALUE SPACES.
       01 WS-User-Role PIC X(1) VALUE SPACE.
       01 WS-Need-Role PIC X(1) VALUE SPACE.
       01 WS-Sign-Detail PIC X(80) VALUE SPACES.
       01 WS-Sign-Status PIC X(2) VALUE SPACES.
       01 WS-Chg-File PIC X(12) VALUE "ANSWERS".
       01 WS-Chg-Action PIC X(8) VALUE SPACES.
       01 WS-Chg-Before PIC X(80) VALUE SPACES.
       01 WS-Chg-After PIC X(80) VALUE SPACES.

       01 WS-Action-IN PIC X VALUE SPACE.
       01 WS-Gen-IN PIC X(1) VALUE SPACES.


       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM SIGNON-ROUTINE.
           PERFORM RESTORE-SCREEN-ROUTINE
               UNTIL WS-Action-IN = "Q" OR WS-Action-IN = "q".
           STOP RUN.
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
      *> anyone signed on may list the generations; backing the
      *> master out to one of them needs a shift lead
           MOVE "00" TO WS-Sign-Status.
           IF WS-Action-IN NOT = "R" AND WS-Action-IN NOT = "r" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-Need-Role.
           MOVE SPACES TO WS-Sign-Detail.
           STRING "RESTORE ANSWERS MASTER TO GENERATION g"
                      DELIMITED BY SIZE,
                  WS-Gen-IN DELIMITED BY SIZE
                  INTO WS-Sign-Detail.
           PERFORM CHECK-ROLE-ROUTINE.
       END-ROUTINE.

       RESTORE-SCREEN-ROUTINE.
           DISPLAY RESTORE-ENTRY-SCREEN.
           ACCEPT RESTORE-ENTRY-SCREEN.
           MOVE SPACES TO WS-Message.
           PERFORM AUTHORIZE-ACTION-ROUTINE.
           IF WS-Sign-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-Action-IN
               WHEN "R"
               WHEN "r"
                  WS-Keep-CNT DELIMITED BY SIZE,
                  " RECORDS)" DELIMITED BY SIZE
                  INTO WS-Message.
           MOVE "RESTORE" TO WS-Chg-Action.
           MOVE WS-Log-Detail TO WS-Chg-Before.
           MOVE WS-Message TO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
       END-ROUTINE.

       LOAD-GEN-LINE-ROUTINE.
