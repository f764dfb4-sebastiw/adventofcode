       IDENTIFICATION DIVISION.
       PROGRAM-ID. bizdate_roll.
      *> Operator roll-forward of the business date. Shows the
      *> business date in force (business_date.txt, kept by the
      *> business_date service) and who set it, and moves it forward
      *> to the next day, or to the date given, once confirmed. The
      *> date never goes back, and it is not moved while a run holds
      *> the CARRY lock: a running night has already filed its work
      *> under the date it started with. Rolling needs role S (shift
      *> lead) or above and is logged through change_log.
      *> Usage: bizdate_roll [YYYYMMDD]
      *> Condition codes: 0 rolled, 4 left as it was, 12 refused
      *> (role, or a run holds the CARRY lock), 16 bad date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-BDate-FILE
           ASSIGN TO "business_date.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BDate-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-BDate-FILE.
       COPY "business-date.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BDate-FS PIC XX.
       01 WS-User-ID PIC X(8) VALUE SPACES.
       01 WS-Chg-File PIC X(12) VALUE "BIZDATE".
       01 WS-Chg-Action PIC X(8) VALUE SPACES.
       01 WS-Chg-Before PIC X(80) VALUE SPACES.
       01 WS-Chg-After PIC X(80) VALUE SPACES.

       01 WS-User-Role PIC X(1) VALUE SPACE.
       01 WS-Need-Role PIC X(1) VALUE SPACE.
       01 WS-Sign-Detail PIC X(80) VALUE SPACES.
       01 WS-Sign-Status PIC X(2) VALUE SPACES.

       01 WS-BDate-User PIC X(20) VALUE SPACES.
       01 WS-BDate-Status PIC X(2) VALUE SPACES.
       01 WS-Lock-Resource PIC X(40) VALUE "CARRY".
       01 WS-Lock-Holder PIC X(20) VALUE SPACES.
       01 WS-Lock-Status PIC X(2) VALUE SPACES.

       LOCAL-STORAGE SECTION.
       01 LS-Argument PIC X(80) VALUE SPACES.
       01 LS-Held-Date PIC X(8) VALUE SPACES.
       01 LS-Target-Date PIC X(8) VALUE SPACES.
       01 LS-Next-INT PIC 9(8) VALUE ZERO.
       01 LS-Answer PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           ACCEPT LS-Argument FROM COMMAND-LINE.
           IF LS-Argument NOT = SPACES THEN
               MOVE FUNCTION TRIM(LS-Argument) TO LS-Target-Date
               IF FUNCTION TEST-NUMVAL(LS-Target-Date) NOT = 0
                OR FUNCTION LENGTH(FUNCTION TRIM(LS-Argument)) NOT = 8
               THEN
                   DISPLAY "Usage: bizdate_roll [YYYYMMDD]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(LS-Target-Date)) NOT = 0 THEN
                   DISPLAY "Not a valid date: " LS-Target-Date
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           CALL "business_date" USING BY CONTENT "GET    ",
               BY REFERENCE LS-Held-Date, WS-BDate-User,
               WS-BDate-Status
           END-CALL.
           IF WS-BDate-Status = "23" THEN
               DISPLAY "No business date held yet - "
                       "the system date " LS-Held-Date " is in force"
           ELSE
               DISPLAY "Business date in force: " LS-Held-Date
               PERFORM SHOW-SETTER-ROUTINE
           END-IF.

           IF LS-Target-Date = SPACES THEN
               COMPUTE LS-Next-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(LS-Held-Date)) + 1
               MOVE FUNCTION DATE-OF-INTEGER(LS-Next-INT)
                   TO LS-Target-Date
           END-IF.
           IF LS-Target-Date <= LS-Held-Date THEN
               DISPLAY "CANNOT ROLL BACK - " LS-Target-Date
                       " is not after " LS-Held-Date
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL "run_lock" USING BY CONTENT "QUERY  ",
               BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
               WS-Lock-Status
               ON EXCEPTION
                   MOVE "00" TO WS-Lock-Status
           END-CALL.
           IF WS-Lock-Status = "91" THEN
               DISPLAY "REFUSED - a run holds the CARRY lock ("
                       FUNCTION TRIM(WS-Lock-Holder)
                       "); roll the date once it has finished"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Roll the business date forward to "
                   LS-Target-Date "? (Y/N)".
           MOVE SPACE TO LS-Answer.
           ACCEPT LS-Answer.
           IF LS-Answer NOT = "Y" AND LS-Answer NOT = "y" THEN
               DISPLAY "Business date left at " LS-Held-Date
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SIGNON-ROUTINE.
           MOVE "S" TO WS-Need-Role.
           MOVE SPACES TO WS-Sign-Detail.
           STRING "ROLL BUSINESS DATE TO " DELIMITED BY SIZE,
                  LS-Target-Date DELIMITED BY SIZE
                  INTO WS-Sign-Detail.
           PERFORM CHECK-ROLE-ROUTINE.
           IF WS-Sign-Status NOT = "00" THEN
               DISPLAY "REFUSED - NEEDS ROLE S OR ABOVE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM ROLL-ROUTINE.
           STOP RUN.
       END-ROUTINE.

       SHOW-SETTER-ROUTINE.
      *> the service hands back the date only; who set it and how is
      *> on the control record itself
           OPEN INPUT F-BDate-FILE.
           IF WS-BDate-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           READ F-BDate-FILE RECORD
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY "  " FUNCTION TRIM(BDT-How) " by "
                           FUNCTION TRIM(BDT-Set-By) " on "
                           BDT-Set-Date " " BDT-Set-Time
                   IF BDT-Prior-Date NOT = SPACES THEN
                       DISPLAY "  previous business date "
                               BDT-Prior-Date
                   END-IF
           END-READ.
           CLOSE F-BDate-FILE.
       END-ROUTINE.

       ROLL-ROUTINE.
           MOVE WS-User-ID TO WS-BDate-User.
           CALL "business_date" USING BY CONTENT "ROLL   ",
               BY REFERENCE LS-Target-Date, WS-BDate-User,
               WS-BDate-Status
           END-CALL.
           EVALUATE WS-BDate-Status
               WHEN "00"
                   CONTINUE
               WHEN "91"
                   DISPLAY "REFUSED - a run took the CARRY lock; "
                           "business date left at " LS-Held-Date
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Business date not rolled - status "
                           WS-BDate-Status
                   MOVE 16 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE "ROLL" TO WS-Chg-Action.
           STRING "BUSINESS DATE " DELIMITED BY SIZE,
                  LS-Held-Date DELIMITED BY SIZE
                  INTO WS-Chg-Before.
           STRING "BUSINESS DATE " DELIMITED BY SIZE,
                  LS-Target-Date DELIMITED BY SIZE
                  INTO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
           DISPLAY "Business date rolled from " LS-Held-Date
                   " to " LS-Target-Date.
           MOVE 0 TO RETURN-CODE.
       END-ROUTINE.

       SIGNON-ROUTINE.
      *> the roll is attributable: the shift lead signs on against
      *> the user master and the change is logged under that user
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

       END PROGRAM bizdate_roll.
