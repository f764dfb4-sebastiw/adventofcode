       IDENTIFICATION DIVISION.
       PROGRAM-ID. suite_maint.
      *> Maintenance screen for the named test suite master
      *> (suite_master.txt, layout in suite-master.cpy). A suite is a
      *> name and description plus the year/day/input rows it runs,
      *> each with optional parameter overrides; test_all --suite=NAME
      *> runs one, and job_chain steps and the launcher can name one.
      *> Operators sign on through signon; saving a suite and adding,
      *> changing or deleting its members needs an operator, removing
      *> a whole suite a shift lead, and every change goes to the
      *> change log under "SUITES". The SUITES lock keeps two screens
      *> from rewriting the master over each other.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Suite-FILE
           ASSIGN TO "suite_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Suite-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Suite-FILE.
       01 F-Suite-REC PIC X(93).

       WORKING-STORAGE SECTION.
       01 WS-Suite-FS PIC XX.
       COPY "suite-master.cpy".

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-i PIC 9(4) VALUE ZERO.
       01 WS-Found-Slot PIC 9(4) VALUE ZERO.
       01 WS-Header-Slot PIC 9(4) VALUE ZERO.
       01 WS-Last-Slot PIC 9(4) VALUE ZERO.
       01 WS-Member-CNT PIC 9(4) VALUE ZERO.
       01 WS-Message PIC X(60) VALUE SPACES.
       01 WS-Valid-BOOL PIC 9(1) VALUE 0.
       01 WS-Day-NUM PIC 9(2) VALUE ZERO.

       01 WS-Ste-CNT PIC 9(4) VALUE ZERO.
       01 WS-Ste-Max-CONST PIC 9(4) VALUE 500.
       01 WS-Ste-TBL.
         02 WS-Ste-REC PIC X(93) OCCURS 500 TIMES.

       01 WS-User-ID PIC X(8) VALUE SPACES.
       01 WS-User-Role PIC X(1) VALUE SPACE.
       01 WS-Need-Role PIC X(1) VALUE SPACE.
       01 WS-Sign-Detail PIC X(80) VALUE SPACES.
       01 WS-Sign-Status PIC X(2) VALUE SPACES.
       01 WS-Chg-File PIC X(12) VALUE "SUITES".
       01 WS-Chg-Action PIC X(8) VALUE SPACES.
       01 WS-Chg-Before PIC X(80) VALUE SPACES.
       01 WS-Chg-After PIC X(80) VALUE SPACES.
       01 WS-Lock-Resource PIC X(40) VALUE "SUITES".
       01 WS-Lock-Holder PIC X(20) VALUE "suite_maint".
       01 WS-Lock-Status PIC X(2) VALUE SPACES.
       01 WS-Lock-Answer PIC X VALUE SPACE.

       01 WS-Action-IN PIC X VALUE SPACE.
       01 WS-Suite-IN PIC X(12) VALUE SPACES.
       01 WS-Desc-IN PIC X(50) VALUE SPACES.
       01 WS-Year-IN PIC X(4) VALUE SPACES.
       01 WS-Day-IN PIC X(2) VALUE SPACES.
       01 WS-Input-IN PIC X(40) VALUE SPACES.
       01 WS-Param-1-IN PIC X(10) VALUE SPACES.
       01 WS-Param-2-IN PIC X(10) VALUE SPACES.
       01 WS-Param-3-IN PIC X(10) VALUE SPACES.

       SCREEN SECTION.
       01  STE-ENTRY-SCREEN.
           05  STE-ID-SECTION.
               10  VALUE "TEST SUITE MAINTENANCE"  BLANK SCREEN
                                              LINE 01 COL 28.
           05  STE-FIELD-SECTION.
               10  VALUE "SUITE:"           LINE 04 COL 05.
               10  SUITE-ON-SCR                      COL 19
                       PIC X(12)    USING WS-Suite-IN AUTO.
               10  VALUE "DESCRIPTION:"     LINE 05 COL 05.
               10  DESC-ON-SCR                       COL 19
                       PIC X(50)    USING WS-Desc-IN AUTO.
               10  VALUE "YEAR:"            LINE 07 COL 05.
               10  YEAR-ON-SCR                       COL 19
                       PIC X(4)     USING WS-Year-IN AUTO.
               10  VALUE "DAY:"             LINE 08 COL 05.
               10  DAY-ON-SCR                        COL 19
                       PIC X(2)     USING WS-Day-IN AUTO.
               10  VALUE "INPUT:"           LINE 09 COL 05.
               10  INPUT-ON-SCR                      COL 19
                       PIC X(40)    USING WS-Input-IN AUTO.
               10  VALUE "PARAM 1:"         LINE 10 COL 05.
               10  PARAM-1-ON-SCR                    COL 19
                       PIC X(10)    USING WS-Param-1-IN AUTO.
               10  VALUE "PARAM 2:"         LINE 11 COL 05.
               10  PARAM-2-ON-SCR                    COL 19
                       PIC X(10)    USING WS-Param-2-IN AUTO.
               10  VALUE "PARAM 3:"         LINE 12 COL 05.
               10  PARAM-3-ON-SCR                    COL 19
                       PIC X(10)    USING WS-Param-3-IN AUTO.
           05  STE-MESSAGE-SECTION.
               10  MESSAGE-ON-SCR           LINE 14 COL 05
                       FOREGROUND-COLOR IS 4
                       PIC X(60)    FROM WS-Message.
           05  STE-RESPONSE-SECTION.
               10  VALUE "S - SAVE SUITE"       LINE 22 COL 30.
               10  VALUE "R - REMOVE SUITE"     LINE 23 COL 30.
               10  VALUE "A - ADD MEMBER"       LINE 24 COL 30.
               10  VALUE "C - CHANGE MEMBER"    LINE 25 COL 30.
               10  VALUE "D - DELETE MEMBER"    LINE 26 COL 30.
               10  VALUE "L - LIST SUITE(S)"    LINE 27 COL 30.
               10  VALUE "Q - TO QUIT"          LINE 28 COL 30.
               10  VALUE "ENTER CHOICE:"        LINE 29 COL 30.
               10  ACTION-SCR                   LINE 29 COL 45
                       PIC X     TO WS-Action-IN.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM SIGNON-ROUTINE.
           PERFORM ACQUIRE-LOCK-ROUTINE.
           PERFORM LOAD-SUITES-ROUTINE.
           PERFORM STE-SCREEN-ROUTINE
               UNTIL WS-Action-IN = "Q" OR WS-Action-IN = "q".
           PERFORM RELEASE-LOCK-ROUTINE.
           STOP RUN.
       END-ROUTINE.

       ACQUIRE-LOCK-ROUTINE.
      *> the SUITES lock: two screens never rewrite the suite master
      *> over each other; test_all only reads it when a run starts
           MOVE "00" TO WS-Lock-Status.
           CALL "run_lock" USING BY CONTENT "ACQUIRE",
               BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
               WS-Lock-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-Lock-Status NOT = "00" THEN
               DISPLAY "SUITES LOCK HELD - B TO BREAK IT, ANY OTHER "
                       "KEY TO EXIT"
               ACCEPT WS-Lock-Answer
               IF WS-Lock-Answer = "B" OR WS-Lock-Answer = "b" THEN
                   MOVE "S" TO WS-Need-Role
                   MOVE "BREAK SUITES LOCK" TO WS-Sign-Detail
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
                   MOVE "SUITES LOCK BROKEN" TO WS-Chg-Before
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
      *> listing is open to every signed-on user; saving a suite and
      *> working on its members needs an operator, removing a whole
      *> suite a shift lead
           MOVE "00" TO WS-Sign-Status.
           EVALUATE WS-Action-IN
               WHEN "S"
               WHEN "s"
                   MOVE "O" TO WS-Need-Role
                   MOVE "SAVE" TO WS-Chg-Action
               WHEN "R"
               WHEN "r"
                   MOVE "S" TO WS-Need-Role
                   MOVE "REMOVE" TO WS-Chg-Action
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
                   MOVE "O" TO WS-Need-Role
                   MOVE "DELETE" TO WS-Chg-Action
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACES TO WS-Sign-Detail.
           STRING WS-Chg-Action DELIMITED BY SPACE,
                  " SUITE " DELIMITED BY SIZE,
                  WS-Suite-IN DELIMITED BY SPACE
                  INTO WS-Sign-Detail.
           PERFORM CHECK-ROLE-ROUTINE.
       END-ROUTINE.

       LOAD-SUITES-ROUTINE.
           OPEN INPUT F-Suite-FILE.
           IF WS-Suite-FS NOT = "00" THEN
               MOVE "suite_master.txt not found - starting empty"
                   TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-SUITES-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Suite-FILE.
       END-ROUTINE.

       READ-SUITES-ROUTINE.
           READ F-Suite-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF WS-Ste-CNT >= WS-Ste-Max-CONST THEN
                       DISPLAY "WARNING: suite master exceeds "
                               WS-Ste-Max-CONST
                               " records - remainder ignored"
                       SET WS-EOF-BOOL TO 1
                   ELSE
                       ADD 1 TO WS-Ste-CNT
                       MOVE F-Suite-REC TO WS-Ste-REC(WS-Ste-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       SAVE-SUITES-ROUTINE.
           OPEN OUTPUT F-Suite-FILE.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Ste-CNT
               WRITE F-Suite-REC FROM WS-Ste-REC(WS-i)
           END-PERFORM.
           CLOSE F-Suite-FILE.
       END-ROUTINE.

       STE-SCREEN-ROUTINE.
           DISPLAY STE-ENTRY-SCREEN.
           ACCEPT STE-ENTRY-SCREEN.
           MOVE SPACES TO WS-Message.
           MOVE FUNCTION UPPER-CASE(WS-Suite-IN) TO WS-Suite-IN.
           PERFORM AUTHORIZE-ACTION-ROUTINE.
           IF WS-Sign-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-Action-IN
               WHEN "S"
               WHEN "s"
                   PERFORM SAVE-SUITE-ROUTINE
               WHEN "R"
               WHEN "r"
                   PERFORM REMOVE-SUITE-ROUTINE
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-MEMBER-ROUTINE
               WHEN "C"
               WHEN "c"
                   PERFORM CHANGE-MEMBER-ROUTINE
               WHEN "D"
               WHEN "d"
                   PERFORM DELETE-MEMBER-ROUTINE
               WHEN "L"
               WHEN "l"
                   PERFORM LIST-SUITES-ROUTINE
               WHEN "Q"
               WHEN "q"
                   CONTINUE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION - USE S, R, A, C, D, L OR Q"
                       TO WS-Message
           END-EVALUATE.
       END-ROUTINE.

       VALIDATE-MEMBER-ROUTINE.
           SET WS-Valid-BOOL TO 0.
           IF WS-Suite-IN = SPACES THEN
               MOVE "SUITE NAME IS REQUIRED" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-HEADER-ROUTINE.
           IF WS-Header-Slot = 0 THEN
               MOVE "NO SUCH SUITE - USE S TO SAVE IT FIRST"
                   TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-Year-IN) NOT = 0 THEN
               MOVE "YEAR MUST BE NUMERIC" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-Day-IN) NOT = 0 THEN
               MOVE "DAY MUST BE NUMERIC" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-Day-IN) TO WS-Day-NUM.
           IF WS-Day-NUM < 1 OR WS-Day-NUM > 25 THEN
               MOVE "DAY MUST BE 1 THROUGH 25" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Day-NUM TO WS-Day-IN.
           SET WS-Valid-BOOL TO 1.
       END-ROUTINE.

       FIND-HEADER-ROUTINE.
      *> WS-Header-Slot is the suite's header record, WS-Last-Slot
      *> the last record of the suite (its header when it has no
      *> members) and WS-Member-CNT the number of members
           SET WS-Header-Slot TO 0.
           SET WS-Last-Slot TO 0.
           SET WS-Member-CNT TO 0.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Ste-CNT
               MOVE WS-Ste-REC(WS-i) TO STE-REC
               IF STE-Name = WS-Suite-IN THEN
                   IF STE-Type = "H" THEN
                       MOVE WS-i TO WS-Header-Slot
                   ELSE
                       ADD 1 TO WS-Member-CNT
                   END-IF
                   MOVE WS-i TO WS-Last-Slot
               END-IF
           END-PERFORM.
       END-ROUTINE.

       FIND-MEMBER-ROUTINE.
           SET WS-Found-Slot TO 0.
           PERFORM VARYING WS-i FROM 1
                   UNTIL WS-i > WS-Ste-CNT OR WS-Found-Slot > 0
               MOVE WS-Ste-REC(WS-i) TO STE-REC
               IF STE-Name = WS-Suite-IN AND STE-Type = "M"
                AND STE-Year = WS-Year-IN AND STE-Day = WS-Day-IN
                AND STE-Input = WS-Input-IN THEN
                   MOVE WS-i TO WS-Found-Slot
               END-IF
           END-PERFORM.
       END-ROUTINE.

       SAVE-SUITE-ROUTINE.
           IF WS-Suite-IN = SPACES THEN
               MOVE "SUITE NAME IS REQUIRED" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           IF WS-Desc-IN = SPACES THEN
               MOVE "DESCRIPTION IS REQUIRED" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-HEADER-ROUTINE.
           IF WS-Header-Slot > 0 THEN
               MOVE WS-Ste-REC(WS-Header-Slot) TO WS-Chg-Before
               MOVE WS-Ste-REC(WS-Header-Slot) TO STE-REC
               MOVE WS-Desc-IN TO STE-Desc
               MOVE STE-REC TO WS-Ste-REC(WS-Header-Slot)
               MOVE "CHANGE" TO WS-Chg-Action
               MOVE "SUITE DESCRIPTION CHANGED" TO WS-Message
           ELSE
               IF WS-Ste-CNT >= WS-Ste-Max-CONST THEN
                   MOVE "SUITE MASTER IS FULL" TO WS-Message
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Ste-CNT
               MOVE WS-Ste-CNT TO WS-Header-Slot
               MOVE SPACES TO STE-REC
               MOVE WS-Suite-IN TO STE-Name
               MOVE "H" TO STE-Type
               MOVE WS-Desc-IN TO STE-Desc
               MOVE STE-REC TO WS-Ste-REC(WS-Header-Slot)
               MOVE "ADD" TO WS-Chg-Action
               MOVE "SUITE SAVED - ADD MEMBERS WITH A" TO WS-Message
           END-IF.
           PERFORM SAVE-SUITES-ROUTINE.
           MOVE WS-Ste-REC(WS-Header-Slot) TO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
       END-ROUTINE.

       REMOVE-SUITE-ROUTINE.
      *> the header and every member go together
           PERFORM FIND-HEADER-ROUTINE.
           IF WS-Header-Slot = 0 THEN
               MOVE "SUITE NOT FOUND" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Ste-REC(WS-Header-Slot) TO WS-Chg-Before.
           MOVE 1 TO WS-i.
           PERFORM UNTIL WS-i > WS-Ste-CNT
               MOVE WS-Ste-REC(WS-i) TO STE-REC
               IF STE-Name = WS-Suite-IN THEN
                   MOVE WS-i TO WS-Found-Slot
                   PERFORM DROP-SLOT-ROUTINE
               ELSE
                   ADD 1 TO WS-i
               END-IF
           END-PERFORM.
           PERFORM SAVE-SUITES-ROUTINE.
           MOVE SPACES TO WS-Chg-After.
           STRING "SUITE REMOVED WITH " DELIMITED BY SIZE,
                  WS-Member-CNT DELIMITED BY SIZE,
                  " MEMBER(S)" DELIMITED BY SIZE
                  INTO WS-Chg-After.
           MOVE "REMOVE" TO WS-Chg-Action.
           PERFORM LOG-CHANGE-ROUTINE.
           MOVE "SUITE REMOVED" TO WS-Message.
       END-ROUTINE.

       DROP-SLOT-ROUTINE.
      *> close the gap at WS-Found-Slot; WS-i is left where it was
           PERFORM VARYING WS-Last-Slot FROM WS-Found-Slot
                   UNTIL WS-Last-Slot >= WS-Ste-CNT
               MOVE WS-Ste-REC(WS-Last-Slot + 1)
                   TO WS-Ste-REC(WS-Last-Slot)
           END-PERFORM.
           SUBTRACT 1 FROM WS-Ste-CNT.
       END-ROUTINE.

       ADD-MEMBER-ROUTINE.
      *> a new member goes after the suite's last record so the
      *> suite runs its members in the order they were added
           PERFORM VALIDATE-MEMBER-ROUTINE.
           IF WS-Valid-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-MEMBER-ROUTINE.
           IF WS-Found-Slot > 0 THEN
               MOVE "ALREADY A MEMBER - USE C TO CHANGE" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           IF WS-Ste-CNT >= WS-Ste-Max-CONST THEN
               MOVE "SUITE MASTER IS FULL" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-i FROM WS-Ste-CNT BY -1
                   UNTIL WS-i <= WS-Last-Slot
               MOVE WS-Ste-REC(WS-i) TO WS-Ste-REC(WS-i + 1)
           END-PERFORM.
           ADD 1 TO WS-Ste-CNT.
           ADD 1 TO WS-Last-Slot GIVING WS-Found-Slot.
           PERFORM BUILD-MEMBER-ROUTINE.
           PERFORM SAVE-SUITES-ROUTINE.
           MOVE "ADD" TO WS-Chg-Action.
           MOVE WS-Ste-REC(WS-Found-Slot) TO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
           MOVE "MEMBER ADDED" TO WS-Message.
       END-ROUTINE.

       BUILD-MEMBER-ROUTINE.
           MOVE SPACES TO STE-REC.
           MOVE WS-Suite-IN TO STE-Name.
           MOVE "M" TO STE-Type.
           MOVE WS-Year-IN TO STE-Year.
           MOVE WS-Day-IN TO STE-Day.
           MOVE WS-Input-IN TO STE-Input.
           MOVE WS-Param-1-IN TO STE-Param-1.
           MOVE WS-Param-2-IN TO STE-Param-2.
           MOVE WS-Param-3-IN TO STE-Param-3.
           MOVE STE-REC TO WS-Ste-REC(WS-Found-Slot).
       END-ROUTINE.

       CHANGE-MEMBER-ROUTINE.
      *> a member is keyed on year/day/input; only its parameter
      *> overrides change
           PERFORM VALIDATE-MEMBER-ROUTINE.
           IF WS-Valid-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-MEMBER-ROUTINE.
           IF WS-Found-Slot = 0 THEN
               MOVE "NOT A MEMBER - USE A TO ADD" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Ste-REC(WS-Found-Slot) TO WS-Chg-Before.
           PERFORM BUILD-MEMBER-ROUTINE.
           PERFORM SAVE-SUITES-ROUTINE.
           MOVE "CHANGE" TO WS-Chg-Action.
           MOVE WS-Ste-REC(WS-Found-Slot) TO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
           MOVE "MEMBER CHANGED" TO WS-Message.
       END-ROUTINE.

       DELETE-MEMBER-ROUTINE.
           PERFORM VALIDATE-MEMBER-ROUTINE.
           IF WS-Valid-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-MEMBER-ROUTINE.
           IF WS-Found-Slot = 0 THEN
               MOVE "MEMBER NOT FOUND" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Ste-REC(WS-Found-Slot) TO WS-Chg-Before.
           PERFORM DROP-SLOT-ROUTINE.
           PERFORM SAVE-SUITES-ROUTINE.
           MOVE "DELETE" TO WS-Chg-Action.
           PERFORM LOG-CHANGE-ROUTINE.
           MOVE "MEMBER DELETED" TO WS-Message.
       END-ROUTINE.

       LIST-SUITES-ROUTINE.
      *> with a suite name on the screen, that suite's members;
      *> otherwise every suite with its description
           IF WS-Suite-IN NOT = SPACES THEN
               PERFORM FIND-HEADER-ROUTINE
               IF WS-Header-Slot = 0 THEN
                   MOVE "SUITE NOT FOUND" TO WS-Message
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Suite " FUNCTION TRIM(WS-Suite-IN) " ("
                       WS-Member-CNT " members):"
           ELSE
               DISPLAY "Suite master (" WS-Ste-CNT " records):"
           END-IF.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Ste-CNT
               MOVE WS-Ste-REC(WS-i) TO STE-REC
               IF STE-Type = "H" AND WS-Suite-IN = SPACES THEN
                   DISPLAY "  " STE-Name " " FUNCTION TRIM(STE-Desc)
               END-IF
               IF STE-Type = "H" AND STE-Name = WS-Suite-IN THEN
                   DISPLAY "  " FUNCTION TRIM(STE-Desc)
               END-IF
               IF STE-Type = "M" AND STE-Name = WS-Suite-IN THEN
                   DISPLAY "  " STE-Year "/" STE-Day " "
                           FUNCTION TRIM(STE-Input) " ["
                           FUNCTION TRIM(STE-Param-1) "|"
                           FUNCTION TRIM(STE-Param-2) "|"
                           FUNCTION TRIM(STE-Param-3) "]"
               END-IF
           END-PERFORM.
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WS-Action-IN.
           MOVE SPACE TO WS-Action-IN.
       END-ROUTINE.

       END PROGRAM suite_maint.
