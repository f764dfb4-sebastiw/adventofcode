       IDENTIFICATION DIVISION.
       PROGRAM-ID. user_maint.
      *> Maintenance screen for the operator user master
      *> (user_master.txt, layout in user-master.cpy) that signon
      *> checks every maintenance screen and lock break against.
      *> Administrators only. While nobody is enrolled the screen
      *> opens without a sign-on so the first administrator can be
      *> added; from then on it asks for an administrator's sign-on
      *> like every other screen. Every add, change, disable and
      *> re-enable goes to the change log under "USERS"; the logged
      *> images carry user, role, status and name, never the PIN
      *> hash. A user is never removed, only disabled, so the change
      *> log's user column always resolves to somebody.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-User-FILE
           ASSIGN TO "user_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-User-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-User-FILE.
       COPY "user-master.cpy".

       WORKING-STORAGE SECTION.
       01 WS-User-FS PIC XX.

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-i PIC 9(4) VALUE ZERO.
       01 WS-Found-Slot PIC 9(4) VALUE ZERO.
       01 WS-Message PIC X(60) VALUE SPACES.
       01 WS-Valid-BOOL PIC 9(1) VALUE 0.
       01 WS-Bootstrap-BOOL PIC 9(1) VALUE 0.

       01 WS-Usr-CNT PIC 9(4) VALUE ZERO.
       01 WS-Usr-Max-CONST PIC 9(4) VALUE 200.
       01 WS-Usr-TBL.
         02 WS-Usr-REC OCCURS 200 TIMES.
           03 WS-Usr-User PIC X(8).
           03 WS-Usr-Hash PIC 9(10).
           03 WS-Usr-Role PIC X(1).
           03 WS-Usr-Status PIC X(1).
           03 WS-Usr-Name PIC X(30).

       01 WS-Action-IN PIC X VALUE SPACE.
       01 WS-UserID-IN PIC X(8) VALUE SPACES.
       01 WS-Name-IN PIC X(30) VALUE SPACES.
       01 WS-Role-IN PIC X(1) VALUE SPACES.
       01 WS-PIN-IN PIC X(8) VALUE SPACES.

       01 WS-User-ID PIC X(8) VALUE SPACES.
       01 WS-User-Role PIC X(1) VALUE SPACE.
       01 WS-Sign-Detail PIC X(80) VALUE SPACES.
       01 WS-Sign-Status PIC X(2) VALUE SPACES.

       01 WS-Chg-File PIC X(12) VALUE "USERS".
       01 WS-Chg-Action PIC X(8) VALUE SPACES.
       01 WS-Chg-Before PIC X(80) VALUE SPACES.
       01 WS-Chg-After PIC X(80) VALUE SPACES.
       01 WS-Chg-Image PIC X(80) VALUE SPACES.

       SCREEN SECTION.
       01  USR-ENTRY-SCREEN.
           05  USR-ID-SECTION.
               10  VALUE "OPERATOR USER MAINTENANCE"  BLANK SCREEN
                                              LINE 01 COL 27.
           05  USR-FIELD-SECTION.
               10  VALUE "USER ID:"         LINE 04 COL 05.
               10  USERID-ON-SCR                     COL 17
                       PIC X(8)     USING WS-UserID-IN AUTO.
               10  VALUE "NAME:"            LINE 05 COL 05.
               10  NAME-ON-SCR                       COL 17
                       PIC X(30)    USING WS-Name-IN AUTO.
               10  VALUE "ROLE (V/O/S/A):"  LINE 06 COL 05.
               10  ROLE-ON-SCR                       COL 21
                       PIC X(1)     USING WS-Role-IN AUTO.
               10  VALUE "PIN:"             LINE 07 COL 05.
               10  PIN-ON-SCR                        COL 17
                       PIC X(8)     USING WS-PIN-IN SECURE.
           05  USR-MESSAGE-SECTION.
               10  MESSAGE-ON-SCR           LINE 09 COL 05
                       FOREGROUND-COLOR IS 4
                       PIC X(60)    FROM WS-Message.
           05  USR-RESPONSE-SECTION.
               10  VALUE "A - ADD USER"             LINE 23 COL 30.
               10  VALUE "C - CHANGE NAME/ROLE/PIN" LINE 24 COL 30.
               10  VALUE "D - DISABLE USER"         LINE 25 COL 30.
               10  VALUE "R - RE-ENABLE USER"       LINE 26 COL 30.
               10  VALUE "L - LIST USERS"           LINE 27 COL 30.
               10  VALUE "Q - TO QUIT"              LINE 28 COL 30.
               10  VALUE "ENTER CHOICE:"            LINE 29 COL 30.
               10  ACTION-SCR                       LINE 29 COL 45
                       PIC X     TO WS-Action-IN.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM SIGNON-ROUTINE.
           PERFORM LOAD-USERS-ROUTINE.
           PERFORM USR-SCREEN-ROUTINE
               UNTIL WS-Action-IN = "Q" OR WS-Action-IN = "q".
           STOP RUN.
       END-ROUTINE.

       SIGNON-ROUTINE.
           CALL "signon" USING BY CONTENT "SIGNON",
               BY REFERENCE WS-Chg-File, BY CONTENT "A",
               BY REFERENCE WS-User-ID, WS-User-Role,
               WS-Sign-Detail, WS-Sign-Status
               ON EXCEPTION
                   MOVE "12" TO WS-Sign-Status
           END-CALL.
           EVALUATE WS-Sign-Status
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   SET WS-Bootstrap-BOOL TO 1
                   MOVE "NO USERS ENROLLED - ADD AN ADMINISTRATOR"
                       TO WS-Message
               WHEN OTHER
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       END-ROUTINE.

       LOG-CHANGE-ROUTINE.
           CALL "change_log" USING WS-User-ID, WS-Chg-File,
               WS-Chg-Action, WS-Chg-Before, WS-Chg-After
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SPACES TO WS-Chg-Before, WS-Chg-After.
       END-ROUTINE.

       SET-IMAGE-ROUTINE.
           MOVE SPACES TO WS-Chg-Image.
           STRING WS-Usr-User(WS-Found-Slot) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Usr-Role(WS-Found-Slot) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Usr-Status(WS-Found-Slot) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Usr-Name(WS-Found-Slot) DELIMITED BY SIZE
                  INTO WS-Chg-Image.
       END-ROUTINE.

       LOAD-USERS-ROUTINE.
           OPEN INPUT F-User-FILE.
           IF WS-User-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-USERS-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-User-FILE.
       END-ROUTINE.

       READ-USERS-ROUTINE.
           READ F-User-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF WS-Usr-CNT >= WS-Usr-Max-CONST THEN
                       DISPLAY "WARNING: user master exceeds "
                               WS-Usr-Max-CONST
                               " entries - remainder ignored"
                       SET WS-EOF-BOOL TO 1
                   ELSE
                       ADD 1 TO WS-Usr-CNT
                       MOVE UM-User TO WS-Usr-User(WS-Usr-CNT)
                       MOVE UM-PIN-Hash TO WS-Usr-Hash(WS-Usr-CNT)
                       MOVE UM-Role TO WS-Usr-Role(WS-Usr-CNT)
                       MOVE UM-Status TO WS-Usr-Status(WS-Usr-CNT)
                       MOVE UM-Name TO WS-Usr-Name(WS-Usr-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       SAVE-USERS-ROUTINE.
           OPEN OUTPUT F-User-FILE.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Usr-CNT
               MOVE WS-Usr-User(WS-i) TO UM-User
               MOVE WS-Usr-Hash(WS-i) TO UM-PIN-Hash
               MOVE WS-Usr-Role(WS-i) TO UM-Role
               MOVE WS-Usr-Status(WS-i) TO UM-Status
               MOVE WS-Usr-Name(WS-i) TO UM-Name
               WRITE UM-REC
           END-PERFORM.
           CLOSE F-User-FILE.
       END-ROUTINE.

       USR-SCREEN-ROUTINE.
           MOVE SPACES TO WS-PIN-IN.
           DISPLAY USR-ENTRY-SCREEN.
           ACCEPT USR-ENTRY-SCREEN.
           MOVE SPACES TO WS-Message.
           MOVE FUNCTION UPPER-CASE(WS-UserID-IN) TO WS-UserID-IN.
           MOVE FUNCTION UPPER-CASE(WS-Role-IN) TO WS-Role-IN.
           IF WS-Bootstrap-BOOL = 1
            AND WS-Action-IN NOT = "A" AND WS-Action-IN NOT = "a"
            AND WS-Action-IN NOT = "Q" AND WS-Action-IN NOT = "q" THEN
               MOVE "ADD AN ADMINISTRATOR FIRST"
                   TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-Action-IN
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-USER-ROUTINE
               WHEN "C"
               WHEN "c"
                   PERFORM CHANGE-USER-ROUTINE
               WHEN "D"
               WHEN "d"
                   MOVE "I" TO WS-Role-IN
                   PERFORM SET-STATUS-ROUTINE
               WHEN "R"
               WHEN "r"
                   MOVE "A" TO WS-Role-IN
                   PERFORM SET-STATUS-ROUTINE
               WHEN "L"
               WHEN "l"
                   PERFORM LIST-USERS-ROUTINE
               WHEN "Q"
               WHEN "q"
                   CONTINUE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION - USE A, C, D, R, L OR Q"
                       TO WS-Message
           END-EVALUATE.
       END-ROUTINE.

       VALIDATE-ENTRY-ROUTINE.
           SET WS-Valid-BOOL TO 1.
           IF WS-UserID-IN = SPACES THEN
               MOVE "USER ID IS REQUIRED" TO WS-Message
               SET WS-Valid-BOOL TO 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-Role-IN NOT = "V" AND WS-Role-IN NOT = "O"
              AND WS-Role-IN NOT = "S" AND WS-Role-IN NOT = "A" THEN
               MOVE "ROLE MUST BE V, O, S OR A" TO WS-Message
               SET WS-Valid-BOOL TO 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-Bootstrap-BOOL = 1 AND WS-Role-IN NOT = "A" THEN
               MOVE "THE FIRST USER MUST BE AN ADMINISTRATOR (A)"
                   TO WS-Message
               SET WS-Valid-BOOL TO 0
           END-IF.
       END-ROUTINE.

       FIND-ENTRY-ROUTINE.
           SET WS-Found-Slot TO 0.
           PERFORM VARYING WS-i FROM 1
                   UNTIL WS-i > WS-Usr-CNT OR WS-Found-Slot > 0
               IF WS-Usr-User(WS-i) = WS-UserID-IN THEN
                   MOVE WS-i TO WS-Found-Slot
               END-IF
           END-PERFORM.
       END-ROUTINE.

       HASH-PIN-ROUTINE.
           MOVE SPACES TO WS-Sign-Detail.
           MOVE WS-PIN-IN TO WS-Sign-Detail(1:8).
           CALL "signon" USING BY CONTENT "HASH  ",
               BY REFERENCE WS-Chg-File, BY CONTENT " ",
               BY REFERENCE WS-UserID-IN, WS-User-Role,
               WS-Sign-Detail, WS-Sign-Status
               ON EXCEPTION
                   MOVE "12" TO WS-Sign-Status
           END-CALL.
           MOVE SPACES TO WS-PIN-IN.
       END-ROUTINE.

       ADD-USER-ROUTINE.
           PERFORM VALIDATE-ENTRY-ROUTINE.
           IF WS-Valid-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-PIN-IN = SPACES THEN
               MOVE "A PIN IS REQUIRED FOR A NEW USER" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ENTRY-ROUTINE.
           IF WS-Found-Slot > 0 THEN
               MOVE "USER ALREADY ENROLLED - USE C TO CHANGE"
                   TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           IF WS-Usr-CNT >= WS-Usr-Max-CONST THEN
               MOVE "USER MASTER IS FULL" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           PERFORM HASH-PIN-ROUTINE.
           IF WS-Sign-Status NOT = "00" THEN
               MOVE "PIN COULD NOT BE HASHED - USER NOT ADDED"
                   TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Usr-CNT.
           MOVE WS-Usr-CNT TO WS-Found-Slot.
           MOVE WS-UserID-IN TO WS-Usr-User(WS-Found-Slot).
           MOVE WS-Sign-Detail(1:10) TO WS-Usr-Hash(WS-Found-Slot).
           MOVE WS-Role-IN TO WS-Usr-Role(WS-Found-Slot).
           MOVE "A" TO WS-Usr-Status(WS-Found-Slot).
           MOVE WS-Name-IN TO WS-Usr-Name(WS-Found-Slot).
           PERFORM SAVE-USERS-ROUTINE.
      *> the session carries on as the administrator just enrolled
           IF WS-Bootstrap-BOOL = 1 THEN
               MOVE WS-UserID-IN TO WS-User-ID
               MOVE "A" TO WS-User-Role
               SET WS-Bootstrap-BOOL TO 0
           END-IF.
           PERFORM SET-IMAGE-ROUTINE.
           MOVE "ADD" TO WS-Chg-Action.
           MOVE WS-Chg-Image TO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
           MOVE "USER ADDED" TO WS-Message.
       END-ROUTINE.

       CHANGE-USER-ROUTINE.
           PERFORM VALIDATE-ENTRY-ROUTINE.
           IF WS-Valid-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ENTRY-ROUTINE.
           IF WS-Found-Slot = 0 THEN
               MOVE "USER NOT ENROLLED - USE A TO ADD" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           IF WS-UserID-IN = WS-User-ID AND WS-Role-IN NOT = "A" THEN
               MOVE "YOU CANNOT DEMOTE YOURSELF"
                   TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           PERFORM SET-IMAGE-ROUTINE.
           MOVE WS-Chg-Image TO WS-Chg-Before.
      *> a blank PIN leaves the current one in place
           IF WS-PIN-IN NOT = SPACES THEN
               PERFORM HASH-PIN-ROUTINE
               IF WS-Sign-Status NOT = "00" THEN
                   MOVE "PIN COULD NOT BE HASHED - USER NOT CHANGED"
                       TO WS-Message
                   MOVE SPACES TO WS-Chg-Before
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Sign-Detail(1:10) TO WS-Usr-Hash(WS-Found-Slot)
           END-IF.
           MOVE WS-Role-IN TO WS-Usr-Role(WS-Found-Slot).
           IF WS-Name-IN NOT = SPACES THEN
               MOVE WS-Name-IN TO WS-Usr-Name(WS-Found-Slot)
           END-IF.
           PERFORM SAVE-USERS-ROUTINE.
           PERFORM SET-IMAGE-ROUTINE.
           MOVE "CHANGE" TO WS-Chg-Action.
           MOVE WS-Chg-Image TO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
           MOVE "USER CHANGED" TO WS-Message.
       END-ROUTINE.

       SET-STATUS-ROUTINE.
      *> WS-Role-IN carries the new status here: "I" disable,
      *> "A" re-enable
           PERFORM FIND-ENTRY-ROUTINE.
           IF WS-Found-Slot = 0 THEN
               MOVE "USER NOT ENROLLED" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           IF WS-UserID-IN = WS-User-ID THEN
               MOVE "YOU CANNOT DISABLE YOURSELF" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           PERFORM SET-IMAGE-ROUTINE.
           MOVE WS-Chg-Image TO WS-Chg-Before.
           MOVE WS-Role-IN TO WS-Usr-Status(WS-Found-Slot).
           PERFORM SAVE-USERS-ROUTINE.
           PERFORM SET-IMAGE-ROUTINE.
           MOVE WS-Chg-Image TO WS-Chg-After.
           IF WS-Role-IN = "I" THEN
               MOVE "DISABLE" TO WS-Chg-Action
               MOVE "USER DISABLED" TO WS-Message
           ELSE
               MOVE "ENABLE" TO WS-Chg-Action
               MOVE "USER RE-ENABLED" TO WS-Message
           END-IF.
           PERFORM LOG-CHANGE-ROUTINE.
           MOVE SPACES TO WS-Role-IN.
       END-ROUTINE.

       LIST-USERS-ROUTINE.
           DISPLAY "User master (" WS-Usr-CNT " entries):".
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Usr-CNT
               DISPLAY "  " WS-Usr-User(WS-i)
                       " role " WS-Usr-Role(WS-i)
                       " status " WS-Usr-Status(WS-i)
                       " " FUNCTION TRIM(WS-Usr-Name(WS-i))
           END-PERFORM.
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WS-Action-IN.
           MOVE SPACE TO WS-Action-IN.
       END-ROUTINE.

       END PROGRAM user_maint.
