       IDENTIFICATION DIVISION.
       PROGRAM-ID. signon.
      *> Operator sign-on and role check shared by the maintenance
      *> screens and by test_all's lock break. Operators, their PIN
      *> hashes and roles live in the user master (user_master.txt,
      *> layout in user-master.cpy, maintained with user_maint).
      *> Roles rank V viewer < O operator < S shift lead <
      *> A administrator; a role satisfies any request at or below
      *> its own rank.
      *> Requests:
      *>   SIGNON prompt for user ID and PIN (three tries) and check
      *>          them against the master; the user must hold at least
      *>          L-Need to use the calling program at all. L-User and
      *>          L-Role come back filled on success.
      *>   CHECK  L-User holding L-Role asks for an action that needs
      *>          L-Need; L-Detail says what was asked for.
      *>   HASH   hash L-Detail(1:8) as the PIN of L-User and return
      *>          it in L-Detail(1:10) (user_maint, on enrolment)
      *> Every failed sign-on ("SIGNFAIL") and every refused action
      *> ("REFUSED") is written to the change log under L-Area.
      *> Status: "00" signed on / allowed, "12" sign-on failed or
      *> action refused, "35" nobody is enrolled in the user master.
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
       01 WS-Tries-Max-CONST PIC 9(1) VALUE 3.

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-Found-BOOL PIC 9(1) VALUE 0.
       01 WS-User-CNT PIC 9(4) VALUE ZERO.
       01 WS-Try PIC 9(1) VALUE ZERO.
       01 WS-i PIC 9(2) VALUE ZERO.

       01 WS-User-IN PIC X(8) VALUE SPACES.
       01 WS-PIN-IN PIC X(8) VALUE SPACES.
       01 WS-Found-Hash PIC 9(10) VALUE ZERO.
       01 WS-Found-Role PIC X(1) VALUE SPACE.
       01 WS-Found-Status PIC X(1) VALUE SPACE.

       01 WS-Hash-Key PIC X(16) VALUE SPACES.
       01 WS-Hash-Work PIC 9(12) VALUE ZERO.
       01 WS-Hash PIC 9(10) VALUE ZERO.
       01 WS-Hash-Mod-CONST PIC 9(10) VALUE 4294967291.

       01 WS-Rank-Role PIC X(1) VALUE SPACE.
       01 WS-Rank PIC 9(1) VALUE ZERO.
       01 WS-Have-Rank PIC 9(1) VALUE ZERO.
       01 WS-Need-Rank PIC 9(1) VALUE ZERO.

       01 WS-Chg-User PIC X(8) VALUE SPACES.
       01 WS-Chg-Action PIC X(8) VALUE SPACES.
       01 WS-Chg-Before PIC X(80) VALUE SPACES.
       01 WS-Chg-After PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01 L-Op PIC X(6).
       01 L-Area PIC X(12).
       01 L-Need PIC X(1).
       01 L-User PIC X(8).
       01 L-Role PIC X(1).
       01 L-Detail PIC X(80).
       01 L-Status PIC X(2).

       PROCEDURE DIVISION USING L-Op, L-Area, L-Need, L-User, L-Role,
                                L-Detail, L-Status.
       MAIN-ROUTINE.
           EVALUATE L-Op
               WHEN "SIGNON"
                   PERFORM SIGNON-ROUTINE
               WHEN "CHECK "
                   PERFORM CHECK-ROUTINE
               WHEN "HASH  "
                   MOVE L-User TO WS-User-IN
                   MOVE L-Detail(1:8) TO WS-PIN-IN
                   PERFORM HASH-PIN-ROUTINE
                   MOVE SPACES TO L-Detail
                   MOVE WS-Hash TO L-Detail(1:10)
                   MOVE "00" TO L-Status
               WHEN OTHER
                   DISPLAY "signon: unknown request '" L-Op "'"
                   MOVE "12" TO L-Status
           END-EVALUATE.
           EXIT PROGRAM.
       END-ROUTINE.

       SIGNON-ROUTINE.
           MOVE SPACES TO L-User, L-Role.
           MOVE "12" TO L-Status.
           MOVE SPACES TO WS-User-IN.
           PERFORM FIND-USER-ROUTINE.
           IF WS-User-CNT = 0 THEN
               DISPLAY "NO OPERATORS ENROLLED IN user_master.txt - "
                       "ENROL AN ADMINISTRATOR WITH user_maint"
               MOVE "35" TO L-Status
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Try FROM 1 BY 1
                   UNTIL WS-Try > WS-Tries-Max-CONST
                      OR L-Status = "00"
               PERFORM ONE-SIGNON-ROUTINE
           END-PERFORM.
           IF L-Status NOT = "00" THEN
               DISPLAY "SIGN-ON REFUSED"
           END-IF.
       END-ROUTINE.

       ONE-SIGNON-ROUTINE.
           MOVE SPACES TO WS-User-IN, WS-PIN-IN.
           PERFORM UNTIL WS-User-IN NOT = SPACES
               DISPLAY "OPERATOR USER ID:"
               ACCEPT WS-User-IN
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(WS-User-IN) TO WS-User-IN.
           DISPLAY "PIN:".
           ACCEPT WS-PIN-IN WITH SECURE.
           PERFORM FIND-USER-ROUTINE.
           MOVE SPACES TO WS-Chg-Before.
           IF WS-Found-BOOL = 0 THEN
               MOVE "UNKNOWN USER ID" TO WS-Chg-Before
           ELSE
               PERFORM HASH-PIN-ROUTINE
               IF WS-Hash NOT = WS-Found-Hash THEN
                   MOVE "WRONG PIN" TO WS-Chg-Before
               ELSE
                   IF WS-Found-Status NOT = "A" THEN
                       MOVE "USER DISABLED" TO WS-Chg-Before
                   ELSE
                       MOVE WS-Found-Role TO WS-Rank-Role
                       PERFORM RANK-ROUTINE
                       MOVE WS-Rank TO WS-Have-Rank
                       MOVE L-Need TO WS-Rank-Role
                       PERFORM RANK-ROUTINE
                       MOVE WS-Rank TO WS-Need-Rank
                       IF WS-Have-Rank < WS-Need-Rank THEN
                           STRING "ROLE " DELIMITED BY SIZE,
                                  WS-Found-Role DELIMITED BY SIZE,
                                  " BELOW ROLE " DELIMITED BY SIZE,
                                  L-Need DELIMITED BY SIZE,
                                  " NEEDED FOR THIS PROGRAM"
                                      DELIMITED BY SIZE
                                  INTO WS-Chg-Before
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-Chg-Before NOT = SPACES THEN
               DISPLAY "SIGN-ON FAILED - " FUNCTION TRIM(WS-Chg-Before)
               MOVE WS-User-IN TO WS-Chg-User
               MOVE "SIGNFAIL" TO WS-Chg-Action
               PERFORM LOG-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-User-IN TO L-User.
           MOVE WS-Found-Role TO L-Role.
           MOVE "00" TO L-Status.
       END-ROUTINE.

       CHECK-ROUTINE.
           MOVE L-Role TO WS-Rank-Role.
           PERFORM RANK-ROUTINE.
           MOVE WS-Rank TO WS-Have-Rank.
           MOVE L-Need TO WS-Rank-Role.
           PERFORM RANK-ROUTINE.
           MOVE WS-Rank TO WS-Need-Rank.
           IF WS-Have-Rank >= WS-Need-Rank AND WS-Have-Rank > 0 THEN
               MOVE "00" TO L-Status
               EXIT PARAGRAPH
           END-IF.
           MOVE "12" TO L-Status.
           MOVE L-User TO WS-Chg-User.
           MOVE "REFUSED" TO WS-Chg-Action.
           MOVE L-Detail TO WS-Chg-Before.
           PERFORM LOG-ROUTINE.
       END-ROUTINE.

       RANK-ROUTINE.
           EVALUATE WS-Rank-Role
               WHEN "V"
                   MOVE 1 TO WS-Rank
               WHEN "O"
                   MOVE 2 TO WS-Rank
               WHEN "S"
                   MOVE 3 TO WS-Rank
               WHEN "A"
                   MOVE 4 TO WS-Rank
               WHEN OTHER
                   MOVE 0 TO WS-Rank
           END-EVALUATE.
       END-ROUTINE.

       FIND-USER-ROUTINE.
      *> counts the enrolled operators as it goes, so the same pass
      *> tells SIGNON whether the master is empty
           SET WS-Found-BOOL TO 0.
           MOVE ZERO TO WS-User-CNT, WS-Found-Hash.
           MOVE SPACES TO WS-Found-Role, WS-Found-Status.
           OPEN INPUT F-User-FILE.
           IF WS-User-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-USER-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-User-FILE.
       END-ROUTINE.

       READ-USER-ROUTINE.
           READ F-User-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF UM-User NOT = SPACES THEN
                       ADD 1 TO WS-User-CNT
                   END-IF
                   IF UM-User = WS-User-IN AND WS-User-IN NOT = SPACES
                   THEN
                       SET WS-Found-BOOL TO 1
                       MOVE UM-PIN-Hash TO WS-Found-Hash
                       MOVE UM-Role TO WS-Found-Role
                       MOVE UM-Status TO WS-Found-Status
                   END-IF
           END-READ.
       END-ROUTINE.

       HASH-PIN-ROUTINE.
      *> one-way hash over user ID and PIN together, so two operators
      *> choosing the same PIN do not share a hash
           MOVE WS-User-IN TO WS-Hash-Key(1:8).
           MOVE WS-PIN-IN TO WS-Hash-Key(9:8).
           MOVE 5381 TO WS-Hash-Work.
           PERFORM VARYING WS-i FROM 1 BY 1 UNTIL WS-i > 16
               COMPUTE WS-Hash-Work =
                   FUNCTION MOD(WS-Hash-Work * 33
                       + FUNCTION ORD(WS-Hash-Key(WS-i:1)),
                       WS-Hash-Mod-CONST)
           END-PERFORM.
           MOVE WS-Hash-Work TO WS-Hash.
       END-ROUTINE.

       LOG-ROUTINE.
           IF L-Op = "CHECK " THEN
               MOVE L-Role TO WS-Rank-Role
           ELSE
               MOVE WS-Found-Role TO WS-Rank-Role
           END-IF.
           MOVE SPACES TO WS-Chg-After.
           STRING "ROLE HELD " DELIMITED BY SIZE,
                  WS-Rank-Role DELIMITED BY SIZE,
                  " / NEEDED " DELIMITED BY SIZE,
                  L-Need DELIMITED BY SIZE
                  INTO WS-Chg-After.
           CALL "change_log" USING WS-Chg-User, L-Area,
               WS-Chg-Action, WS-Chg-Before, WS-Chg-After
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       END PROGRAM signon.
