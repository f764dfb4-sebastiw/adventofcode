           SELECT F-Ration-FILE
           ASSIGN TO "ration_schedule.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-Roster-FILE
           ASSIGN TO "elf_roster.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Roster-FS.
           SELECT F-Team-FILE
           ASSIGN TO "team_rollup.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-Prev-FILE
           ASSIGN TO WS-Prev-Filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Prev-FS.
           SELECT F-Delta-FILE
           ASSIGN TO "restock_delta.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD F-input-FILE.

      *> One record per elf for the quartermaster reconciliation
      *> batch merge: elf sequence number, item (line) count, total
      *> calories - all fixed columns - then the elf's name and team
      *> from the elf roster (blank when there is no roster or the
      *> elf is not on it).
       FD F-Elves-FILE.
       01 F-Elves-REC.
         02 F-Elf-Seq PIC 9(6).
         02 F-Elf-Items PIC 9(4).
         02 F-Elf-Total PIC 9(6).
         02 F-Elf-Largest PIC 9(6).
         02 F-Elf-Name PIC X(20).
         02 F-Elf-Team PIC X(12).

       FD F-Ration-FILE.
       01 F-Ration-LINE PIC X(160).

       FD F-Roster-FILE.
       COPY "elf-roster.cpy".

       FD F-Team-FILE.
       01 F-Team-LINE PIC X(100).

      *> the previous inventory: either the raw calorie input of the
      *> earlier count or the calorie_elves.txt detail export kept
      *> from it (which carries the roster names)
       FD F-Prev-FILE.
       01 F-Prev-LINE PIC X(100).

       FD F-Delta-FILE.
       01 F-Delta-LINE PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-Filename PIC X(40).
       01 WS-Roster-FS PIC XX.
       01 WS-Prev-Filename PIC X(40) VALUE SPACES.
       01 WS-Prev-FS PIC XX.
       COPY "report-page.cpy".
       COPY "output-seal.cpy".

       LOCAL-STORAGE SECTION.
       01 LS-EOF-BOOL PIC 9(1) VALUE 0.
       01 LS-Rat-Seq-1 PIC 9(6) VALUE ZERO.
       01 LS-Rat-Seq-2 PIC 9(6) VALUE ZERO.

      *> elf roster, subscripted by sequence number, and the teams
       01 LS-Roster-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Ros-TBL.
         02 LS-Ros-REC OCCURS 100000 TIMES.
           03 LS-Ros-Found PIC X(1) VALUE SPACE.
           03 LS-Ros-Name PIC X(20) VALUE SPACES.
           03 LS-Ros-Team PIC X(12) VALUE SPACES.
       01 LS-Ros-Read PIC 9(6) VALUE ZERO.
       01 LS-Ros-Rejected PIC 9(6) VALUE ZERO.
       01 LS-No-Roster-CNT PIC 9(6) VALUE ZERO.
       01 LS-No-Elf-CNT PIC 9(6) VALUE ZERO.
       01 LS-Except-Show-CONST PIC 9(3) VALUE 50.
       01 LS-Except-CNT PIC 9(6) VALUE ZERO.
       01 LS-Team-Max-CONST BINARY-LONG VALUE 1000.
       01 LS-Team-CNT BINARY-LONG VALUE ZERO.
       01 LS-Team-i BINARY-LONG VALUE ZERO.
       01 LS-Team-TBL.
         02 LS-Team-REC OCCURS 1000 TIMES.
           03 LS-Team-Name PIC X(12).
           03 LS-Team-Elves PIC 9(6).
           03 LS-Team-Total PIC 9(12).
       01 LS-Team-Over-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Team-Days PIC 9(9) VALUE ZERO.
       01 LS-Team-Days-X PIC X(9) VALUE SPACES.
       01 LS-Ros-Label-1 PIC X(40) VALUE SPACES.
       01 LS-Ros-Label-2 PIC X(40) VALUE SPACES.
       01 LS-Ros-Seq PIC 9(6) VALUE ZERO.

      *> restock delta against a previous inventory, subscripted by
      *> the previous inventory's own sequence numbers
       01 LS-Prev-TBL.
         02 LS-Prev-REC OCCURS 100000 TIMES.
           03 LS-Prev-Found PIC X(1) VALUE SPACE.
           03 LS-Prev-Matched PIC X(1) VALUE SPACE.
           03 LS-Prev-Total PIC 9(6) VALUE ZERO.
           03 LS-Prev-Items PIC 9(4) VALUE ZERO.
           03 LS-Prev-Name PIC X(20) VALUE SPACES.
           03 LS-Prev-Team PIC X(12) VALUE SPACES.
       01 LS-Prev-Export.
         02 LS-Pex-Seq PIC 9(6).
         02 LS-Pex-Items PIC 9(4).
         02 LS-Pex-Total PIC 9(6).
         02 LS-Pex-Largest PIC 9(6).
         02 LS-Pex-Name PIC X(20).
         02 LS-Pex-Team PIC X(12).
         02 FILLER PIC X(46).
       01 LS-Prev-CNT BINARY-LONG VALUE ZERO.
       01 LS-Prev-IDX BINARY-LONG VALUE ZERO.
       01 LS-Prev-j BINARY-LONG VALUE ZERO.
       01 LS-Prev-Cal PIC 9(6) VALUE ZERO.
       01 LS-Prev-Bad-CNT PIC 9(6) VALUE ZERO.
       01 LS-Prev-Format PIC X(8) VALUE SPACES.
       01 LS-Dlt-Matched-CNT PIC 9(6) VALUE ZERO.
       01 LS-Dlt-Appeared-CNT PIC 9(6) VALUE ZERO.
       01 LS-Dlt-Gone-CNT PIC 9(6) VALUE ZERO.
       01 LS-Dlt-Below-CNT PIC 9(6) VALUE ZERO.
       01 LS-Dlt-Prev-Sum PIC 9(12) VALUE ZERO.
       01 LS-Dlt-Now-Sum PIC 9(12) VALUE ZERO.
       01 LS-Dlt-Consumed PIC 9(12) VALUE ZERO.
       01 LS-Dlt-Restocked PIC 9(12) VALUE ZERO.
       01 LS-Dlt-Appeared-Sum PIC 9(12) VALUE ZERO.
       01 LS-Dlt-Gone-Sum PIC 9(12) VALUE ZERO.
       01 LS-Dlt-Net PIC S9(12) SIGN LEADING SEPARATE VALUE ZERO.
       01 LS-Dlt-Cal PIC S9(7) SIGN LEADING SEPARATE VALUE ZERO.
       01 LS-Dlt-Items PIC S9(5) SIGN LEADING SEPARATE VALUE ZERO.
       01 LS-Dlt-Status PIC X(11) VALUE SPACES.
       01 LS-Dlt-Flag PIC X(16) VALUE SPACES.
       01 LS-Dlt-Key-Name PIC X(20) VALUE SPACES.
       01 LS-Dlt-Prev-Seq PIC 9(6) VALUE ZERO.

       01 LS-Bottom-i BINARY-LONG VALUE ZERO.
       01 LS-Bottom-Stop BINARY-LONG VALUE ZERO.

       01 LS-Records-Read PIC 9(6) VALUE ZERO.
       01 LS-Records-Rejected PIC 9(6) VALUE ZERO.
       01 LS-Totals-Flag PIC 9(1) VALUE ZERO.
       01 LS-Phase-CS PIC 9(8) VALUE ZERO.
       01 LS-Phase-Idx PIC 9(2) VALUE ZERO.

       COPY "audit-record.cpy".

       LINKAGE SECTION.
       COPY "common-linkage.cpy".
       01 L-Daily-Req PIC 9(6) VALUE ZERO.
       01 L-Prev-File PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION USING L-Filename, L-Result-1, L-Result-2,
                                 OPTIONAL L-Daily-Req,
                                 OPTIONAL L-Prev-File.
       MAIN-ROUTINE.
           IF ADDRESS OF L-Daily-Req NOT = NULL THEN
               IF L-Daily-Req NOT = ZERO THEN
                   MOVE L-Daily-Req TO LS-Daily-Req
               END-IF
           END-IF.
           MOVE SPACES TO WS-Prev-Filename.
           IF ADDRESS OF L-Prev-File NOT = NULL THEN
               IF L-Prev-File NOT = SPACES THEN
                   MOVE L-Prev-File TO WS-Prev-Filename
               END-IF
           END-IF.
           CALL "run_totals" USING BY CONTENT "GETDR",
               BY REFERENCE LS-Records-Read, LS-Records-Rejected,
               LS-DryRun-BOOL
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           CALL "phase_register" USING BY CONTENT "START", "PARSE  ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM OPEN-FILE-ROUTINE.
           PERFORM READ-LINE-ROUTINE UNTIL LS-EOF-BOOL = 1.
           PERFORM CLOSE-FILE-ROUTINE.
           CALL "phase_register" USING BY CONTENT "END  ", "       ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF LS-DryRun-BOOL = 1 THEN
               IF LS-Line-Num > 0 THEN
                   SUBTRACT 1 FROM LS-Line-Num
               EXIT PROGRAM
           END-IF.
           MOVE LS-Elf-IDX TO LS-Elf-CNT-Actual.
           CALL "phase_register" USING BY CONTENT "START", "REPORT ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM LOAD-ROSTER-ROUTINE.
           PERFORM ELF-DETAIL-EXPORT-ROUTINE.
           IF LS-Roster-BOOL = 1 THEN
               PERFORM TEAM-ROLLUP-ROUTINE
           END-IF.
           IF WS-Prev-Filename NOT = SPACES THEN
               PERFORM RESTOCK-DELTA-ROUTINE
           END-IF.
           PERFORM ITEM-STATS-REPORT-ROUTINE.
           CALL "phase_register" USING BY CONTENT "START", "COMPUTE",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM MOVE-RESULT-ROUTINE.
           CALL "phase_register" USING BY CONTENT "START", "REPORT ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM DISTRIBUTION-REPORT-ROUTINE.
           PERFORM BOTTOM-ELVES-REPORT-ROUTINE.
           IF LS-Daily-Req > 0 THEN
               PERFORM RATION-SCHEDULE-ROUTINE
           END-IF.
           CALL "phase_register" USING BY CONTENT "END  ", "       ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF LS-Line-Num > 0 THEN
               SUBTRACT 1 FROM LS-Line-Num GIVING LS-Records-Read
           END-IF.
                          DELIMITED BY SIZE
                          INTO LS-Spool-LINE
                   PERFORM SPOOL-LINE-ROUTINE
                   MOVE "CAL001" TO AUD-Code
                   MOVE "elf roster exceeds capacity - input truncated"
                       TO AUD-Message
                   PERFORM AUDIT-EXCEPTION-ROUTINE
                      DELIMITED BY SIZE
                      INTO LS-Spool-LINE
               PERFORM SPOOL-LINE-ROUTINE
               MOVE "CAL002" TO AUD-Code
               MOVE "non-numeric calorie line skipped" TO AUD-Message
               PERFORM AUDIT-EXCEPTION-ROUTINE
               ADD 1 TO LS-Bad-Line-CNT
               MOVE LS-Elf-Items(LS-Bottom-i) TO F-Elf-Items
               MOVE LS-Elf-Sums(LS-Bottom-i) TO F-Elf-Total
               MOVE LS-Elf-Largest(LS-Bottom-i) TO F-Elf-Largest
               MOVE LS-Ros-Name(LS-Bottom-i) TO F-Elf-Name
               MOVE LS-Ros-Team(LS-Bottom-i) TO F-Elf-Team
               MOVE LS-Bottom-i TO LS-Elf-Seq(LS-Bottom-i)
               WRITE F-Elves-REC
           END-PERFORM.
           CLOSE F-Elves-FILE.
           MOVE "calorie_elves.txt" TO OSL-File-Name.
           PERFORM SEAL-OUTPUT-ROUTINE.
       END-METHOD.

       ITEM-STATS-REPORT-ROUTINE.
               WRITE F-Dist-LINE
           END-PERFORM.
           CLOSE F-Dist-FILE.
           MOVE "calorie_distribution.txt" TO RPT-File-Name.
           MOVE "CALDIST" TO RPT-Report-Id.
           MOVE "CALORIE DISTRIBUTION" TO RPT-Title.
           PERFORM PAGE-REPORT-ROUTINE.
       END-METHOD.

       BOTTOM-ELVES-REPORT-ROUTINE.
                      LS-Elf-Sums(LS-Bottom-i) " calories"
                      DELIMITED BY SIZE
                      INTO LS-Spool-LINE
               IF LS-Roster-BOOL = 1 THEN
                   MOVE LS-Elf-Seq(LS-Bottom-i) TO LS-Ros-Seq
                   PERFORM ROSTER-LABEL-ROUTINE
                   STRING FUNCTION TRIM(LS-Spool-LINE) " - "
                          FUNCTION TRIM(LS-Ros-Label-1)
                          DELIMITED BY SIZE
                          INTO LS-Spool-LINE
               END-IF
               PERFORM SPOOL-LINE-ROUTINE
           END-PERFORM.
       END-METHOD.
                  OR LS-Rat-e > LS-Elf-CNT-Actual
                  OR LS-Rat-Day >= 999.
           CLOSE F-Ration-FILE.
           MOVE "ration_schedule.txt" TO RPT-File-Name.
           MOVE "CALRATN" TO RPT-Report-Id.
           MOVE "RATIONING SCHEDULE" TO RPT-Title.
           PERFORM PAGE-REPORT-ROUTINE.
           MOVE "Rationing schedule written to ration_schedule.txt"
               TO LS-Spool-LINE.
           PERFORM SPOOL-LINE-ROUTINE.
                      "SHORT " LS-Rat-Need " CALORIES"
                      DELIMITED BY SIZE INTO F-Ration-LINE
           ELSE
               IF LS-Roster-BOOL = 1 THEN
      *> with a roster the elves drawn are named
                   MOVE LS-Rat-Seq-2 TO LS-Ros-Seq
                   PERFORM ROSTER-LABEL-ROUTINE
                   MOVE LS-Ros-Label-1 TO LS-Ros-Label-2
                   MOVE LS-Rat-Seq-1 TO LS-Ros-Seq
                   PERFORM ROSTER-LABEL-ROUTINE
                   STRING "DAY " LS-Rat-Day ": DREW "
                          FUNCTION TRIM(LS-Ros-Label-1) " THRU "
                          FUNCTION TRIM(LS-Ros-Label-2)
                          "  REMAINING " LS-Rat-Total
                          "  DAYS OF SUPPLY LEFT " LS-Rat-Days-Left
                          DELIMITED BY SIZE INTO F-Ration-LINE
               ELSE
                   STRING "DAY " LS-Rat-Day ": DREW ELF "
                          LS-Rat-Seq-1 " THRU ELF " LS-Rat-Seq-2
                          "  REMAINING " LS-Rat-Total
                          "  DAYS OF SUPPLY LEFT " LS-Rat-Days-Left
                          DELIMITED BY SIZE INTO F-Ration-LINE
               END-IF
           END-IF.
           WRITE F-Ration-LINE.
       END-METHOD.

       LOAD-ROSTER-ROUTINE.
      *> The elf roster master is optional: without it the elves are
      *> known by sequence number alone, as they always were.
           OPEN INPUT F-Roster-FILE.
           IF WS-Roster-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET LS-Roster-BOOL TO 1.
           SET LS-EOF-BOOL TO 0.
           PERFORM READ-ROSTER-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-Roster-FILE.
           MOVE LS-Ros-Read TO LS-Disp-NUM.
           STRING "Elf roster: " LS-Disp-NUM " entries loaded"
                  DELIMITED BY SIZE INTO LS-Spool-LINE.
           PERFORM SPOOL-LINE-ROUTINE.
       END-METHOD.

       READ-ROSTER-ROUTINE.
           READ F-Roster-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   IF ROS-Seq IS NUMERIC AND ROS-Seq > 0
                           AND ROS-Seq <= LS-Elf-Max-CONST THEN
                       IF LS-Ros-Found(ROS-Seq) = "Y" THEN
                           PERFORM ROSTER-REJECT-ROUTINE
                       ELSE
                           MOVE "Y" TO LS-Ros-Found(ROS-Seq)
                           MOVE ROS-Name TO LS-Ros-Name(ROS-Seq)
                           MOVE ROS-Team TO LS-Ros-Team(ROS-Seq)
                           ADD 1 TO LS-Ros-Read
                       END-IF
                   ELSE
                       PERFORM ROSTER-REJECT-ROUTINE
                   END-IF
           END-READ.
       END-METHOD.

       ROSTER-REJECT-ROUTINE.
      *> a bad or repeated sequence number: the first entry for a
      *> number stands
           ADD 1 TO LS-Ros-Rejected.
           STRING "WARNING: elf roster record rejected - sequence '"
                  ROS-Seq "' " FUNCTION TRIM(ROS-Name)
                  DELIMITED BY SIZE INTO LS-Spool-LINE.
           PERFORM SPOOL-LINE-ROUTINE.
           MOVE "CAL005" TO AUD-Code.
           MOVE "elf roster record with a bad or repeated sequence"
               TO AUD-Message.
           PERFORM ROSTER-AUDIT-ROUTINE.
       END-METHOD.

       ROSTER-LABEL-ROUTINE.
      *> "ELF nnnnnn NAME (TEAM)" for the elf numbered LS-Ros-Seq
           MOVE SPACES TO LS-Ros-Label-1.
           IF LS-Ros-Found(LS-Ros-Seq) = "Y" THEN
               STRING "ELF " LS-Ros-Seq " "
                      FUNCTION TRIM(LS-Ros-Name(LS-Ros-Seq)) " ("
                      FUNCTION TRIM(LS-Ros-Team(LS-Ros-Seq)) ")"
                      DELIMITED BY SIZE INTO LS-Ros-Label-1
           ELSE
               STRING "ELF " LS-Ros-Seq " (NOT ON ROSTER)"
                      DELIMITED BY SIZE INTO LS-Ros-Label-1
           END-IF.
       END-METHOD.

       TEAM-ROLLUP-ROUTINE.
      *> Calories, elf count and days of supply (against the daily
      *> requirement, when one was given) per expedition team, then
      *> the elves in the input the roster does not know and the
      *> roster entries no elf in the input answers to. Runs before
      *> the descending SORT, while the table is still in sequence
      *> order.
           SET LS-Team-CNT TO 0.
           SET LS-No-Roster-CNT TO 0.
           PERFORM VARYING LS-Bottom-i FROM 1
                   UNTIL LS-Bottom-i > LS-Elf-CNT-Actual
               IF LS-Ros-Found(LS-Bottom-i) = "Y" THEN
                   PERFORM ADD-TO-TEAM-ROUTINE
               ELSE
                   ADD 1 TO LS-No-Roster-CNT
               END-IF
           END-PERFORM.
           SET LS-No-Elf-CNT TO 0.
           PERFORM VARYING LS-Bottom-i FROM LS-Elf-CNT-Actual BY 1
                   UNTIL LS-Bottom-i >= LS-Elf-Max-CONST
               IF LS-Ros-Found(LS-Bottom-i + 1) = "Y" THEN
                   ADD 1 TO LS-No-Elf-CNT
               END-IF
           END-PERFORM.
           OPEN OUTPUT F-Team-FILE.
           MOVE SPACES TO F-Team-LINE.
           MOVE LS-Elf-CNT-Actual TO LS-Disp-NUM.
           STRING "TEAM ROLLUP OVER " LS-Disp-NUM " ELVES"
                  DELIMITED BY SIZE INTO F-Team-LINE.
           WRITE F-Team-LINE.
           MOVE SPACES TO F-Team-LINE.
           IF LS-Daily-Req > 0 THEN
               STRING "DAILY REQUIREMENT " LS-Daily-Req " CALORIES"
                      DELIMITED BY SIZE INTO F-Team-LINE
           ELSE
               MOVE "NO DAILY REQUIREMENT GIVEN - DAYS OF SUPPLY NOT "
                  & "SHOWN" TO F-Team-LINE
           END-IF.
           WRITE F-Team-LINE.
           MOVE SPACES TO F-Team-LINE.
           WRITE F-Team-LINE.
           MOVE "TEAM            ELVES    TOTAL CALORIES     DAYS OF "
              & "SUPPLY" TO F-Team-LINE.
           WRITE F-Team-LINE.
           PERFORM VARYING LS-Team-i FROM 1
                   UNTIL LS-Team-i > LS-Team-CNT
               MOVE SPACES TO LS-Team-Days-X
               IF LS-Daily-Req > 0 THEN
                   DIVIDE LS-Team-Total(LS-Team-i) BY LS-Daily-Req
                       GIVING LS-Team-Days
                   MOVE LS-Team-Days TO LS-Team-Days-X
               END-IF
               MOVE SPACES TO F-Team-LINE
               STRING LS-Team-Name(LS-Team-i) "    "
                      LS-Team-Elves(LS-Team-i) "    "
                      LS-Team-Total(LS-Team-i) "       "
                      LS-Team-Days-X
                      DELIMITED BY SIZE INTO F-Team-LINE
               WRITE F-Team-LINE
           END-PERFORM.
           IF LS-Team-Over-BOOL = 1 THEN
               MOVE LS-Team-Max-CONST TO LS-Disp-NUM
               MOVE SPACES TO F-Team-LINE
               STRING "** MORE THAN " LS-Disp-NUM " TEAMS - ELVES OF "
                      "THE REST ARE LEFT OUT OF THE ROLLUP **"
                      DELIMITED BY SIZE INTO F-Team-LINE
               WRITE F-Team-LINE
           END-IF.
           PERFORM ELVES-NOT-ON-ROSTER-ROUTINE.
           PERFORM ROSTER-WITHOUT-ELF-ROUTINE.
           MOVE SPACES TO F-Team-LINE.
           WRITE F-Team-LINE.
           MOVE SPACES TO F-Team-LINE.
           STRING "ROSTER RECORDS REJECTED: " LS-Ros-Rejected
                  DELIMITED BY SIZE INTO F-Team-LINE.
           WRITE F-Team-LINE.
           CLOSE F-Team-FILE.
           MOVE "team_rollup.txt" TO RPT-File-Name.
           MOVE "CALTEAM" TO RPT-Report-Id.
           MOVE "TEAM ROLLUP" TO RPT-Title.
           PERFORM PAGE-REPORT-ROUTINE.
           MOVE LS-Team-CNT TO LS-Disp-NUM.
           STRING "Team rollup written to team_rollup.txt: "
                  LS-Disp-NUM " team(s)"
                  DELIMITED BY SIZE INTO LS-Spool-LINE.
           PERFORM SPOOL-LINE-ROUTINE.
           MOVE "TEAM-TBL" TO LS-HWM-Name.
           MOVE LS-Team-CNT TO LS-HWM-Used.
           MOVE LS-Team-Max-CONST TO LS-HWM-Limit.
           PERFORM SET-HWM-ROUTINE.
       END-METHOD.

       ADD-TO-TEAM-ROUTINE.
           PERFORM VARYING LS-Team-i FROM 1
                   UNTIL LS-Team-i > LS-Team-CNT
                      OR LS-Team-Name(LS-Team-i)
                         = LS-Ros-Team(LS-Bottom-i)
               CONTINUE
           END-PERFORM.
           IF LS-Team-i > LS-Team-CNT THEN
               IF LS-Team-CNT >= LS-Team-Max-CONST THEN
                   SET LS-Team-Over-BOOL TO 1
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LS-Team-CNT
               MOVE LS-Ros-Team(LS-Bottom-i) TO LS-Team-Name(LS-Team-i)
               SET LS-Team-Elves(LS-Team-i) TO 0
               SET LS-Team-Total(LS-Team-i) TO 0
           END-IF.
           ADD 1 TO LS-Team-Elves(LS-Team-i).
           ADD LS-Elf-Sums(LS-Bottom-i) TO LS-Team-Total(LS-Team-i).
       END-METHOD.

       ELVES-NOT-ON-ROSTER-ROUTINE.
           MOVE SPACES TO F-Team-LINE.
           WRITE F-Team-LINE.
           MOVE SPACES TO F-Team-LINE.
           STRING "INPUT ELVES WITH NO ROSTER ENTRY: " LS-No-Roster-CNT
                  DELIMITED BY SIZE INTO F-Team-LINE.
           WRITE F-Team-LINE.
           SET LS-Except-CNT TO 0.
           PERFORM VARYING LS-Bottom-i FROM 1
                   UNTIL LS-Bottom-i > LS-Elf-CNT-Actual
                      OR LS-Except-CNT >= LS-Except-Show-CONST
               IF LS-Ros-Found(LS-Bottom-i) NOT = "Y" THEN
                   ADD 1 TO LS-Except-CNT
                   MOVE LS-Bottom-i TO LS-Disp-NUM
                   MOVE SPACES TO F-Team-LINE
                   STRING "  ELF " LS-Disp-NUM "  "
                          LS-Elf-Sums(LS-Bottom-i) " CALORIES"
                          DELIMITED BY SIZE INTO F-Team-LINE
                   WRITE F-Team-LINE
               END-IF
           END-PERFORM.
           IF LS-No-Roster-CNT > LS-Except-CNT THEN
               COMPUTE LS-Disp-NUM = LS-No-Roster-CNT - LS-Except-CNT
               MOVE SPACES TO F-Team-LINE
               STRING "  ... AND " LS-Disp-NUM " MORE"
                      DELIMITED BY SIZE INTO F-Team-LINE
               WRITE F-Team-LINE
           END-IF.
           IF LS-No-Roster-CNT > 0 THEN
               MOVE LS-No-Roster-CNT TO LS-Disp-NUM
               STRING "WARNING: " LS-Disp-NUM " input elves have no "
                      "roster entry - see team_rollup.txt"
                      DELIMITED BY SIZE INTO LS-Spool-LINE
               PERFORM SPOOL-LINE-ROUTINE
               MOVE "CAL003" TO AUD-Code
               MOVE SPACES TO AUD-Message
               STRING LS-Disp-NUM " input elves have no roster entry"
                      DELIMITED BY SIZE INTO AUD-Message
               PERFORM ROSTER-AUDIT-ROUTINE
           END-IF.
       END-METHOD.

       ROSTER-WITHOUT-ELF-ROUTINE.
           MOVE SPACES TO F-Team-LINE.
           WRITE F-Team-LINE.
           MOVE SPACES TO F-Team-LINE.
           STRING "ROSTER ENTRIES WITH NO ELF IN THE INPUT: "
                  LS-No-Elf-CNT
                  DELIMITED BY SIZE INTO F-Team-LINE.
           WRITE F-Team-LINE.
           SET LS-Except-CNT TO 0.
           PERFORM VARYING LS-Bottom-i FROM LS-Elf-CNT-Actual BY 1
                   UNTIL LS-Bottom-i >= LS-Elf-Max-CONST
                      OR LS-Except-CNT >= LS-Except-Show-CONST
               IF LS-Ros-Found(LS-Bottom-i + 1) = "Y" THEN
                   ADD 1 TO LS-Except-CNT
                   COMPUTE LS-Ros-Seq = LS-Bottom-i + 1
                   MOVE SPACES TO F-Team-LINE
                   STRING "  ELF " LS-Ros-Seq "  "
                          LS-Ros-Name(LS-Ros-Seq) " "
                          LS-Ros-Team(LS-Ros-Seq)
                          DELIMITED BY SIZE INTO F-Team-LINE
                   WRITE F-Team-LINE
               END-IF
           END-PERFORM.
           IF LS-No-Elf-CNT > LS-Except-CNT THEN
               COMPUTE LS-Disp-NUM = LS-No-Elf-CNT - LS-Except-CNT
               MOVE SPACES TO F-Team-LINE
               STRING "  ... AND " LS-Disp-NUM " MORE"
                      DELIMITED BY SIZE INTO F-Team-LINE
               WRITE F-Team-LINE
           END-IF.
           IF LS-No-Elf-CNT > 0 THEN
               MOVE LS-No-Elf-CNT TO LS-Disp-NUM
               STRING "WARNING: " LS-Disp-NUM " roster entries have no"
                      " elf in the input - see team_rollup.txt"
                      DELIMITED BY SIZE INTO LS-Spool-LINE
               PERFORM SPOOL-LINE-ROUTINE
               MOVE "CAL004" TO AUD-Code
               MOVE SPACES TO AUD-Message
               STRING LS-Disp-NUM " roster entries have no elf in "
                      "the input" DELIMITED BY SIZE INTO AUD-Message
               PERFORM ROSTER-AUDIT-ROUTINE
           END-IF.
       END-METHOD.

       RESTOCK-DELTA-ROUTINE.
      *> Comparison mode: what changed since the previous inventory
      *> count. Elves are matched by sequence number or, when the
      *> roster master is loaded, by roster name, so an elf who moved
      *> place in the line-up is still the same elf. Per elf the
      *> calories and items gained or consumed; elves who appeared or
      *> disappeared; the period's consumption; and the elves whose
      *> stock fell below the rationing daily requirement. Runs
      *> before the descending SORT, while the table is in sequence
      *> order.
           PERFORM LOAD-PREVIOUS-ROUTINE.
           IF LS-Prev-Format = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT F-Delta-FILE.
           MOVE SPACES TO F-Delta-LINE.
           STRING "RESTOCK DELTA - PREVIOUS INVENTORY "
                  FUNCTION TRIM(WS-Prev-Filename) " ("
                  FUNCTION TRIM(LS-Prev-Format) "), CURRENT "
                  FUNCTION TRIM(WS-Filename)
                  DELIMITED BY SIZE INTO F-Delta-LINE.
           WRITE F-Delta-LINE.
           MOVE SPACES TO F-Delta-LINE.
           IF LS-Roster-BOOL = 1 THEN
               MOVE "ELVES MATCHED BY ROSTER NAME, ELSE BY SEQUENCE"
                   TO F-Delta-LINE
           ELSE
               MOVE "ELVES MATCHED BY SEQUENCE" TO F-Delta-LINE
           END-IF.
           WRITE F-Delta-LINE.
           MOVE SPACES TO F-Delta-LINE.
           WRITE F-Delta-LINE.
           MOVE "ELF    PREV   NAME                 TEAM         "
              & "PREV CAL  ITEMS  NOW CAL  ITEMS  CHANGE  ITEMS"
              TO F-Delta-LINE.
           WRITE F-Delta-LINE.
           SET LS-Dlt-Matched-CNT, LS-Dlt-Appeared-CNT,
               LS-Dlt-Gone-CNT, LS-Dlt-Below-CNT TO 0.
           SET LS-Dlt-Prev-Sum, LS-Dlt-Now-Sum, LS-Dlt-Consumed,
               LS-Dlt-Restocked, LS-Dlt-Appeared-Sum,
               LS-Dlt-Gone-Sum TO 0.
           PERFORM VARYING LS-Bottom-i FROM 1
                   UNTIL LS-Bottom-i > LS-Elf-CNT-Actual
               PERFORM MATCH-PREVIOUS-ROUTINE
               PERFORM DELTA-ELF-ROUTINE
           END-PERFORM.
           PERFORM VARYING LS-Prev-j FROM 1
                   UNTIL LS-Prev-j > LS-Prev-CNT
               IF LS-Prev-Found(LS-Prev-j) = "Y"
                       AND LS-Prev-Matched(LS-Prev-j) NOT = "Y" THEN
                   PERFORM DELTA-GONE-ROUTINE
               END-IF
           END-PERFORM.
           PERFORM DELTA-SUMMARY-ROUTINE.
           CLOSE F-Delta-FILE.
           MOVE "restock_delta.txt" TO RPT-File-Name.
           MOVE "CALDELTA" TO RPT-Report-Id.
           MOVE "RESTOCK DELTA" TO RPT-Title.
           PERFORM PAGE-REPORT-ROUTINE.
           MOVE LS-Dlt-Consumed TO LS-Disp-NUM.
           STRING "Restock delta written to restock_delta.txt: "
                  LS-Disp-NUM " calories consumed"
                  DELIMITED BY SIZE INTO LS-Spool-LINE.
           PERFORM SPOOL-LINE-ROUTINE.
           MOVE LS-Dlt-Appeared-CNT TO LS-Disp-NUM.
           STRING "  Elves appeared " LS-Disp-NUM
                  DELIMITED BY SIZE INTO LS-Spool-LINE.
           MOVE LS-Dlt-Gone-CNT TO LS-Disp-NUM.
           STRING FUNCTION TRIM(LS-Spool-LINE) ", disappeared "
                  LS-Disp-NUM
                  DELIMITED BY SIZE INTO LS-Spool-LINE.
           MOVE LS-Dlt-Below-CNT TO LS-Disp-NUM.
           STRING FUNCTION TRIM(LS-Spool-LINE)
                  ", fell below daily requirement " LS-Disp-NUM
                  DELIMITED BY SIZE INTO LS-Spool-LINE.
           PERFORM SPOOL-LINE-ROUTINE.
           MOVE "PREV-TBL" TO LS-HWM-Name.
           MOVE LS-Prev-CNT TO LS-HWM-Used.
           MOVE LS-Elf-Max-CONST TO LS-HWM-Limit.
           PERFORM SET-HWM-ROUTINE.
       END-METHOD.

       LOAD-PREVIOUS-ROUTINE.
           MOVE SPACES TO LS-Prev-Format.
           OPEN INPUT F-Prev-FILE.
           IF WS-Prev-FS NOT = "00" THEN
               STRING "WARNING: previous inventory "
                      FUNCTION TRIM(WS-Prev-Filename)
                      " cannot be opened (status " WS-Prev-FS
                      ") - no restock delta"
                      DELIMITED BY SIZE INTO LS-Spool-LINE
               PERFORM SPOOL-LINE-ROUTINE
               MOVE "CAL006" TO AUD-Code
               MOVE "previous inventory missing - no restock delta"
                   TO AUD-Message
               MOVE "calorie_counting" TO AUD-Program
               MOVE WS-Prev-Filename TO AUD-Input-File
               MOVE ZERO TO AUD-Line-NUM
               MOVE SPACE TO AUD-Severity
               CALL "audit_log" USING AUD-Record
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               EXIT PARAGRAPH
           END-IF.
           SET LS-Prev-CNT TO 0.
           SET LS-Prev-IDX TO 1.
           SET LS-Prev-Bad-CNT TO 0.
           MOVE "RAW" TO LS-Prev-Format.
           SET LS-EOF-BOOL TO 0.
           PERFORM READ-PREVIOUS-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-Prev-FILE.
           IF LS-Prev-Format = "RAW" THEN
      *> a raw count has no names of its own: it is named from the
      *> roster by sequence, as the current one is
               PERFORM VARYING LS-Prev-j FROM 1
                       UNTIL LS-Prev-j > LS-Prev-CNT
                   MOVE "Y" TO LS-Prev-Found(LS-Prev-j)
                   IF LS-Ros-Found(LS-Prev-j) = "Y" THEN
                       MOVE LS-Ros-Name(LS-Prev-j)
                           TO LS-Prev-Name(LS-Prev-j)
                       MOVE LS-Ros-Team(LS-Prev-j)
                           TO LS-Prev-Team(LS-Prev-j)
                   END-IF
               END-PERFORM
           END-IF.
           IF LS-Prev-Bad-CNT > 0 THEN
               MOVE LS-Prev-Bad-CNT TO LS-Disp-NUM
               STRING "WARNING: " LS-Disp-NUM " unreadable lines in "
                      "the previous inventory skipped"
                      DELIMITED BY SIZE INTO LS-Spool-LINE
               PERFORM SPOOL-LINE-ROUTINE
               MOVE "CAL007" TO AUD-Code
               MOVE SPACES TO AUD-Message
               STRING LS-Disp-NUM " unreadable lines in the previous "
                      "inventory skipped"
                      DELIMITED BY SIZE INTO AUD-Message
               MOVE "calorie_counting" TO AUD-Program
               MOVE WS-Prev-Filename TO AUD-Input-File
               MOVE ZERO TO AUD-Line-NUM
               MOVE SPACE TO AUD-Severity
               CALL "audit_log" USING AUD-Record
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.
       END-METHOD.

       READ-PREVIOUS-ROUTINE.
           READ F-Prev-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END PERFORM DO-PREVIOUS-ROUTINE
           END-READ.
       END-METHOD.

       DO-PREVIOUS-ROUTINE.
      *> detail export records are all digits in their first 22
      *> columns; its control trailer is skipped
           IF F-Prev-LINE(1:5) = "*TRL*" THEN
               EXIT PARAGRAPH
           END-IF.
           IF F-Prev-LINE(1:22) IS NUMERIC THEN
               MOVE F-Prev-LINE TO LS-Prev-Export
               MOVE "EXPORT" TO LS-Prev-Format
               IF LS-Pex-Seq < 1 OR LS-Pex-Seq > LS-Elf-Max-CONST THEN
                   ADD 1 TO LS-Prev-Bad-CNT
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO LS-Prev-Found(LS-Pex-Seq)
               MOVE LS-Pex-Total TO LS-Prev-Total(LS-Pex-Seq)
               MOVE LS-Pex-Items TO LS-Prev-Items(LS-Pex-Seq)
               MOVE LS-Pex-Name TO LS-Prev-Name(LS-Pex-Seq)
               MOVE LS-Pex-Team TO LS-Prev-Team(LS-Pex-Seq)
               IF LS-Pex-Seq > LS-Prev-CNT THEN
                   MOVE LS-Pex-Seq TO LS-Prev-CNT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF F-Prev-LINE = SPACES THEN
               IF LS-Prev-IDX < LS-Elf-Max-CONST THEN
                   ADD 1 TO LS-Prev-IDX
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(F-Prev-LINE)) = 0 THEN
               COMPUTE LS-Prev-Cal =
                   FUNCTION NUMVAL(FUNCTION TRIM(F-Prev-LINE))
               ADD LS-Prev-Cal TO LS-Prev-Total(LS-Prev-IDX)
               ADD 1 TO LS-Prev-Items(LS-Prev-IDX)
               MOVE LS-Prev-IDX TO LS-Prev-CNT
           ELSE
               ADD 1 TO LS-Prev-Bad-CNT
           END-IF.
       END-METHOD.

       MATCH-PREVIOUS-ROUTINE.
      *> LS-Prev-j is left at the previous entry for current elf
      *> LS-Bottom-i, or zero when the elf is new since that count
           SET LS-Prev-j TO 0.
           MOVE SPACES TO LS-Dlt-Key-Name.
           IF LS-Roster-BOOL = 1 THEN
               MOVE LS-Ros-Name(LS-Bottom-i) TO LS-Dlt-Key-Name
           END-IF.
           IF LS-Dlt-Key-Name = SPACES THEN
               IF LS-Bottom-i <= LS-Prev-CNT THEN
                   IF LS-Prev-Found(LS-Bottom-i) = "Y" THEN
                       MOVE LS-Bottom-i TO LS-Prev-j
                   END-IF
               END-IF
           ELSE
               IF LS-Bottom-i <= LS-Prev-CNT THEN
                   IF LS-Prev-Name(LS-Bottom-i) = LS-Dlt-Key-Name
                      AND LS-Prev-Found(LS-Bottom-i) = "Y"
                      AND LS-Prev-Matched(LS-Bottom-i) NOT = "Y" THEN
                       MOVE LS-Bottom-i TO LS-Prev-j
                   END-IF
               END-IF
               IF LS-Prev-j = 0 THEN
                   PERFORM VARYING LS-Prev-IDX FROM 1
                           UNTIL LS-Prev-IDX > LS-Prev-CNT
                              OR LS-Prev-j > 0
                       IF LS-Prev-Name(LS-Prev-IDX) = LS-Dlt-Key-Name
                          AND LS-Prev-Found(LS-Prev-IDX) = "Y"
                          AND LS-Prev-Matched(LS-Prev-IDX) NOT = "Y"
                       THEN
                           MOVE LS-Prev-IDX TO LS-Prev-j
                       END-IF
                   END-PERFORM
               END-IF
      *> the earlier count did not know the elf by name: fall back to
      *> its sequence number
               IF LS-Prev-j = 0 AND LS-Bottom-i <= LS-Prev-CNT THEN
                   IF LS-Prev-Name(LS-Bottom-i) = SPACES
                      AND LS-Prev-Found(LS-Bottom-i) = "Y" THEN
                       MOVE LS-Bottom-i TO LS-Prev-j
                   END-IF
               END-IF
           END-IF.
           IF LS-Prev-j > 0 THEN
               IF LS-Prev-Matched(LS-Prev-j) = "Y" THEN
                   SET LS-Prev-j TO 0
               ELSE
                   MOVE "Y" TO LS-Prev-Matched(LS-Prev-j)
               END-IF
           END-IF.
       END-METHOD.

       DELTA-ELF-ROUTINE.
           ADD LS-Elf-Sums(LS-Bottom-i) TO LS-Dlt-Now-Sum.
           MOVE SPACES TO LS-Dlt-Flag.
           IF LS-Prev-j = 0 THEN
               ADD 1 TO LS-Dlt-Appeared-CNT
               ADD LS-Elf-Sums(LS-Bottom-i) TO LS-Dlt-Appeared-Sum
               MOVE "APPEARED" TO LS-Dlt-Status
               MOVE ZERO TO LS-Dlt-Prev-Seq
               MOVE LS-Elf-Sums(LS-Bottom-i) TO LS-Dlt-Cal
               MOVE LS-Elf-Items(LS-Bottom-i) TO LS-Dlt-Items
               MOVE SPACES TO F-Delta-LINE
               MOVE LS-Bottom-i TO LS-Ros-Seq
               STRING LS-Ros-Seq " ------ "
                      LS-Ros-Name(LS-Bottom-i) " "
                      LS-Ros-Team(LS-Bottom-i) " "
                      "       -      -  "
                      LS-Elf-Sums(LS-Bottom-i) "   "
                      LS-Elf-Items(LS-Bottom-i) " "
                      LS-Dlt-Cal " " LS-Dlt-Items "  "
                      LS-Dlt-Status
                      DELIMITED BY SIZE INTO F-Delta-LINE
               WRITE F-Delta-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LS-Dlt-Matched-CNT.
           ADD LS-Prev-Total(LS-Prev-j) TO LS-Dlt-Prev-Sum.
           COMPUTE LS-Dlt-Cal = LS-Elf-Sums(LS-Bottom-i)
                              - LS-Prev-Total(LS-Prev-j).
           COMPUTE LS-Dlt-Items = LS-Elf-Items(LS-Bottom-i)
                                - LS-Prev-Items(LS-Prev-j).
           EVALUATE TRUE
               WHEN LS-Dlt-Cal < 0
                   MOVE "CONSUMED" TO LS-Dlt-Status
                   SUBTRACT LS-Dlt-Cal FROM LS-Dlt-Consumed
               WHEN LS-Dlt-Cal > 0
                   MOVE "RESTOCKED" TO LS-Dlt-Status
                   ADD LS-Dlt-Cal TO LS-Dlt-Restocked
               WHEN OTHER
                   MOVE "UNCHANGED" TO LS-Dlt-Status
           END-EVALUATE.
           IF LS-Daily-Req > 0 THEN
               IF LS-Elf-Sums(LS-Bottom-i) < LS-Daily-Req
                  AND LS-Prev-Total(LS-Prev-j) >= LS-Daily-Req THEN
                   MOVE "FELL BELOW REQ" TO LS-Dlt-Flag
                   ADD 1 TO LS-Dlt-Below-CNT
               END-IF
           END-IF.
           MOVE LS-Prev-j TO LS-Dlt-Prev-Seq.
           MOVE LS-Bottom-i TO LS-Ros-Seq.
           MOVE SPACES TO F-Delta-LINE.
           STRING LS-Ros-Seq " " LS-Dlt-Prev-Seq " "
                  LS-Ros-Name(LS-Bottom-i) " "
                  LS-Ros-Team(LS-Bottom-i) " "
                  LS-Prev-Total(LS-Prev-j) "   "
                  LS-Prev-Items(LS-Prev-j) "   "
                  LS-Elf-Sums(LS-Bottom-i) "   "
                  LS-Elf-Items(LS-Bottom-i) " "
                  LS-Dlt-Cal " " LS-Dlt-Items "  "
                  LS-Dlt-Status " " LS-Dlt-Flag
                  DELIMITED BY SIZE INTO F-Delta-LINE.
           WRITE F-Delta-LINE.
       END-METHOD.

       DELTA-GONE-ROUTINE.
           ADD 1 TO LS-Dlt-Gone-CNT.
           ADD LS-Prev-Total(LS-Prev-j) TO LS-Dlt-Prev-Sum,
               LS-Dlt-Gone-Sum.
           MOVE "DISAPPEARED" TO LS-Dlt-Status.
           COMPUTE LS-Dlt-Cal = 0 - LS-Prev-Total(LS-Prev-j).
           COMPUTE LS-Dlt-Items = 0 - LS-Prev-Items(LS-Prev-j).
           MOVE LS-Prev-j TO LS-Dlt-Prev-Seq.
           MOVE SPACES TO F-Delta-LINE.
           STRING "------ " LS-Dlt-Prev-Seq " "
                  LS-Prev-Name(LS-Prev-j) " "
                  LS-Prev-Team(LS-Prev-j) " "
                  LS-Prev-Total(LS-Prev-j) "   "
                  LS-Prev-Items(LS-Prev-j) "        -      - "
                  LS-Dlt-Cal " " LS-Dlt-Items "  "
                  LS-Dlt-Status
                  DELIMITED BY SIZE INTO F-Delta-LINE.
           WRITE F-Delta-LINE.
       END-METHOD.

       DELTA-SUMMARY-ROUTINE.
           MOVE SPACES TO F-Delta-LINE.
           WRITE F-Delta-LINE.
           MOVE SPACES TO F-Delta-LINE.
           STRING "ELVES MATCHED " LS-Dlt-Matched-CNT
                  "  APPEARED " LS-Dlt-Appeared-CNT
                  "  DISAPPEARED " LS-Dlt-Gone-CNT
                  DELIMITED BY SIZE INTO F-Delta-LINE.
           WRITE F-Delta-LINE.
           MOVE SPACES TO F-Delta-LINE.
           STRING "PREVIOUS TOTAL " LS-Dlt-Prev-Sum
                  "  CURRENT TOTAL " LS-Dlt-Now-Sum
                  DELIMITED BY SIZE INTO F-Delta-LINE.
           WRITE F-Delta-LINE.
           MOVE SPACES TO F-Delta-LINE.
           STRING "CONSUMED BY MATCHED ELVES " LS-Dlt-Consumed
                  "  RESTOCKED " LS-Dlt-Restocked
                  DELIMITED BY SIZE INTO F-Delta-LINE.
           WRITE F-Delta-LINE.
           MOVE SPACES TO F-Delta-LINE.
           STRING "CARRIED IN BY ELVES APPEARED " LS-Dlt-Appeared-Sum
                  "  CARRIED OFF BY ELVES DISAPPEARED "
                  LS-Dlt-Gone-Sum
                  DELIMITED BY SIZE INTO F-Delta-LINE.
           WRITE F-Delta-LINE.
           COMPUTE LS-Dlt-Net = LS-Dlt-Now-Sum - LS-Dlt-Prev-Sum.
           MOVE SPACES TO F-Delta-LINE.
           STRING "NET CHANGE OVER THE PERIOD " LS-Dlt-Net
                  DELIMITED BY SIZE INTO F-Delta-LINE.
           WRITE F-Delta-LINE.
           MOVE SPACES TO F-Delta-LINE.
           IF LS-Daily-Req > 0 THEN
               STRING "ELVES FALLEN BELOW THE DAILY REQUIREMENT OF "
                      LS-Daily-Req " CALORIES: " LS-Dlt-Below-CNT
                      " (FLAGGED FELL BELOW REQ)"
                      DELIMITED BY SIZE INTO F-Delta-LINE
           ELSE
               MOVE "NO DAILY REQUIREMENT GIVEN - SHORTFALL NOT CHECKED"
                   TO F-Delta-LINE
           END-IF.
           WRITE F-Delta-LINE.
       END-METHOD.

       ROSTER-AUDIT-ROUTINE.
      *> roster findings are not tied to an input line
           MOVE "calorie_counting" TO AUD-Program.
           MOVE "elf_roster.txt" TO AUD-Input-File.
           MOVE ZERO TO AUD-Line-NUM.
           MOVE SPACE TO AUD-Severity.
           CALL "audit_log" USING AUD-Record
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-METHOD.

       AUDIT-EXCEPTION-ROUTINE.
           MOVE "calorie_counting" TO AUD-Program.
           MOVE WS-Filename TO AUD-Input-File.
           MOVE LS-Line-Num TO AUD-Line-NUM.
           MOVE SPACE TO AUD-Severity.
           CALL "audit_log" USING AUD-Record
               ON EXCEPTION
                   CONTINUE
           MOVE SPACES TO LS-Spool-LINE.
       END-METHOD.

       PAGE-REPORT-ROUTINE.
      *> standard page headers and end-of-report trailer, then
      *> the control trailer record
           MOVE "PAGE  " TO RPT-Op.
           MOVE "calorie_counting" TO RPT-Program.
           CALL "report_writer" USING RPT-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE RPT-File-Name TO OSL-File-Name.
           PERFORM SEAL-OUTPUT-ROUTINE.
       END-METHOD.

       SEAL-OUTPUT-ROUTINE.
      *> control trailer: record count, checksum, run and program
           MOVE "SEAL  " TO OSL-Op.
           MOVE "calorie_counting" TO OSL-Program.
           CALL "output_seal" USING OSL-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-METHOD.

       CLOSE-FILE-ROUTINE.
           CLOSE F-input-FILE.
       END-METHOD.
