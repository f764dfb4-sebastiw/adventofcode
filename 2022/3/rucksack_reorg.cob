           ASSIGN TO "item_weights.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Weights-FS.
           SELECT F-Reform-FILE
           ASSIGN TO "group_reform.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD F-input-FILE
         02 F-IW-Item PIC A(1).
         02 F-IW-Weight PIC 9(4).

      *> Group re-formation proposal for security's review. Each
      *> proposed group opens with the badge-master layout (group
      *> number, badge item) so reviewed lines can go straight into
      *> badge_master.txt; the member rucksacks follow. Rucksacks that
      *> still fit no group are listed under group 0000 and no badge.
       FD F-Reform-FILE.
       01 F-Reform-REC.
         02 F-RF-Group PIC 9(4).
         02 F-RF-Badge PIC A(1).
         02 F-RF-Detail PIC X(95).

       WORKING-STORAGE SECTION.
       01 WS-Filename PIC X(40).
       COPY "output-seal.cpy".
       COPY "audit-record.cpy".
       01 WS-BadgeMaster-FS PIC XX.
       01 WS-Weights-FS PIC XX.

       01 LS-BM-EOF-BOOL PIC 9(1) VALUE ZERO.
       01 LS-j2 PIC 9(4) VALUE ZERO.

      *> rucksacks out of triplets with no common item, and any left
      *> over after the last full triplet: the re-formation pool
       01 LS-Reform-Mode PIC X(1) VALUE SPACE.
       01 LS-Nobadge-CNT PIC 9(4) VALUE ZERO.
       01 LS-Pool-Max-CONST PIC 9(4) VALUE 300.
       01 LS-Pool-CNT PIC 9(4) VALUE ZERO.
       01 LS-Pool-TBL.
         02 LS-Pool-REC OCCURS 300 TIMES.
           03 LS-Pool-Sack PIC 9(6).
           03 LS-Pool-Group PIC 9(4).
           03 LS-Pool-Placed PIC X(1).
           03 LS-Pool-Has PIC X(1) OCCURS 52 TIMES.
       01 LS-Pool-Full-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Pool-i PIC 9(4) VALUE ZERO.
       01 LS-Pool-k PIC 9(1) VALUE ZERO.
       01 LS-Pool-Sack-Start PIC 9(6) VALUE ZERO.
       01 LS-Pool-Sack-First PIC 9(6) VALUE ZERO.
       01 LS-Pool-Tally PIC 9(3) VALUE ZERO.
       01 LS-Rf-Item PIC 9(2) VALUE ZERO.
       01 LS-Rf-Pick-CNT PIC 9(1) VALUE ZERO.
       01 LS-Rf-Pick PIC 9(4) OCCURS 3 TIMES.
       01 LS-Rf-Avail PIC 9(4) VALUE ZERO.
       01 LS-Rf-New-Group PIC 9(4) VALUE ZERO.
       01 LS-Rf-Formed-CNT PIC 9(4) VALUE ZERO.
       01 LS-Rf-Unplaced-CNT PIC 9(4) VALUE ZERO.

       01 LS-Corrected PIC A(250) VALUE SPACE.
       01 LS-Corr-PNT PIC 9(3) VALUE ZERO.
       01 LS-Corr-k PIC 9(3) VALUE ZERO.
       01 LS-Records-Read PIC 9(6) VALUE ZERO.
       01 LS-Records-Rejected PIC 9(6) VALUE ZERO.
       01 LS-Totals-Flag PIC 9(1) VALUE ZERO.
       01 LS-Phase-CS PIC 9(8) VALUE ZERO.
       01 LS-Phase-Idx PIC 9(2) VALUE ZERO.

       LINKAGE SECTION.
       COPY "common-linkage.cpy".
       01 L-Capacity PIC 9(6) VALUE ZERO.
       01 L-Reform-Mode PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION USING L-Filename, L-Result-1, L-Result-2,
                                 OPTIONAL L-Capacity,
                                 OPTIONAL L-Reform-Mode.
       MAIN-ROUTINE.
           IF ADDRESS OF L-Capacity NOT = NULL THEN
               IF L-Capacity NOT = ZERO THEN
                   MOVE L-Capacity TO LS-Capacity
               END-IF
           END-IF.
           IF ADDRESS OF L-Reform-Mode NOT = NULL THEN
               MOVE FUNCTION UPPER-CASE(L-Reform-Mode)
                   TO LS-Reform-Mode
           END-IF.
           CALL "phase_register" USING BY CONTENT "START", "PARSE  ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM LOAD-WEIGHTS-ROUTINE.
           CALL "run_totals" USING BY CONTENT "GETDR",
               BY REFERENCE LS-Records-Read, LS-Records-Rejected,
           PERFORM READ-LINE-ROUTINE UNTIL LS-EOF-BOOL = 1.
           PERFORM CLOSE-FILE-ROUTINE.
           CLOSE F-Repack-FILE.
           MOVE "rucksack_repack.txt" TO OSL-File-Name.
           PERFORM SEAL-OUTPUT-ROUTINE.
           CALL "phase_register" USING BY CONTENT "END  ", "       ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF LS-DryRun-BOOL = 1 THEN
               CALL "run_totals" USING BY CONTENT "SET  ",
                   BY REFERENCE LS-Records-Read,
               MOVE LS-Records-Rejected TO L-Result-2
               EXIT PROGRAM
           END-IF.
           CALL "phase_register" USING BY CONTENT "START", "COMPUTE",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM VALIDATE-GROUP-TRIPLETS-ROUTINE.
           PERFORM MOVE-RESULT-ROUTINE.
           PERFORM BADGE-RECONCILE-ROUTINE.
           IF LS-Reform-Mode = "Y" THEN
               PERFORM REFORM-GROUPS-ROUTINE
           END-IF.
           CALL "phase_register" USING BY CONTENT "START", "REPORT ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM FREQUENCY-REPORT-ROUTINE.
           PERFORM BAND-ROLLUP-REPORT-ROUTINE.
           IF LS-Weights-Loaded-BOOL = 1 AND LS-Capacity > 0 THEN
               PERFORM OVERWEIGHT-REPORT-ROUTINE
           END-IF.
           CALL "phase_register" USING BY CONTENT "END  ", "       ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           CALL "run_totals" USING BY CONTENT "SET  ",
               BY REFERENCE LS-Records-Read, LS-Records-Rejected,
               LS-Totals-Flag
           IF LS-Saved-Lines-COUNT = 3 THEN
               SET LS-Saved-Lines-COUNT TO 0
               PERFORM GET-NON-UNIQUE-CHAR-ROUTINE-2
               IF LS-FOUND-BOOL = 0 THEN
                   PERFORM NO-BADGE-GROUP-ROUTINE
               END-IF
           END-IF.
       END-ROUTINE.

                      LS-Capacity
                      DELIMITED BY SIZE INTO LS-Spool-LINE
               PERFORM SPOOL-LINE-ROUTINE
               MOVE "RSK001" TO AUD-Code
               MOVE SPACES TO AUD-Message
               STRING "rucksack load " LS-Load " exceeds capacity "
                      LS-Capacity
                      DELIMITED BY SIZE INTO AUD-Message
               PERFORM AUDIT-EXCEPTION-ROUTINE
               IF LS-Over-CNT < 400 THEN
                   ADD 1 TO LS-Over-CNT
                   MOVE LS-Records-Read
               DISPLAY "WARNING: input has " LS-Saved-Lines-COUNT
                       " leftover rucksack(s) that don't form a "
                       "complete group of 3 - excluded from badge scan"
               MOVE "RSK002" TO AUD-Code
               MOVE SPACES TO AUD-Message
               STRING LS-Saved-Lines-COUNT " leftover rucksack(s) "
                      "outside a group of 3 - no badge"
                      DELIMITED BY SIZE INTO AUD-Message
               PERFORM AUDIT-EXCEPTION-ROUTINE
               COMPUTE LS-Pool-Sack-Start =
                   LS-Records-Read - LS-Saved-Lines-COUNT
               PERFORM VARYING LS-Pool-k FROM 1
                       UNTIL LS-Pool-k > LS-Saved-Lines-COUNT
                   PERFORM ADD-TO-POOL-ROUTINE
               END-PERFORM
           END-IF.
       END-ROUTINE.

       NO-BADGE-GROUP-ROUTINE.
      *> The group keeps its number, with no badge, so the groups
      *> after it still line up with the badge master; its three
      *> rucksacks go to the re-formation pool.
           ADD 1 TO LS-Nobadge-CNT.
           IF LS-Group-CNT < 400 THEN
               ADD 1 TO LS-Group-CNT
               MOVE SPACE TO LS-Group-Badge(LS-Group-CNT)
           END-IF.
           COMPUTE LS-Pool-Sack-Start = LS-Records-Read - 3.
           COMPUTE LS-Pool-Sack-First = LS-Pool-Sack-Start + 1.
           STRING "WARNING: group " LS-Group-CNT " (rucksacks "
                  LS-Pool-Sack-First " to " LS-Records-Read
                  ") has no common item - no badge"
                  DELIMITED BY SIZE INTO LS-Spool-LINE.
           PERFORM SPOOL-LINE-ROUTINE.
           MOVE "RSK003" TO AUD-Code.
           MOVE SPACES TO AUD-Message.
           STRING "group " LS-Group-CNT " has no common item - "
                  "no badge"
                  DELIMITED BY SIZE INTO AUD-Message.
           PERFORM AUDIT-EXCEPTION-ROUTINE.
           PERFORM VARYING LS-Pool-k FROM 1 UNTIL LS-Pool-k > 3
               PERFORM ADD-TO-POOL-ROUTINE
           END-PERFORM.
       END-ROUTINE.

       ADD-TO-POOL-ROUTINE.
      *> rucksack LS-Pool-k of the saved lines; the item letters it
      *> holds are kept as a 52-position presence map
           IF LS-Pool-CNT >= LS-Pool-Max-CONST THEN
               IF LS-Pool-Full-BOOL = 0 THEN
                   MOVE LS-Pool-Max-CONST TO LS-Pool-i
                   STRING "WARNING: re-formation pool full at "
                          LS-Pool-i " rucksacks - the rest are not "
                          "regrouped"
                          DELIMITED BY SIZE INTO LS-Spool-LINE
                   PERFORM SPOOL-LINE-ROUTINE
                   MOVE "RSK004" TO AUD-Code
                   MOVE SPACES TO AUD-Message
                   STRING "re-formation pool full at " LS-Pool-i
                          " rucksacks - the rest are not regrouped"
                          DELIMITED BY SIZE INTO AUD-Message
                   PERFORM AUDIT-EXCEPTION-ROUTINE
                   SET LS-Pool-Full-BOOL TO 1
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LS-Pool-CNT.
           COMPUTE LS-Pool-Sack(LS-Pool-CNT) =
               LS-Pool-Sack-Start + LS-Pool-k.
           IF LS-Saved-Lines-COUNT = 0 THEN
               MOVE LS-Group-CNT TO LS-Pool-Group(LS-Pool-CNT)
           ELSE
               MOVE ZERO TO LS-Pool-Group(LS-Pool-CNT)
           END-IF.
           MOVE SPACE TO LS-Pool-Placed(LS-Pool-CNT).
           PERFORM VARYING LS-Rf-Item FROM 1 UNTIL LS-Rf-Item > 52
               SET LS-Pool-Tally TO 0
               INSPECT LS-Line(LS-Pool-k)
                   TALLYING LS-Pool-Tally FOR ALL LS-CHAR(LS-Rf-Item)
               IF LS-Pool-Tally > 0 THEN
                   MOVE "Y" TO LS-Pool-Has(LS-Pool-CNT, LS-Rf-Item)
               ELSE
                   MOVE "N" TO LS-Pool-Has(LS-Pool-CNT, LS-Rf-Item)
               END-IF
           END-PERFORM.
       END-ROUTINE.

       REFORM-GROUPS-ROUTINE.
      *> Re-formation mode. Groups with a badge are left intact; only
      *> the pool is regrouped. Items are tried from the highest
      *> priority down, and every three unplaced pool rucksacks that
      *> all hold the item become a proposed group with it as badge,
      *> so the highest-priority shared item always wins. Proposed
      *> groups are numbered on from the last group in the input.
           OPEN OUTPUT F-Reform-FILE.
           MOVE LS-Group-CNT TO LS-Rf-New-Group.
           SET LS-Rf-Formed-CNT TO 0.
           PERFORM VARYING LS-Rf-Item FROM 52 BY -1
                   UNTIL LS-Rf-Item < 1
               PERFORM REFORM-ONE-ITEM-ROUTINE
           END-PERFORM.
           SET LS-Rf-Unplaced-CNT TO 0.
           PERFORM VARYING LS-Pool-i FROM 1
                   UNTIL LS-Pool-i > LS-Pool-CNT
               IF LS-Pool-Placed(LS-Pool-i) NOT = "Y" THEN
                   ADD 1 TO LS-Rf-Unplaced-CNT
                   MOVE ZERO TO F-RF-Group
                   MOVE SPACE TO F-RF-Badge
                   MOVE SPACES TO F-RF-Detail
                   STRING " UNPLACED RUCKSACK "
                          LS-Pool-Sack(LS-Pool-i)
                          " FROM GROUP " LS-Pool-Group(LS-Pool-i)
                          DELIMITED BY SIZE INTO F-RF-Detail
                   WRITE F-Reform-REC
               END-IF
           END-PERFORM.
           CLOSE F-Reform-FILE.
           MOVE "group_reform.txt" TO OSL-File-Name.
           PERFORM SEAL-OUTPUT-ROUTINE.
           STRING "Group re-formation: " LS-Pool-CNT
                  " pooled rucksack(s), " LS-Rf-Formed-CNT
                  " new group(s), " LS-Rf-Unplaced-CNT
                  " unplaced - see group_reform.txt"
                  DELIMITED BY SIZE INTO LS-Spool-LINE.
           PERFORM SPOOL-LINE-ROUTINE.
       END-ROUTINE.

       REFORM-ONE-ITEM-ROUTINE.
           SET LS-Rf-Avail TO 0.
           PERFORM VARYING LS-Pool-i FROM 1
                   UNTIL LS-Pool-i > LS-Pool-CNT
               IF LS-Pool-Placed(LS-Pool-i) NOT = "Y"
                  AND LS-Pool-Has(LS-Pool-i, LS-Rf-Item) = "Y" THEN
                   ADD 1 TO LS-Rf-Avail
               END-IF
           END-PERFORM.
           SET LS-Rf-Pick-CNT TO 0.
           PERFORM VARYING LS-Pool-i FROM 1
                   UNTIL LS-Pool-i > LS-Pool-CNT OR LS-Rf-Avail < 3
               IF LS-Pool-Placed(LS-Pool-i) NOT = "Y"
                  AND LS-Pool-Has(LS-Pool-i, LS-Rf-Item) = "Y" THEN
                   ADD 1 TO LS-Rf-Pick-CNT
                   MOVE LS-Pool-i TO LS-Rf-Pick(LS-Rf-Pick-CNT)
                   IF LS-Rf-Pick-CNT = 3 THEN
                       PERFORM WRITE-REFORM-GROUP-ROUTINE
                       SUBTRACT 3 FROM LS-Rf-Avail
                       SET LS-Rf-Pick-CNT TO 0
                   END-IF
               END-IF
           END-PERFORM.
       END-ROUTINE.

       WRITE-REFORM-GROUP-ROUTINE.
           ADD 1 TO LS-Rf-New-Group, LS-Rf-Formed-CNT.
           PERFORM VARYING LS-Pool-k FROM 1 UNTIL LS-Pool-k > 3
               MOVE "Y" TO LS-Pool-Placed(LS-Rf-Pick(LS-Pool-k))
           END-PERFORM.
           MOVE LS-Rf-New-Group TO F-RF-Group.
           MOVE LS-CHAR(LS-Rf-Item) TO F-RF-Badge.
           MOVE SPACES TO F-RF-Detail.
           STRING " PRIORITY " LS-Rf-Item " RUCKSACKS "
                  LS-Pool-Sack(LS-Rf-Pick(1)) " "
                  LS-Pool-Sack(LS-Rf-Pick(2)) " "
                  LS-Pool-Sack(LS-Rf-Pick(3))
                  " FROM GROUPS "
                  LS-Pool-Group(LS-Rf-Pick(1)) " "
                  LS-Pool-Group(LS-Rf-Pick(2)) " "
                  LS-Pool-Group(LS-Rf-Pick(3))
                  DELIMITED BY SIZE INTO F-RF-Detail.
           WRITE F-Reform-REC.
       END-ROUTINE.

       BADGE-RECONCILE-ROUTINE.
                       MOVE LS-BM-i TO LS-BM-Found
                   END-IF
               END-PERFORM
      *> a group with no common item was reported as it was read
               IF LS-Group-Badge(LS-j2) = SPACE THEN
                   CONTINUE
               ELSE
               IF LS-BM-Found = 0 THEN
                   STRING "  GROUP " LS-j2
                       " NOT IN BADGE MASTER (derived "
                   PERFORM SPOOL-LINE-ROUTINE
               END-IF
               END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING LS-BM-i FROM 1 UNTIL LS-BM-i > LS-BM-CNT
               IF LS-BM-Group(LS-BM-i) > LS-Group-CNT
           END-PERFORM.
       END-ROUTINE.

       AUDIT-EXCEPTION-ROUTINE.
           MOVE "rucksack_reorg" TO AUD-Program.
           MOVE WS-Filename TO AUD-Input-File.
           MOVE LS-Records-Read TO AUD-Line-NUM.
           MOVE SPACE TO AUD-Severity.
           CALL "audit_log" USING AUD-Record
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       SPOOL-LINE-ROUTINE.
           CALL "spool" USING BY CONTENT "PUT  ",
                              BY REFERENCE LS-Spool-LINE
           MOVE SPACES TO LS-Spool-LINE.
       END-ROUTINE.

       SEAL-OUTPUT-ROUTINE.
      *> control trailer: record count, checksum, run and program
           MOVE "SEAL  " TO OSL-Op.
           MOVE "rucksack_reorg" TO OSL-Program.
           CALL "output_seal" USING OSL-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       CLOSE-FILE-ROUTINE.
           CLOSE F-input-FILE.
       END-ROUTINE.
