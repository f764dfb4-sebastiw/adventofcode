           SELECT F-Summary-FILE
           ASSIGN TO "camp_summary.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-Progress-FILE
           ASSIGN TO "cleanup_progress.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Progress-FS.
           SELECT F-PrgReport-FILE
           ASSIGN TO "camp_progress.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD F-input-FILE.
       FD F-Summary-FILE.
       01 F-Summary-LINE PIC X(80).

       FD F-Progress-FILE.
       COPY "cleanup-progress.cpy".

      *> Progress against the assignments, for the section chiefs:
      *> per camp the share of assigned sections reported cleaned,
      *> what is still outstanding and what was cleaned without
      *> being assigned, then the elves behind on their ranges and
      *> the overlap pairs that both reported the same sections.
      *> Written only when cleanup_progress.txt is present.
       FD F-PrgReport-FILE.
       01 F-PrgReport-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Filename PIC X(40) VALUE IS "input".
       01 WS-Progress-FS PIC XX.
       COPY "report-page.cpy".
       COPY "output-seal.cpy".
       COPY "audit-record.cpy".

       LOCAL-STORAGE SECTION.

       01 LS-Camp-Hdr PIC X(5) VALUE SPACES.
       01 LS-Camp-Name-IN PIC X(20) VALUE SPACES.

      *> Assignment picture for the progress report: each elf's
      *> range keyed by pair line and member (searched with SEARCH
      *> ALL - pair lines are read in ascending order), and per camp
      *> how many elves are assigned each section and whether a
      *> completion record has reported it cleaned. Without CAMP
      *> headers everything is tallied to camp slot 1.
       01 LS-Elf-CNT PIC 9(4) VALUE ZERO.
       01 LS-Elf-Max-CONST PIC 9(4) VALUE 2000.
       01 LS-Elf-Lost-CNT PIC 9(6) VALUE ZERO.
       01 LS-Elf-TBL.
         02 LS-Elf-REC OCCURS 2000 TIMES
                       ASCENDING KEY IS LS-Elf-Key
                       INDEXED BY EX1.
           03 LS-Elf-Key.
             04 LS-Elf-Pair PIC 9(6) VALUE 999999.
             04 LS-Elf-Member PIC 9(1) VALUE 9.
           03 LS-Elf-Camp PIC 9(2) VALUE ZERO.
           03 LS-Elf-Lo PIC 9(7) VALUE ZERO.
           03 LS-Elf-Hi PIC 9(7) VALUE ZERO.
           03 LS-Elf-First-Cmp PIC 9(4) VALUE ZERO.
       01 LS-Elf-e PIC 9(4) VALUE ZERO.
       01 LS-Elf-f PIC 9(4) VALUE ZERO.
       01 LS-Prg-Slot PIC 9(2) VALUE ZERO.
       01 LS-Prg-Camp-TBL.
         02 LS-Prg-Camp OCCURS 10 TIMES.
           03 LS-Asg PIC 9(3) VALUE ZERO OCCURS 1000 TIMES.
           03 LS-Done PIC 9(1) VALUE ZERO OCCURS 1000 TIMES.

      *> Completion records accepted from the progress master,
      *> chained per elf from LS-Elf-First-Cmp.
       01 LS-Cmp-CNT PIC 9(4) VALUE ZERO.
       01 LS-Cmp-Max-CONST PIC 9(4) VALUE 4000.
       01 LS-Cmp-TBL.
         02 LS-Cmp-REC OCCURS 4000 TIMES.
           03 LS-Cmp-Lo PIC 9(4).
           03 LS-Cmp-Hi PIC 9(4).
           03 LS-Cmp-Next PIC 9(4).
       01 LS-Cmp-c PIC 9(4) VALUE ZERO.
       01 LS-Cmp-Read PIC 9(6) VALUE ZERO.
       01 LS-Cmp-Rej-CNT PIC 9(6) VALUE ZERO.
       01 LS-Cmp-Rej-TBL.
         02 LS-Cmp-Rej-REC OCCURS 50 TIMES.
           03 LS-Cmp-Rej-Line PIC 9(6).
           03 LS-Cmp-Rej-Why PIC X(30).
       01 LS-Cmp-Why PIC X(30) VALUE SPACES.
       01 LS-Prg-EOF PIC 9(1) VALUE ZERO.

      *> working fields for the report sections
       01 LS-Prg-Camp-Last PIC 9(2) VALUE ZERO.
       01 LS-Prg-Camp-Label PIC X(20) VALUE SPACES.
       01 LS-Prg-Assigned PIC 9(4) VALUE ZERO.
       01 LS-Prg-Cleaned PIC 9(4) VALUE ZERO.
       01 LS-Prg-Extra PIC 9(4) VALUE ZERO.
       01 LS-Prg-Pct PIC 9(3)V9 VALUE ZERO.
       01 LS-Prg-Pct-Disp PIC ZZ9.9.
       01 LS-Prg-Lo PIC 9(7) VALUE ZERO.
       01 LS-Prg-Hi PIC 9(7) VALUE ZERO.
       01 LS-Prg-Len PIC 9(7) VALUE ZERO.
       01 LS-Prg-Got PIC 9(7) VALUE ZERO.
       01 LS-Prg-Both PIC 9(7) VALUE ZERO.
       01 LS-Prg-Listed PIC 9(6) VALUE ZERO.
       01 LS-Prg-Behind-CNT PIC 9(6) VALUE ZERO.
       01 LS-Prg-Double-CNT PIC 9(6) VALUE ZERO.
       01 LS-Prg-List-Max-CONST PIC 9(2) VALUE 50.
       01 LS-Prg-More PIC 9(6) VALUE ZERO.
       01 LS-Mark-TBL.
         02 LS-Mark PIC 9(1) VALUE ZERO OCCURS 1000 TIMES.
       01 LS-Want-TBL.
         02 LS-Want PIC 9(1) VALUE ZERO OCCURS 1000 TIMES.
       01 LS-Run-Lo PIC 9(4) VALUE ZERO.
       01 LS-Run-Open PIC 9(1) VALUE ZERO.
       01 LS-Run-CNT PIC 9(6) VALUE ZERO.
       01 LS-Run-Hi PIC 9(4) VALUE ZERO.
       01 LS-Prg-Member PIC 9(1) VALUE ZERO.
       01 LS-Clm-Lo PIC 9(7) VALUE ZERO.
       01 LS-Clm-Hi PIC 9(7) VALUE ZERO.
       01 LS-Disp-Lo PIC 9(4) VALUE ZERO.
       01 LS-Disp-Hi PIC 9(4) VALUE ZERO.
       01 LS-Disp-Got PIC 9(4) VALUE ZERO.
       01 LS-Disp-Len PIC 9(4) VALUE ZERO.

       01 LS-DryRun-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Records-Read PIC 9(6) VALUE ZERO.
       01 LS-Records-Rejected PIC 9(6) VALUE ZERO.
       01 LS-Totals-Flag PIC 9(1) VALUE ZERO.
       01 LS-Phase-CS PIC 9(8) VALUE ZERO.
       01 LS-Phase-Idx PIC 9(2) VALUE ZERO.

       LINKAGE SECTION.
       COPY "common-linkage.cpy".
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           CALL "phase_register" USING BY CONTENT "START", "PARSE  ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM OPEN-FILE-ROUTINE.
           PERFORM READ-LINE-ROUTINE UNTIL LS-EOF = 1.
           PERFORM CLOSE-FILE-ROUTINE.
           CALL "phase_register" USING BY CONTENT "END  ", "       ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF LS-DryRun-BOOL = 1 THEN
               MOVE LS-Line-Num TO LS-Records-Read
               CALL "run_totals" USING BY CONTENT "SET  ",
               MOVE LS-Records-Rejected TO L-Result-2
               EXIT PROGRAM
           END-IF.
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
           PERFORM COVERAGE-REPORT-ROUTINE.
           PERFORM REASSIGN-PROPOSAL-ROUTINE.
           IF LS-Camp-CNT > 0 THEN
               PERFORM CAMP-SUMMARY-ROUTINE
           END-IF.
           PERFORM PROGRESS-REPORT-ROUTINE.
           CALL "phase_register" USING BY CONTENT "END  ", "       ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE LS-Line-Num TO LS-Records-Read.
           CALL "run_totals" USING BY CONTENT "SET  ",
               BY REFERENCE LS-Records-Read, LS-Records-Rejected,
                    F-E1-H,
                    F-E2-L,
                    F-E2-H.
           PERFORM NOTE-ASSIGNMENT-ROUTINE.
           IF F-E1-L <= F-E2-L AND F-E1-H >= F-E2-H THEN
               ADD 1 TO LS-EncasedIn
               SET LS-Is-Encased TO 1
           END-IF.
       END-ROUTINE.

       NOTE-ASSIGNMENT-ROUTINE.
      *> both elves' ranges into the elf table and the camp's
      *> assignment map, for the progress report
           IF LS-Camp-CNT > 0 THEN
               MOVE LS-Camp-CNT TO LS-Prg-Slot
           ELSE
               MOVE 1 TO LS-Prg-Slot
           END-IF.
           MOVE 1 TO LS-Prg-Member.
           MOVE F-E1-L TO LS-Prg-Lo.
           MOVE F-E1-H TO LS-Prg-Hi.
           PERFORM ADD-ELF-ROUTINE.
           MOVE 2 TO LS-Prg-Member.
           MOVE F-E2-L TO LS-Prg-Lo.
           MOVE F-E2-H TO LS-Prg-Hi.
           PERFORM ADD-ELF-ROUTINE.
       END-ROUTINE.

       ADD-ELF-ROUTINE.
           IF LS-Elf-CNT >= LS-Elf-Max-CONST THEN
               ADD 1 TO LS-Elf-Lost-CNT
               IF LS-Elf-Lost-CNT = 1 THEN
                   MOVE "CMP003" TO AUD-Code
                   MOVE SPACES TO AUD-Message
                   STRING "more than " LS-Elf-Max-CONST " elves - "
                          "the rest are left out of the progress report"
                          DELIMITED BY SIZE INTO AUD-Message
                   PERFORM AUDIT-EXCEPTION-ROUTINE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LS-Elf-CNT.
           MOVE LS-Line-Num TO LS-Elf-Pair(LS-Elf-CNT).
           MOVE LS-Prg-Member TO LS-Elf-Member(LS-Elf-CNT).
           MOVE LS-Prg-Slot TO LS-Elf-Camp(LS-Elf-CNT).
           MOVE LS-Prg-Lo TO LS-Elf-Lo(LS-Elf-CNT).
           MOVE LS-Prg-Hi TO LS-Elf-Hi(LS-Elf-CNT).
           MOVE ZERO TO LS-Elf-First-Cmp(LS-Elf-CNT).
           PERFORM VARYING LS-Sect-s FROM LS-Prg-Lo
                   UNTIL LS-Sect-s > LS-Prg-Hi
                      OR LS-Sect-s > LS-Sect-Max-CONST
               IF LS-Sect-s > 0 THEN
                   ADD 1 TO LS-Asg(LS-Prg-Slot, LS-Sect-s)
               END-IF
           END-PERFORM.
       END-ROUTINE.

       NEW-CAMP-ROUTINE.
           IF LS-Camp-CNT >= LS-Camp-Max-CONST THEN
               DISPLAY "WARNING: more than " LS-Camp-Max-CONST
                       " camps - extra header ignored, lines "
                       "count to the last camp"
               MOVE "CMP001" TO AUD-Code
               MOVE SPACES TO AUD-Message
               STRING "more than " LS-Camp-Max-CONST " camps - "
                      "extra header ignored"
                      DELIMITED BY SIZE INTO AUD-Message
               PERFORM AUDIT-EXCEPTION-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LS-Camp-Hdr, LS-Camp-Name-IN.
               WRITE F-Reassign-LINE
           END-PERFORM.
           CLOSE F-Reassign-FILE.
           MOVE "camp_reassign.txt" TO OSL-File-Name.
           PERFORM SEAL-OUTPUT-ROUTINE.
       END-ROUTINE.

       FIND-LEAST-COVERED-ROUTINE.
               END-IF
           END-PERFORM.
           CLOSE F-Coverage-FILE.
           MOVE "camp_coverage.txt" TO RPT-File-Name.
           MOVE "CAMPCOV" TO RPT-Report-Id.
           MOVE "SECTION COVERAGE" TO RPT-Title.
           PERFORM PAGE-REPORT-ROUTINE.
       END-ROUTINE.

       CAMP-SUMMARY-ROUTINE.
                  DELIMITED BY SIZE INTO F-Summary-LINE.
           WRITE F-Summary-LINE.
           CLOSE F-Summary-FILE.
           MOVE "camp_summary.txt" TO RPT-File-Name.
           MOVE "CAMPSUM" TO RPT-Report-Id.
           MOVE "CROSS-CAMP CLEANUP SUMMARY" TO RPT-Title.
           PERFORM PAGE-REPORT-ROUTINE.
           DISPLAY "Cross-camp summary written to camp_summary.txt".
       END-ROUTINE.

       PROGRESS-REPORT-ROUTINE.
      *> Progress against the assignments from the completion records
      *> in cleanup_progress.txt; nothing is written when there is no
      *> progress master.
           OPEN INPUT F-Progress-FILE.
           IF WS-Progress-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET LS-Prg-EOF TO 0.
           PERFORM READ-PROGRESS-ROUTINE UNTIL LS-Prg-EOF = 1.
           CLOSE F-Progress-FILE.
           OPEN OUTPUT F-PrgReport-FILE.
           MOVE SPACES TO F-PrgReport-LINE.
           STRING "CLEANUP PROGRESS FROM " LS-Cmp-Read
                  " COMPLETION RECORD(S), " LS-Cmp-Rej-CNT
                  " REJECTED"
                  DELIMITED BY SIZE INTO F-PrgReport-LINE.
           WRITE F-PrgReport-LINE.
           IF LS-Elf-Lost-CNT > 0 THEN
               MOVE SPACES TO F-PrgReport-LINE
               STRING "ELVES BEYOND " LS-Elf-Max-CONST
                      " NOT TRACKED: " LS-Elf-Lost-CNT
                      DELIMITED BY SIZE INTO F-PrgReport-LINE
               WRITE F-PrgReport-LINE
           END-IF.
           IF LS-Camp-CNT > 0 THEN
               MOVE LS-Camp-CNT TO LS-Prg-Camp-Last
           ELSE
               MOVE 1 TO LS-Prg-Camp-Last
           END-IF.
           PERFORM VARYING LS-Camp-i FROM 1
                   UNTIL LS-Camp-i > LS-Prg-Camp-Last
               PERFORM PROGRESS-CAMP-ROUTINE
           END-PERFORM.
           PERFORM PROGRESS-BEHIND-ROUTINE.
           PERFORM PROGRESS-DOUBLE-ROUTINE.
           PERFORM PROGRESS-REJECTS-ROUTINE.
           CLOSE F-PrgReport-FILE.
           MOVE "camp_progress.txt" TO RPT-File-Name.
           MOVE "CAMPPRG" TO RPT-Report-Id.
           MOVE "CLEANUP PROGRESS" TO RPT-Title.
           PERFORM PAGE-REPORT-ROUTINE.
           DISPLAY "Cleanup progress written to camp_progress.txt".
       END-ROUTINE.

       READ-PROGRESS-ROUTINE.
           READ F-Progress-FILE RECORD
               AT END SET LS-Prg-EOF TO 1
               NOT AT END PERFORM DO-PROGRESS-ROUTINE.
       END-ROUTINE.

       DO-PROGRESS-ROUTINE.
           IF CPG-REC = SPACES OR CPG-REC(1:1) = "*" THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LS-Cmp-Read.
           MOVE SPACES TO LS-Cmp-Why.
           MOVE ZERO TO LS-Elf-e.
           IF CPG-Sect-Lo IS NOT NUMERIC
            OR CPG-Sect-Hi IS NOT NUMERIC THEN
               MOVE "SECTION RANGE NOT NUMERIC" TO LS-Cmp-Why
           ELSE IF CPG-Sect-Lo = 0 OR CPG-Sect-Lo > CPG-Sect-Hi THEN
               MOVE "SECTION RANGE BACK TO FRONT" TO LS-Cmp-Why
           ELSE IF CPG-Elf-Pair IS NOT NUMERIC
            OR CPG-Elf-Member IS NOT NUMERIC
            OR (CPG-Elf-Member NOT = 1 AND CPG-Elf-Member NOT = 2)
               THEN
               MOVE "ELF NOT PAIR LINE AND 1 OR 2" TO LS-Cmp-Why
           ELSE
               SEARCH ALL LS-Elf-REC
                   AT END
                       MOVE "NO SUCH PAIR IN THE INPUT"
                           TO LS-Cmp-Why
                   WHEN LS-Elf-Key(EX1) = CPG-Elf
                       SET LS-Elf-e TO EX1
               END-SEARCH
           END-IF
           END-IF
           END-IF.
           IF LS-Cmp-Why = SPACES AND LS-Camp-CNT > 0 THEN
               IF CPG-Camp NOT = LS-Camp-Name(LS-Elf-Camp(LS-Elf-e))
                   THEN
                   MOVE "NOT THE PAIR'S CAMP" TO LS-Cmp-Why
               END-IF
           END-IF.
           IF LS-Cmp-Why = SPACES
            AND LS-Cmp-CNT >= LS-Cmp-Max-CONST THEN
               MOVE "COMPLETION TABLE FULL" TO LS-Cmp-Why
           END-IF.
           IF LS-Cmp-Why NOT = SPACES THEN
               PERFORM REJECT-PROGRESS-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LS-Cmp-CNT.
           MOVE CPG-Sect-Lo TO LS-Cmp-Lo(LS-Cmp-CNT).
           MOVE CPG-Sect-Hi TO LS-Cmp-Hi(LS-Cmp-CNT).
           MOVE LS-Elf-First-Cmp(LS-Elf-e) TO LS-Cmp-Next(LS-Cmp-CNT).
           MOVE LS-Cmp-CNT TO LS-Elf-First-Cmp(LS-Elf-e).
           PERFORM VARYING LS-Sect-s FROM CPG-Sect-Lo
                   UNTIL LS-Sect-s > CPG-Sect-Hi
                      OR LS-Sect-s > LS-Sect-Max-CONST
               MOVE 1 TO LS-Done(LS-Elf-Camp(LS-Elf-e), LS-Sect-s)
           END-PERFORM.
       END-ROUTINE.

       REJECT-PROGRESS-ROUTINE.
           ADD 1 TO LS-Cmp-Rej-CNT.
           DISPLAY "WARNING: progress record " LS-Cmp-Read
                   " rejected - " FUNCTION TRIM(LS-Cmp-Why).
           MOVE "CMP002" TO AUD-Code.
           MOVE SPACES TO AUD-Message.
           STRING "progress record rejected - "
                  FUNCTION TRIM(LS-Cmp-Why)
                  DELIMITED BY SIZE INTO AUD-Message.
           MOVE "camp_cleanup" TO AUD-Program.
           MOVE "cleanup_progress.txt" TO AUD-Input-File.
           MOVE LS-Cmp-Read TO AUD-Line-NUM.
           MOVE SPACE TO AUD-Severity.
           CALL "audit_log" USING AUD-Record
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF LS-Cmp-Rej-CNT <= LS-Prg-List-Max-CONST THEN
               MOVE LS-Cmp-Read TO LS-Cmp-Rej-Line(LS-Cmp-Rej-CNT)
               MOVE LS-Cmp-Why TO LS-Cmp-Rej-Why(LS-Cmp-Rej-CNT)
           END-IF.
       END-ROUTINE.

       PROGRESS-CAMP-ROUTINE.
      *> one camp: assigned sections reported cleaned, the ones
      *> still outstanding and the ones cleaned without assignment
           IF LS-Camp-CNT > 0 THEN
               MOVE LS-Camp-Name(LS-Camp-i) TO LS-Prg-Camp-Label
           ELSE
               MOVE "(ALL SECTIONS)" TO LS-Prg-Camp-Label
           END-IF.
           MOVE ZERO TO LS-Prg-Assigned, LS-Prg-Cleaned, LS-Prg-Extra.
           PERFORM VARYING LS-Sect-s FROM 1
                   UNTIL LS-Sect-s > LS-Sect-Max-CONST
               MOVE 0 TO LS-Want(LS-Sect-s)
               IF LS-Asg(LS-Camp-i, LS-Sect-s) > 0 THEN
                   ADD 1 TO LS-Prg-Assigned
                   IF LS-Done(LS-Camp-i, LS-Sect-s) = 1 THEN
                       ADD 1 TO LS-Prg-Cleaned
                   ELSE
                       MOVE 1 TO LS-Want(LS-Sect-s)
                   END-IF
               ELSE IF LS-Done(LS-Camp-i, LS-Sect-s) = 1 THEN
                   ADD 1 TO LS-Prg-Extra
               END-IF
               END-IF
           END-PERFORM.
           IF LS-Prg-Assigned > 0 THEN
               COMPUTE LS-Prg-Pct ROUNDED =
                   LS-Prg-Cleaned * 100 / LS-Prg-Assigned
           ELSE
               MOVE ZERO TO LS-Prg-Pct
           END-IF.
           MOVE LS-Prg-Pct TO LS-Prg-Pct-Disp.
           MOVE SPACES TO F-PrgReport-LINE.
           STRING "CAMP " LS-Prg-Camp-Label
                  " ASSIGNED " LS-Prg-Assigned
                  " CLEANED " LS-Prg-Cleaned
                  " " LS-Prg-Pct-Disp "% COMPLETE"
                  DELIMITED BY SIZE INTO F-PrgReport-LINE.
           WRITE F-PrgReport-LINE.
           IF LS-Prg-Cleaned = LS-Prg-Assigned THEN
               MOVE "  OUTSTANDING SECTIONS: NONE" TO F-PrgReport-LINE
               WRITE F-PrgReport-LINE
           ELSE
               MOVE "  OUTSTANDING SECTIONS:" TO F-PrgReport-LINE
               WRITE F-PrgReport-LINE
               PERFORM EMIT-RANGES-ROUTINE
           END-IF.
           IF LS-Prg-Extra = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING LS-Sect-s FROM 1
                   UNTIL LS-Sect-s > LS-Sect-Max-CONST
               MOVE 0 TO LS-Want(LS-Sect-s)
               IF LS-Asg(LS-Camp-i, LS-Sect-s) = 0
                AND LS-Done(LS-Camp-i, LS-Sect-s) = 1 THEN
                   MOVE 1 TO LS-Want(LS-Sect-s)
               END-IF
           END-PERFORM.
           MOVE SPACES TO F-PrgReport-LINE.
           STRING "  CLEANED BUT ASSIGNED TO NOBODY: " LS-Prg-Extra
                  " SECTION(S)"
                  DELIMITED BY SIZE INTO F-PrgReport-LINE.
           WRITE F-PrgReport-LINE.
           PERFORM EMIT-RANGES-ROUTINE.
       END-ROUTINE.

       EMIT-RANGES-ROUTINE.
      *> the sections flagged in LS-Want as runs, one per line
           SET LS-Run-Open TO 0.
           SET LS-Run-CNT TO 0.
           PERFORM VARYING LS-Sect-s FROM 1
                   UNTIL LS-Sect-s > LS-Sect-Max-CONST + 1
               IF LS-Sect-s > LS-Sect-Max-CONST THEN
                   IF LS-Run-Open = 1 THEN
                       PERFORM EMIT-ONE-RANGE-ROUTINE
                   END-IF
               ELSE IF LS-Want(LS-Sect-s) = 1 THEN
                   IF LS-Run-Open = 0 THEN
                       SET LS-Run-Open TO 1
                       MOVE LS-Sect-s TO LS-Run-Lo
                   END-IF
               ELSE IF LS-Run-Open = 1 THEN
                   PERFORM EMIT-ONE-RANGE-ROUTINE
               END-IF
               END-IF
               END-IF
           END-PERFORM.
           IF LS-Run-CNT > LS-Prg-List-Max-CONST THEN
               COMPUTE LS-Prg-More = LS-Run-CNT - LS-Prg-List-Max-CONST
               MOVE SPACES TO F-PrgReport-LINE
               STRING "    ... AND " LS-Prg-More " MORE RANGE(S)"
                      DELIMITED BY SIZE INTO F-PrgReport-LINE
               WRITE F-PrgReport-LINE
           END-IF.
       END-ROUTINE.

       EMIT-ONE-RANGE-ROUTINE.
           SET LS-Run-Open TO 0.
           ADD 1 TO LS-Run-CNT.
           IF LS-Run-CNT > LS-Prg-List-Max-CONST THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE LS-Run-Hi = LS-Sect-s - 1.
           MOVE SPACES TO F-PrgReport-LINE.
           IF LS-Run-Hi = LS-Run-Lo THEN
               STRING "    SECTION " LS-Run-Lo
                      DELIMITED BY SIZE INTO F-PrgReport-LINE
           ELSE
               STRING "    SECTIONS " LS-Run-Lo "-" LS-Run-Hi
                      DELIMITED BY SIZE INTO F-PrgReport-LINE
           END-IF.
           WRITE F-PrgReport-LINE.
       END-ROUTINE.

       PROGRESS-BEHIND-ROUTINE.
      *> an elf is behind while its own completion records do not
      *> yet cover every section of its assigned range
           MOVE "ELVES BEHIND ON THEIR RANGES:" TO F-PrgReport-LINE.
           WRITE F-PrgReport-LINE.
           SET LS-Prg-Behind-CNT TO 0.
           PERFORM VARYING LS-Elf-e FROM 1 UNTIL LS-Elf-e > LS-Elf-CNT
               PERFORM CHECK-ELF-BEHIND-ROUTINE
           END-PERFORM.
           IF LS-Prg-Behind-CNT = 0 THEN
               MOVE "  NONE" TO F-PrgReport-LINE
               WRITE F-PrgReport-LINE
           END-IF.
           IF LS-Prg-Behind-CNT > LS-Prg-List-Max-CONST THEN
               COMPUTE LS-Prg-More =
                   LS-Prg-Behind-CNT - LS-Prg-List-Max-CONST
               MOVE SPACES TO F-PrgReport-LINE
               STRING "  ... AND " LS-Prg-More " MORE ELVES"
                      DELIMITED BY SIZE INTO F-PrgReport-LINE
               WRITE F-PrgReport-LINE
           END-IF.
       END-ROUTINE.

       CHECK-ELF-BEHIND-ROUTINE.
           MOVE LS-Elf-Lo(LS-Elf-e) TO LS-Prg-Lo.
           MOVE LS-Elf-Hi(LS-Elf-e) TO LS-Prg-Hi.
           IF LS-Prg-Lo < 1 THEN
               MOVE 1 TO LS-Prg-Lo
           END-IF.
           IF LS-Prg-Hi > LS-Sect-Max-CONST THEN
               MOVE LS-Sect-Max-CONST TO LS-Prg-Hi
           END-IF.
           IF LS-Prg-Lo > LS-Prg-Hi THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM MARK-CLAIMS-ROUTINE.
           SET LS-Prg-Got TO 0.
           PERFORM VARYING LS-Sect-s FROM LS-Prg-Lo
                   UNTIL LS-Sect-s > LS-Prg-Hi
               ADD LS-Mark(LS-Sect-s) TO LS-Prg-Got
           END-PERFORM.
           COMPUTE LS-Prg-Len = LS-Prg-Hi - LS-Prg-Lo + 1.
           IF LS-Prg-Got >= LS-Prg-Len THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LS-Prg-Behind-CNT.
           IF LS-Prg-Behind-CNT > LS-Prg-List-Max-CONST THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LS-Prg-Lo TO LS-Disp-Lo.
           MOVE LS-Prg-Hi TO LS-Disp-Hi.
           MOVE LS-Prg-Got TO LS-Disp-Got.
           MOVE LS-Prg-Len TO LS-Disp-Len.
           MOVE SPACES TO F-PrgReport-LINE.
           IF LS-Camp-CNT > 0 THEN
               STRING "  PAIR " LS-Elf-Pair(LS-Elf-e)
                      " ELF " LS-Elf-Member(LS-Elf-e)
                      " SECTIONS " LS-Disp-Lo "-" LS-Disp-Hi
                      " CLEANED " LS-Disp-Got " OF " LS-Disp-Len
                      " " LS-Camp-Name(LS-Elf-Camp(LS-Elf-e))
                      DELIMITED BY SIZE INTO F-PrgReport-LINE
           ELSE
               STRING "  PAIR " LS-Elf-Pair(LS-Elf-e)
                      " ELF " LS-Elf-Member(LS-Elf-e)
                      " SECTIONS " LS-Disp-Lo "-" LS-Disp-Hi
                      " CLEANED " LS-Disp-Got " OF " LS-Disp-Len
                      DELIMITED BY SIZE INTO F-PrgReport-LINE
           END-IF.
           WRITE F-PrgReport-LINE.
       END-ROUTINE.

       MARK-CLAIMS-ROUTINE.
      *> LS-Mark set to 1 over LS-Prg-Lo..LS-Prg-Hi wherever elf
      *> LS-Elf-e has reported the section cleaned, 0 elsewhere
           PERFORM VARYING LS-Sect-s FROM LS-Prg-Lo
                   UNTIL LS-Sect-s > LS-Prg-Hi
               MOVE 0 TO LS-Mark(LS-Sect-s)
           END-PERFORM.
           MOVE LS-Elf-First-Cmp(LS-Elf-e) TO LS-Cmp-c.
           PERFORM UNTIL LS-Cmp-c = 0
               PERFORM CLIP-CLAIM-ROUTINE
               PERFORM VARYING LS-Sect-s FROM LS-Clm-Lo
                       UNTIL LS-Sect-s > LS-Clm-Hi
                   MOVE 1 TO LS-Mark(LS-Sect-s)
               END-PERFORM
               MOVE LS-Cmp-Next(LS-Cmp-c) TO LS-Cmp-c
           END-PERFORM.
       END-ROUTINE.

       CLIP-CLAIM-ROUTINE.
      *> completion record LS-Cmp-c cut to LS-Prg-Lo..LS-Prg-Hi
      *> (LS-Clm-Lo past LS-Clm-Hi when they do not meet)
           MOVE LS-Cmp-Lo(LS-Cmp-c) TO LS-Clm-Lo.
           MOVE LS-Cmp-Hi(LS-Cmp-c) TO LS-Clm-Hi.
           IF LS-Clm-Lo < LS-Prg-Lo THEN
               MOVE LS-Prg-Lo TO LS-Clm-Lo
           END-IF.
           IF LS-Clm-Hi > LS-Prg-Hi THEN
               MOVE LS-Prg-Hi TO LS-Clm-Hi
           END-IF.
       END-ROUTINE.

       PROGRESS-DOUBLE-ROUTINE.
      *> overlap pairs where both elves reported the same sections of
      *> their shared stretch as cleaned
           MOVE "DOUBLE-CLAIMED WORK IN OVERLAP PAIRS:"
               TO F-PrgReport-LINE.
           WRITE F-PrgReport-LINE.
           SET LS-Prg-Double-CNT TO 0.
           PERFORM VARYING LS-Elf-e FROM 1 UNTIL LS-Elf-e >= LS-Elf-CNT
               COMPUTE LS-Elf-f = LS-Elf-e + 1
               IF LS-Elf-Member(LS-Elf-e) = 1
                AND LS-Elf-Pair(LS-Elf-f) = LS-Elf-Pair(LS-Elf-e)
                AND LS-Elf-First-Cmp(LS-Elf-e) > 0
                AND LS-Elf-First-Cmp(LS-Elf-f) > 0 THEN
                   PERFORM CHECK-DOUBLE-ROUTINE
               END-IF
           END-PERFORM.
           IF LS-Prg-Double-CNT = 0 THEN
               MOVE "  NONE" TO F-PrgReport-LINE
               WRITE F-PrgReport-LINE
           END-IF.
           IF LS-Prg-Double-CNT > LS-Prg-List-Max-CONST THEN
               COMPUTE LS-Prg-More =
                   LS-Prg-Double-CNT - LS-Prg-List-Max-CONST
               MOVE SPACES TO F-PrgReport-LINE
               STRING "  ... AND " LS-Prg-More " MORE PAIRS"
                      DELIMITED BY SIZE INTO F-PrgReport-LINE
               WRITE F-PrgReport-LINE
           END-IF.
       END-ROUTINE.

       CHECK-DOUBLE-ROUTINE.
           MOVE LS-Elf-Lo(LS-Elf-e) TO LS-Prg-Lo.
           IF LS-Elf-Lo(LS-Elf-f) > LS-Prg-Lo THEN
               MOVE LS-Elf-Lo(LS-Elf-f) TO LS-Prg-Lo
           END-IF.
           MOVE LS-Elf-Hi(LS-Elf-e) TO LS-Prg-Hi.
           IF LS-Elf-Hi(LS-Elf-f) < LS-Prg-Hi THEN
               MOVE LS-Elf-Hi(LS-Elf-f) TO LS-Prg-Hi
           END-IF.
           IF LS-Prg-Lo < 1 THEN
               MOVE 1 TO LS-Prg-Lo
           END-IF.
           IF LS-Prg-Hi > LS-Sect-Max-CONST THEN
               MOVE LS-Sect-Max-CONST TO LS-Prg-Hi
           END-IF.
           IF LS-Prg-Lo > LS-Prg-Hi THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM MARK-CLAIMS-ROUTINE.
      *> then the second elf's claims against the first's marks; a
      *> section is counted once however often it was reported
           SET LS-Prg-Both TO 0.
           MOVE LS-Elf-First-Cmp(LS-Elf-f) TO LS-Cmp-c.
           PERFORM UNTIL LS-Cmp-c = 0
               PERFORM CLIP-CLAIM-ROUTINE
               PERFORM VARYING LS-Sect-s FROM LS-Clm-Lo
                       UNTIL LS-Sect-s > LS-Clm-Hi
                   IF LS-Mark(LS-Sect-s) = 1 THEN
                       ADD 1 TO LS-Prg-Both
                       MOVE 2 TO LS-Mark(LS-Sect-s)
                   END-IF
               END-PERFORM
               MOVE LS-Cmp-Next(LS-Cmp-c) TO LS-Cmp-c
           END-PERFORM.
           IF LS-Prg-Both = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LS-Prg-Double-CNT.
           IF LS-Prg-Double-CNT > LS-Prg-List-Max-CONST THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LS-Prg-Lo TO LS-Disp-Lo.
           MOVE LS-Prg-Hi TO LS-Disp-Hi.
           MOVE LS-Prg-Both TO LS-Disp-Got.
           MOVE SPACES TO F-PrgReport-LINE.
           STRING "  PAIR " LS-Elf-Pair(LS-Elf-e)
                  " OVERLAP " LS-Disp-Lo "-" LS-Disp-Hi
                  " BOTH ELVES REPORTED " LS-Disp-Got
                  " SECTION(S)"
                  DELIMITED BY SIZE INTO F-PrgReport-LINE.
           WRITE F-PrgReport-LINE.
       END-ROUTINE.

       PROGRESS-REJECTS-ROUTINE.
           IF LS-Cmp-Rej-CNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO F-PrgReport-LINE.
           STRING "COMPLETION RECORDS REJECTED: " LS-Cmp-Rej-CNT
                  DELIMITED BY SIZE INTO F-PrgReport-LINE.
           WRITE F-PrgReport-LINE.
           PERFORM VARYING LS-Cmp-c FROM 1
                   UNTIL LS-Cmp-c > LS-Cmp-Rej-CNT
                      OR LS-Cmp-c > LS-Prg-List-Max-CONST
               MOVE SPACES TO F-PrgReport-LINE
               STRING "  RECORD " LS-Cmp-Rej-Line(LS-Cmp-c)
                      " " LS-Cmp-Rej-Why(LS-Cmp-c)
                      DELIMITED BY SIZE INTO F-PrgReport-LINE
               WRITE F-PrgReport-LINE
           END-PERFORM.
       END-ROUTINE.

       MOVE-RESULT-ROUTINE.
           MOVE LS-EncasedIn TO L-Result-1.
           MOVE LS-Overlapping TO L-Result-2.
       END-ROUTINE.

       AUDIT-EXCEPTION-ROUTINE.
           MOVE "camp_cleanup" TO AUD-Program.
           MOVE WS-Filename TO AUD-Input-File.
           MOVE LS-Line-Num TO AUD-Line-NUM.
           MOVE SPACE TO AUD-Severity.
           CALL "audit_log" USING AUD-Record
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       PAGE-REPORT-ROUTINE.
      *> standard page headers and end-of-report trailer, then
      *> the control trailer record
           MOVE "PAGE  " TO RPT-Op.
           MOVE "camp_cleanup" TO RPT-Program.
           CALL "report_writer" USING RPT-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE RPT-File-Name TO OSL-File-Name.
           PERFORM SEAL-OUTPUT-ROUTINE.
       END-ROUTINE.

       SEAL-OUTPUT-ROUTINE.
      *> control trailer: record count, checksum, run and program
           MOVE "SEAL  " TO OSL-Op.
           MOVE "camp_cleanup" TO OSL-Program.
           CALL "output_seal" USING OSL-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       CLOSE-FILE-ROUTINE.
           CLOSE F-input-FILE.
       END-ROUTINE.
