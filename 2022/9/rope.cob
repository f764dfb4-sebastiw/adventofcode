       FILE-CONTROL.
           SELECT F-input-FILE
           ASSIGN TO WS-Filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Input-FS.
           SELECT F-Trace-FILE
           ASSIGN TO "rope.trace"
           ORGANIZATION IS LINE SEQUENTIAL.
           ASSIGN TO "rope_obstacles.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Obstacle-FS.
           SELECT F-Ropes-FILE
           ASSIGN TO WS-Ropes-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Ropes-FS.
           SELECT F-Contact-FILE
           ASSIGN TO "rope_contacts.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-Occupancy-FILE
           ASSIGN TO "rope_occupancy.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD F-input-FILE.
       FD F-Obstacle-FILE.
       01 F-Obstacle-LINE PIC X(30).

      *> Rope plan for several ropes run at once: one rope per record,
      *> "motions-file knots x y" blank-delimited - the rope's motions
      *> file, its knot count (default the KNOTS parameter) and the
      *> cell every knot starts on (default 0 0).
       FD F-Ropes-FILE.
       01 F-Ropes-LINE PIC X(80).

      *> Rope-to-rope contacts: every step on the shared clock where
      *> a knot of one rope is on the same cell as a knot of another,
      *> then a summary line per rope.
       FD F-Contact-FILE.
       01 F-Contact-LINE PIC X(80).

      *> Combined occupancy map: every cell any knot of any rope was
      *> on, marked with the rope's number, or "*" where more than one
      *> rope has been.
       FD F-Occupancy-FILE.
       01 F-Occupancy-LINE PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-Filename PIC X(40) VALUE IS "testinput".
       COPY "output-seal.cpy".
       COPY "audit-record.cpy".
       01 WS-Obstacle-FS PIC XX.
       01 WS-Input-FS PIC XX.
       01 WS-Ropes-FileName PIC X(40) VALUE SPACES.
       01 WS-Ropes-FS PIC XX.

       LOCAL-STORAGE SECTION.
       01 LS-EOF PIC 9(1) VALUE 0.
       01 LS-Heat-n PIC 9(2) VALUE 0.
       01 LS-Heat-Best PIC 9(5) VALUE 0.
       01 LS-Heat-Best-i PIC 9(7) VALUE 0.
      *> the visited-table key the heatmap is drawn for: the knot in
      *> a single-rope run, the rope in a multi-rope run
       01 LS-Heat-Key PIC 9(4) VALUE 0.
      *> The heatmap is plotted into this bounded count grid in one
      *> pass over the visited table (cells outside the window are
      *> tallied as clipped), so real-size walks render in linear
       01 LS-Obs-X-Disp PIC +9(5) VALUE ZERO.
       01 LS-Obs-Y-Disp PIC +9(5) VALUE ZERO.

      *> multi-rope state: the ropes of the plan, each with its own
      *> knots and its motions (held in one table, each rope's run of
      *> it from LS-MR-Move-From), stepped together on one clock
       01 LS-MR-Active-BOOL PIC 9(1) VALUE 0.
       01 LS-MR-Max-CONST PIC 9(2) VALUE 10.
       01 LS-MR-Knot-Max-CONST PIC 9(3) VALUE 100.
       01 LS-MR-Move-Max-CONST PIC 9(5) VALUE 30000.
       01 LS-MR-CNT PIC 9(2) VALUE 0.
       01 LS-MR-TBL.
         02 LS-MR-REC OCCURS 10 TIMES.
           03 LS-MR-File PIC X(40).
           03 LS-MR-Knots PIC 9(3).
           03 LS-MR-Start-X PIC S9(5).
           03 LS-MR-Start-Y PIC S9(5).
           03 LS-MR-Lines PIC 9(6).
           03 LS-MR-Move-From PIC 9(5).
           03 LS-MR-Move-CNT PIC 9(5).
           03 LS-MR-Move-At PIC 9(5).
           03 LS-MR-Left PIC 9(3).
           03 LS-MR-DX PIC S9(1).
           03 LS-MR-DY PIC S9(1).
           03 LS-MR-Done PIC 9(1).
           03 LS-MR-Moved PIC 9(1).
           03 LS-MR-Steps PIC 9(7).
           03 LS-MR-Tail-Visits PIC 9(7).
           03 LS-MR-Contacts PIC 9(7).
           03 LS-MR-Knot OCCURS 100 TIMES.
             04 LS-MR-KX PIC S9(5).
             04 LS-MR-KY PIC S9(5).
       01 LS-MR-Move-All-CNT PIC 9(5) VALUE 0.
       01 LS-MR-Move-TBL.
         02 LS-MR-Move OCCURS 30000 TIMES.
           03 LS-MR-Dir PIC X(1).
           03 LS-MR-Dist PIC 9(3).
       01 LS-MR-Plan-EOF PIC 9(1) VALUE 0.
       01 LS-MR-Plan-Line PIC 9(4) VALUE 0.
       01 LS-MR-File-TOK PIC X(40) VALUE SPACES.
       01 LS-MR-Knots-TOK PIC X(10) VALUE SPACES.
       01 LS-MR-X-TOK PIC X(10) VALUE SPACES.
       01 LS-MR-Y-TOK PIC X(10) VALUE SPACES.
       01 LS-MR-Err-Before PIC 9(5) VALUE 0.
       01 LS-MR-Err-Line PIC 9(5) VALUE 0.
       01 LS-MR-r PIC 9(2) VALUE 0.
       01 LS-MR-k PIC 9(3) VALUE 0.
       01 LS-MR-Clock PIC 9(7) VALUE 0.
       01 LS-MR-Running-CNT PIC 9(2) VALUE 0.
       01 LS-MR-Gap-X PIC S9(5) VALUE 0.
       01 LS-MR-Gap-Y PIC S9(5) VALUE 0.
       01 LS-MR-Contact-CNT PIC 9(7) VALUE 0.
       01 LS-MR-X-Disp PIC +9(5) VALUE ZERO.
       01 LS-MR-Y-Disp PIC +9(5) VALUE ZERO.
      *> same-cell test: every knot is hashed on its cell once a
      *> step; entries are live only for the step they were stamped
      *> in, so the table never needs clearing
       01 LS-MR-Hash-Size-CONST PIC 9(4) VALUE 2003.
       01 LS-MR-Hash-TBL.
         02 LS-MR-Hash-REC OCCURS 2003 TIMES.
           03 LS-MR-HX PIC S9(5).
           03 LS-MR-HY PIC S9(5).
           03 LS-MR-H-Rope PIC 9(2).
           03 LS-MR-H-Knot PIC 9(3).
           03 LS-MR-H-Stamp PIC 9(7).
       01 LS-MR-h PIC 9(4) VALUE 0.
       01 LS-MR-Stamp PIC 9(7) VALUE 0.
      *> combined occupancy grid, anchored like the heatmap on the
      *> lowest X and highest Y any rope's head can reach
       01 LS-MR-Rope-Chars PIC X(10) VALUE "123456789A".
       01 LS-MR-Occ-TBL.
         02 LS-MR-Occ-ROW OCCURS 200 TIMES.
           03 LS-MR-Occ PIC X(1) OCCURS 250 TIMES.
       01 LS-MR-Occ-Clip PIC 9(7) VALUE 0.
       01 LS-MR-Occ-Rows PIC 9(3) VALUE 0.
       01 LS-MR-Occ-Cols PIC 9(3) VALUE 0.
       01 LS-MR-gr PIC S9(7) VALUE 0.
       01 LS-MR-gc PIC S9(7) VALUE 0.

       01 LS-DryRun-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Records-Read PIC 9(6) VALUE ZERO.
       01 LS-Records-Rejected PIC 9(6) VALUE ZERO.
       01 LS-Totals-Flag PIC 9(1) VALUE ZERO.
       01 LS-Phase-CS PIC 9(8) VALUE ZERO.
       01 LS-Phase-Idx PIC 9(2) VALUE ZERO.
       01 LS-tmp-Rope OCCURS 1 TO 1000 TIMES DEPENDING ON LS-Knots.
           02 LS-X-tmp PIC S9(5).
           02 LS-Y-tmp PIC S9(5).
       01 L-Knots PIC 9(4) VALUE ZERO.
       01 L-Report-Knot-1 PIC 9(4) VALUE ZERO.
       01 L-Report-Knot-2 PIC 9(4) VALUE ZERO.
       01 L-Ropes-File PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION USING L-Filename, L-Result-1, L-Result-2,
                                 OPTIONAL L-Knots,
                                 OPTIONAL L-Report-Knot-1,
                                 OPTIONAL L-Report-Knot-2,
                                 OPTIONAL L-Ropes-File.
       MAIN-ROUTINE.
           IF ADDRESS OF L-Knots NOT = NULL THEN
               IF L-Knots NOT = ZERO THEN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           CALL "phase_register" USING BY CONTENT "START", "PARSE  ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM LOAD-OBSTACLES-ROUTINE.
           IF ADDRESS OF L-Ropes-File NOT = NULL THEN
               IF NOT L-Ropes-File = SPACES THEN
                   SET LS-MR-Active-BOOL TO 1
               END-IF
           END-IF.
           IF LS-MR-Active-BOOL = 1 THEN
               PERFORM MULTI-ROPE-ROUTINE
               EXIT PROGRAM
           END-IF.
           PERFORM VALIDATE-MOTIONS-ROUTINE.
           CALL "phase_register" USING BY CONTENT "END  ", "       ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF LS-Val-Err-CNT > 0 THEN
               DISPLAY "NO-GO: " LS-Val-Err-CNT " error(s) in the "
                       "motions file - simulation not started"
               MOVE "ROP007" TO AUD-Code
               MOVE SPACES TO AUD-Message
               STRING LS-Val-Err-CNT " error(s) in the motions file "
                      "- simulation not started"
                      DELIMITED BY SIZE INTO AUD-Message
               MOVE WS-Filename TO AUD-Input-File
               MOVE ZERO TO AUD-Line-NUM
               PERFORM AUDIT-EXCEPTION-ROUTINE
               MOVE LS-Val-Line TO LS-Records-Read
               MOVE LS-Val-Err-CNT TO LS-Records-Rejected
               CALL "run_totals" USING BY CONTENT "SET  ",
               MOVE LS-Records-Rejected TO L-Result-2
               EXIT PROGRAM
           END-IF.
      *> the motions were parsed and checked above; reading them
      *> again here drives the simulation itself
           CALL "phase_register" USING BY CONTENT "START", "COMPUTE",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM OPEN-FILE-ROUTINE.
           PERFORM READ-LINE-ROUTINE TEST AFTER UNTIL LS-EOF = 1.
           PERFORM CLOSE-FILE-ROUTINE.
           PERFORM MOVE-RESULT-ROUTINE.
           CALL "phase_register" USING BY CONTENT "START", "REPORT ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM DISPLAY-PATH-ROUTINE.
           PERFORM HEATMAP-EXPORT-ROUTINE.
           IF LS-Obs-Active-BOOL = 1 THEN
               DISPLAY "OBSTACLE REPORT: " LS-Obs-Viol-CNT
                       " step(s) put a knot into a blocked cell"
           END-IF.
           CALL "phase_register" USING BY CONTENT "END  ", "       ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           CALL "run_totals" USING BY CONTENT "SET  ",
               BY REFERENCE LS-Records-Read, LS-Records-Rejected,
               LS-Totals-Flag
           IF FUNCTION TEST-NUMVAL(F-Distance) NOT = 0 THEN
               DISPLAY "MOTIONS ERROR line " LS-Val-Line
                       ": distance '" F-Distance "' not numeric"
               MOVE "ROP001" TO AUD-Code
               MOVE SPACES TO AUD-Message
               STRING "distance '" F-Distance "' not numeric"
                      DELIMITED BY SIZE INTO AUD-Message
               PERFORM MOTIONS-AUDIT-ROUTINE
               ADD 1 TO LS-Val-Err-CNT
               EXIT PARAGRAPH
           END-IF.
               WHEN OTHER
                   DISPLAY "MOTIONS ERROR line " LS-Val-Line
                           ": unknown direction '" F-Direction "'"
                   MOVE "ROP002" TO AUD-Code
                   MOVE SPACES TO AUD-Message
                   STRING "unknown direction '" F-Direction "'"
                          DELIMITED BY SIZE INTO AUD-Message
                   PERFORM MOTIONS-AUDIT-ROUTINE
                   ADD 1 TO LS-Val-Err-CNT
                   EXIT PARAGRAPH
           END-EVALUATE.
       END-ROUTINE.

       DISPLAY-PATH-ROUTINE.
           MOVE LS-Report-Knot-2 TO LS-Heat-Key.
           PERFORM HEAT-EXTENTS-ROUTINE.
           DISPLAY "Path of knot " LS-Report-Knot-2 " ("
                   FUNCTION TRIM(LS-Num-Visited(LS-Report-Knot-2))
                   " cells visited):".
           PERFORM VARYING LS-Path-Y FROM LS-Max-Y BY -1
                   UNTIL LS-Path-Y < LS-Min-Y
               PERFORM VARYING LS-Path-X FROM LS-Min-X
                       UNTIL LS-Path-X > LS-Max-X
                   PERFORM CHECK-PATH-CELL-ROUTINE
                   IF LS-Found-BOOL = 1 THEN
                       DISPLAY "#" NO ADVANCING
                   ELSE
                       DISPLAY "." NO ADVANCING
                   END-IF
               END-PERFORM
               DISPLAY " "
           END-PERFORM.
       END-ROUTINE.

       HEAT-EXTENTS-ROUTINE.
      *> the extents of the cells visited under LS-Heat-Key, taking
      *> in the origin
           SET LS-Min-X TO 0.
           SET LS-Max-X TO 0.
           SET LS-Min-Y TO 0.
           SET LS-Max-Y TO 0.
           PERFORM VARYING LS-i FROM 1 UNTIL LS-i > LS-Visited-CNT
               IF LS-VK(LS-i) = LS-Heat-Key THEN
                   IF LS-VX(LS-i) < LS-Min-X THEN
                       SET LS-Min-X TO LS-VX(LS-i)
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
       END-ROUTINE.

       HEATMAP-EXPORT-ROUTINE.
      *> Uses the extents DISPLAY-PATH-ROUTINE just computed for the
      *> reported knot.
           OPEN OUTPUT F-Heatmap-FILE.
           MOVE LS-Report-Knot-2 TO LS-Heat-Key.
           PERFORM HEATMAP-BODY-ROUTINE.
           CLOSE F-Heatmap-FILE.
           MOVE "rope_heatmap.txt" TO OSL-File-Name.
           PERFORM SEAL-OUTPUT-ROUTINE.
       END-ROUTINE.

       HEATMAP-BODY-ROUTINE.
      *> the grid and most revisited cells for LS-Heat-Key, within
      *> the extents last computed
           INITIALIZE LS-Heat-Grid-TBL.
           SET LS-Heat-Clip-CNT TO 0.
           PERFORM VARYING LS-k FROM 1 UNTIL LS-k > LS-Visited-CNT
               IF LS-VK(LS-k) = LS-Heat-Key THEN
                   COMPUTE LS-Heat-gc = LS-VX(LS-k) - LS-Min-X + 1
                   COMPUTE LS-Heat-gr = LS-Max-Y - LS-VY(LS-k) + 1
                   IF LS-Heat-gc >= 1 AND LS-Heat-gc <= 250
               SET LS-Heat-Best-i TO 0
               PERFORM VARYING LS-i FROM 1
                       UNTIL LS-i > LS-Visited-CNT
                   IF LS-VK(LS-i) = LS-Heat-Key
                    AND LS-Heat-Used(LS-i) = 0
                    AND LS-VCnt(LS-i) > LS-Heat-Best THEN
                       MOVE LS-VCnt(LS-i) TO LS-Heat-Best
                   WRITE F-Heatmap-LINE
               END-IF
           END-PERFORM.
       END-ROUTINE.

       CHECK-PATH-CELL-ROUTINE.
           END-PERFORM.
       END-ROUTINE.

       MULTI-ROPE-ROUTINE.
      *> Several ropes across the same ground: every rope of the
      *> plan is pre-checked and loaded, then all of them take their
      *> next head step together on each tick of one clock until the
      *> last rope's motions run out. A rope that has finished stays
      *> where it lies and can still be touched by the others.
           MOVE L-Ropes-File TO WS-Ropes-FileName.
           SET LS-Visited-CNT TO 0.
           PERFORM LOAD-ROPE-PLAN-ROUTINE.
           CALL "phase_register" USING BY CONTENT "END  ", "       ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           SET LS-Records-Read TO 0.
           PERFORM VARYING LS-MR-r FROM 1 UNTIL LS-MR-r > LS-MR-CNT
               ADD LS-MR-Lines(LS-MR-r) TO LS-Records-Read
           END-PERFORM.
           MOVE LS-Val-Err-CNT TO LS-Records-Rejected.
           IF LS-MR-CNT = 0 OR LS-Val-Err-CNT > 0
                   OR LS-DryRun-BOOL = 1 THEN
               IF LS-DryRun-BOOL = 0 THEN
                   DISPLAY "NO-GO: " LS-Val-Err-CNT " error(s) in "
                           "the rope plan or its motions files - "
                           "simulation not started"
                   MOVE "ROP007" TO AUD-Code
                   MOVE SPACES TO AUD-Message
                   STRING LS-Val-Err-CNT " error(s) in the rope plan "
                          "or its motions files - simulation not "
                          "started"
                          DELIMITED BY SIZE INTO AUD-Message
                   MOVE WS-Ropes-FileName TO AUD-Input-File
                   MOVE ZERO TO AUD-Line-NUM
                   PERFORM AUDIT-EXCEPTION-ROUTINE
               END-IF
               CALL "run_totals" USING BY CONTENT "SET  ",
                   BY REFERENCE LS-Records-Read,
                   LS-Records-Rejected, LS-Totals-Flag
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               IF LS-DryRun-BOOL = 1 THEN
                   MOVE LS-Records-Read TO L-Result-1
                   MOVE LS-Records-Rejected TO L-Result-2
               ELSE
                   MOVE ZERO TO L-Result-1, L-Result-2
               END-IF
               EXIT PARAGRAPH
           END-IF.

           CALL "phase_register" USING BY CONTENT "START", "COMPUTE",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN OUTPUT F-Contact-FILE.
           MOVE "CONTACTS BETWEEN ROPES ON THE SHARED CLOCK"
               TO F-Contact-LINE.
           WRITE F-Contact-LINE.
           MOVE ALL "." TO LS-MR-Occ-TBL.
           SET LS-MR-Occ-Clip TO 0.
           SET LS-MR-Contact-CNT TO 0.
           SET LS-MR-Clock TO 0.
           SET LS-MR-Stamp TO 0.
           MOVE ZERO TO LS-MR-Hash-TBL.
           SET LS-MR-Running-CNT TO 0.
           PERFORM VARYING LS-MR-r FROM 1 UNTIL LS-MR-r > LS-MR-CNT
               PERFORM ROPE-START-ROUTINE
           END-PERFORM.
      *> the ropes as laid out, before the first step
           PERFORM ROPE-CELLS-ROUTINE.
           PERFORM ROPE-TICK-ROUTINE UNTIL LS-MR-Running-CNT = 0.
           PERFORM ROPE-SUMMARY-ROUTINE.
           CLOSE F-Contact-FILE.
           MOVE "rope_contacts.txt" TO OSL-File-Name.
           PERFORM SEAL-OUTPUT-ROUTINE.

           CALL "phase_register" USING BY CONTENT "START", "REPORT ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM ROPE-HEATMAPS-ROUTINE.
           PERFORM ROPE-OCCUPANCY-ROUTINE.
           DISPLAY "MULTI-ROPE: " LS-MR-CNT " rope(s), "
                   LS-MR-Clock " step(s), " LS-MR-Contact-CNT
                   " contact(s) - rope_contacts.txt".
           IF LS-Obs-Active-BOOL = 1 THEN
               DISPLAY "OBSTACLE REPORT: " LS-Obs-Viol-CNT
                       " step(s) put a knot into a blocked cell"
           END-IF.
           CALL "phase_register" USING BY CONTENT "END  ", "       ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           CALL "run_totals" USING BY CONTENT "SET  ",
               BY REFERENCE LS-Records-Read, LS-Records-Rejected,
               LS-Totals-Flag
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE LS-MR-Contact-CNT TO L-Result-1.
           MOVE LS-MR-Clock TO L-Result-2.
           PERFORM REPORT-HWM-ROUTINE.
       END-ROUTINE.

       MOTIONS-AUDIT-ROUTINE.
           MOVE WS-Filename TO AUD-Input-File.
           MOVE LS-Val-Line TO AUD-Line-NUM.
           PERFORM AUDIT-EXCEPTION-ROUTINE.
       END-ROUTINE.

       PLAN-AUDIT-ROUTINE.
           MOVE WS-Ropes-FileName TO AUD-Input-File.
           MOVE LS-MR-Plan-Line TO AUD-Line-NUM.
           PERFORM AUDIT-EXCEPTION-ROUTINE.
       END-ROUTINE.

       AUDIT-EXCEPTION-ROUTINE.
           MOVE "rope" TO AUD-Program.
           MOVE SPACE TO AUD-Severity.
           CALL "audit_log" USING AUD-Record
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       LOAD-ROPE-PLAN-ROUTINE.
           SET LS-MR-CNT TO 0.
           SET LS-MR-Move-All-CNT TO 0.
           SET LS-Val-Err-CNT TO 0.
           OPEN INPUT F-Ropes-FILE.
           IF WS-Ropes-FS NOT = "00" THEN
               DISPLAY "ROPE PLAN " FUNCTION TRIM(WS-Ropes-FileName)
                       " not readable - status " WS-Ropes-FS
               MOVE "ROP006" TO AUD-Code
               MOVE SPACES TO AUD-Message
               STRING "rope plan not readable - status " WS-Ropes-FS
                      DELIMITED BY SIZE INTO AUD-Message
               MOVE WS-Ropes-FileName TO AUD-Input-File
               MOVE ZERO TO AUD-Line-NUM
               PERFORM AUDIT-EXCEPTION-ROUTINE
               ADD 1 TO LS-Val-Err-CNT
               EXIT PARAGRAPH
           END-IF.
           SET LS-MR-Plan-EOF TO 0.
           SET LS-MR-Plan-Line TO 0.
           PERFORM READ-ROPE-PLAN-ROUTINE UNTIL LS-MR-Plan-EOF = 1.
           CLOSE F-Ropes-FILE.
           IF LS-MR-CNT = 0 THEN
               DISPLAY "ROPE PLAN " FUNCTION TRIM(WS-Ropes-FileName)
                       " names no ropes"
               MOVE "ROP008" TO AUD-Code
               MOVE "rope plan names no ropes" TO AUD-Message
               MOVE WS-Ropes-FileName TO AUD-Input-File
               MOVE ZERO TO AUD-Line-NUM
               PERFORM AUDIT-EXCEPTION-ROUTINE
           END-IF.
       END-ROUTINE.

       READ-ROPE-PLAN-ROUTINE.
           READ F-Ropes-FILE RECORD
               AT END SET LS-MR-Plan-EOF TO 1
               NOT AT END PERFORM DO-ROPE-PLAN-ROUTINE
           END-READ.
       END-ROUTINE.

       DO-ROPE-PLAN-ROUTINE.
           ADD 1 TO LS-MR-Plan-Line.
           MOVE SPACES TO LS-MR-File-TOK, LS-MR-Knots-TOK,
                          LS-MR-X-TOK, LS-MR-Y-TOK.
           UNSTRING FUNCTION TRIM(F-Ropes-LINE LEADING)
               DELIMITED BY ALL SPACES
               INTO LS-MR-File-TOK, LS-MR-Knots-TOK,
                    LS-MR-X-TOK, LS-MR-Y-TOK.
           IF LS-MR-File-TOK = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF LS-MR-Knots-TOK = SPACES THEN
               MOVE LS-Knots TO LS-MR-Knots-TOK
           END-IF.
           IF LS-MR-X-TOK = SPACES THEN
               MOVE "0" TO LS-MR-X-TOK
           END-IF.
           IF LS-MR-Y-TOK = SPACES THEN
               MOVE "0" TO LS-MR-Y-TOK
           END-IF.
           IF FUNCTION TEST-NUMVAL(LS-MR-Knots-TOK) NOT = 0
            OR FUNCTION TEST-NUMVAL(LS-MR-X-TOK) NOT = 0
            OR FUNCTION TEST-NUMVAL(LS-MR-Y-TOK) NOT = 0 THEN
               DISPLAY "ROPE PLAN ERROR line " LS-MR-Plan-Line
                       ": knots and start must be numeric"
               MOVE "ROP004" TO AUD-Code
               MOVE "rope plan line - knots and start must be numeric"
                   TO AUD-Message
               PERFORM PLAN-AUDIT-ROUTINE
               ADD 1 TO LS-Val-Err-CNT
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(LS-MR-Knots-TOK) < 1
            OR FUNCTION NUMVAL(LS-MR-Knots-TOK) >
               LS-MR-Knot-Max-CONST THEN
               DISPLAY "ROPE PLAN ERROR line " LS-MR-Plan-Line
                       ": knots must be 1 to " LS-MR-Knot-Max-CONST
               MOVE "ROP004" TO AUD-Code
               MOVE SPACES TO AUD-Message
               STRING "rope plan line - knots must be 1 to "
                      LS-MR-Knot-Max-CONST
                      DELIMITED BY SIZE INTO AUD-Message
               PERFORM PLAN-AUDIT-ROUTINE
               ADD 1 TO LS-Val-Err-CNT
               EXIT PARAGRAPH
           END-IF.
           IF LS-MR-CNT >= LS-MR-Max-CONST THEN
               DISPLAY "ROPE PLAN ERROR line " LS-MR-Plan-Line
                       ": more than " LS-MR-Max-CONST " ropes"
               MOVE "ROP005" TO AUD-Code
               MOVE SPACES TO AUD-Message
               STRING "rope plan names more than " LS-MR-Max-CONST
                      " ropes"
                      DELIMITED BY SIZE INTO AUD-Message
               PERFORM PLAN-AUDIT-ROUTINE
               ADD 1 TO LS-Val-Err-CNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LS-MR-CNT.
           MOVE LS-MR-CNT TO LS-MR-r.
           MOVE LS-MR-File-TOK TO LS-MR-File(LS-MR-r).
           MOVE FUNCTION NUMVAL(LS-MR-Knots-TOK)
               TO LS-MR-Knots(LS-MR-r).
           COMPUTE LS-MR-Start-X(LS-MR-r) =
               FUNCTION NUMVAL(LS-MR-X-TOK).
           COMPUTE LS-MR-Start-Y(LS-MR-r) =
               FUNCTION NUMVAL(LS-MR-Y-TOK).
           PERFORM VALIDATE-ROPE-ROUTINE.
       END-ROUTINE.

       VALIDATE-ROPE-ROUTINE.
      *> the same pre-check as a single rope's motions file, from
      *> the rope's own start; the motions are kept for the run and
      *> the head extents of all ropes are pooled for the maps
           MOVE LS-MR-File(LS-MR-r) TO WS-Filename.
           COMPUTE LS-MR-Move-From(LS-MR-r) = LS-MR-Move-All-CNT + 1.
           SET LS-MR-Move-CNT(LS-MR-r) TO 0.
           SET LS-Val-Line TO 0.
           MOVE LS-MR-Start-X(LS-MR-r) TO LS-Val-X.
           MOVE LS-MR-Start-Y(LS-MR-r) TO LS-Val-Y.
           IF LS-MR-r = 1 THEN
               MOVE LS-Val-X TO LS-Val-Min-X, LS-Val-Max-X
               MOVE LS-Val-Y TO LS-Val-Min-Y, LS-Val-Max-Y
           ELSE
               PERFORM ROPE-EXTENTS-ROUTINE
           END-IF.
           MOVE LS-Val-Err-CNT TO LS-MR-Err-Before.
           OPEN INPUT F-input-FILE.
           IF WS-Input-FS NOT = "00" THEN
               DISPLAY "ROPE " LS-MR-r " motions file "
                       FUNCTION TRIM(WS-Filename)
                       " not readable - status " WS-Input-FS
               MOVE "ROP006" TO AUD-Code
               MOVE SPACES TO AUD-Message
               STRING "motions file of rope " LS-MR-r
                      " not readable - status " WS-Input-FS
                      DELIMITED BY SIZE INTO AUD-Message
               MOVE WS-Filename TO AUD-Input-File
               MOVE ZERO TO AUD-Line-NUM
               PERFORM AUDIT-EXCEPTION-ROUTINE
               ADD 1 TO LS-Val-Err-CNT
               EXIT PARAGRAPH
           END-IF.
           SET LS-Val-EOF TO 0.
           PERFORM READ-ROPE-VALIDATE-ROUTINE UNTIL LS-Val-EOF = 1.
           CLOSE F-input-FILE.
           MOVE LS-Val-Line TO LS-MR-Lines(LS-MR-r).
           COMPUTE LS-MR-Err-Before =
               LS-Val-Err-CNT - LS-MR-Err-Before.
           DISPLAY "MOTIONS PRE-CHECK ROPE " LS-MR-r " "
                   FUNCTION TRIM(WS-Filename) ": " LS-Val-Line
                   " line(s), " LS-MR-Err-Before " error(s)".
       END-ROUTINE.

       READ-ROPE-VALIDATE-ROUTINE.
           READ F-input-FILE RECORD INTO F-Move-TBL
               AT END SET LS-Val-EOF TO 1
               NOT AT END
                   MOVE LS-Val-Err-CNT TO LS-MR-Err-Line
                   PERFORM VALIDATE-ONE-MOTION-ROUTINE
                   IF LS-Val-Err-CNT = LS-MR-Err-Line THEN
                       PERFORM KEEP-ROPE-MOVE-ROUTINE
                   END-IF
           END-READ.
       END-ROUTINE.

       KEEP-ROPE-MOVE-ROUTINE.
           IF LS-MR-Move-All-CNT >= LS-MR-Move-Max-CONST THEN
               DISPLAY "MOTIONS ERROR rope " LS-MR-r " line "
                       LS-Val-Line ": more than "
                       LS-MR-Move-Max-CONST " motions in all"
               MOVE "ROP003" TO AUD-Code
               MOVE SPACES TO AUD-Message
               STRING "more than " LS-MR-Move-Max-CONST
                      " motions across the rope plan"
                      DELIMITED BY SIZE INTO AUD-Message
               PERFORM MOTIONS-AUDIT-ROUTINE
               ADD 1 TO LS-Val-Err-CNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LS-MR-Move-All-CNT, LS-MR-Move-CNT(LS-MR-r).
           MOVE F-Direction TO LS-MR-Dir(LS-MR-Move-All-CNT).
           MOVE FUNCTION NUMVAL(F-Distance)
               TO LS-MR-Dist(LS-MR-Move-All-CNT).
       END-ROUTINE.

       ROPE-EXTENTS-ROUTINE.
           IF LS-Val-X < LS-Val-Min-X THEN
               MOVE LS-Val-X TO LS-Val-Min-X
           END-IF.
           IF LS-Val-X > LS-Val-Max-X THEN
               MOVE LS-Val-X TO LS-Val-Max-X
           END-IF.
           IF LS-Val-Y < LS-Val-Min-Y THEN
               MOVE LS-Val-Y TO LS-Val-Min-Y
           END-IF.
           IF LS-Val-Y > LS-Val-Max-Y THEN
               MOVE LS-Val-Y TO LS-Val-Max-Y
           END-IF.
       END-ROUTINE.

       ROPE-START-ROUTINE.
           PERFORM VARYING LS-MR-k FROM 1
                   UNTIL LS-MR-k > LS-MR-Knots(LS-MR-r)
               MOVE LS-MR-Start-X(LS-MR-r) TO LS-MR-KX(LS-MR-r, LS-MR-k)
               MOVE LS-MR-Start-Y(LS-MR-r) TO LS-MR-KY(LS-MR-r, LS-MR-k)
           END-PERFORM.
           MOVE LS-MR-Move-From(LS-MR-r) TO LS-MR-Move-At(LS-MR-r).
           MOVE ZERO TO LS-MR-Left(LS-MR-r), LS-MR-Steps(LS-MR-r),
                        LS-MR-Tail-Visits(LS-MR-r),
                        LS-MR-Contacts(LS-MR-r).
           SET LS-MR-Done(LS-MR-r) TO 0.
           SET LS-MR-Moved(LS-MR-r) TO 1.
           ADD 1 TO LS-MR-Running-CNT.
           PERFORM ROPE-TAIL-VISIT-ROUTINE.
       END-ROUTINE.

       ROPE-TICK-ROUTINE.
      *> one tick of the shared clock: each rope still running takes
      *> one head step and its knots follow; a tick on which no rope
      *> has anything left to do ends the run and is not counted
           ADD 1 TO LS-MR-Clock.
           PERFORM VARYING LS-MR-r FROM 1 UNTIL LS-MR-r > LS-MR-CNT
               SET LS-MR-Moved(LS-MR-r) TO 0
               IF LS-MR-Done(LS-MR-r) = 0 THEN
                   PERFORM ROPE-STEP-ROUTINE
               END-IF
           END-PERFORM.
           IF LS-MR-Running-CNT = 0 THEN
               SUBTRACT 1 FROM LS-MR-Clock
           ELSE
               PERFORM ROPE-CELLS-ROUTINE
           END-IF.
       END-ROUTINE.

       ROPE-STEP-ROUTINE.
           PERFORM UNTIL LS-MR-Left(LS-MR-r) > 0
                      OR LS-MR-Done(LS-MR-r) = 1
               IF LS-MR-Move-At(LS-MR-r) >=
                  LS-MR-Move-From(LS-MR-r) + LS-MR-Move-CNT(LS-MR-r)
                  THEN
                   SET LS-MR-Done(LS-MR-r) TO 1
                   SUBTRACT 1 FROM LS-MR-Running-CNT
               ELSE
                   PERFORM ROPE-NEXT-MOTION-ROUTINE
               END-IF
           END-PERFORM.
           IF LS-MR-Done(LS-MR-r) = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM LS-MR-Left(LS-MR-r).
           ADD 1 TO LS-MR-Steps(LS-MR-r).
           SET LS-MR-Moved(LS-MR-r) TO 1.
           ADD LS-MR-DX(LS-MR-r) TO LS-MR-KX(LS-MR-r, 1).
           ADD LS-MR-DY(LS-MR-r) TO LS-MR-KY(LS-MR-r, 1).
           PERFORM ROPE-FOLLOW-ROUTINE
               VARYING LS-MR-k FROM 2
               UNTIL LS-MR-k > LS-MR-Knots(LS-MR-r).
           PERFORM ROPE-TAIL-VISIT-ROUTINE.
       END-ROUTINE.

       ROPE-NEXT-MOTION-ROUTINE.
           MOVE LS-MR-Dist(LS-MR-Move-At(LS-MR-r))
               TO LS-MR-Left(LS-MR-r).
           MOVE ZERO TO LS-MR-DX(LS-MR-r), LS-MR-DY(LS-MR-r).
           EVALUATE LS-MR-Dir(LS-MR-Move-At(LS-MR-r))
               WHEN "R"
                   MOVE 1 TO LS-MR-DX(LS-MR-r)
               WHEN "L"
                   MOVE -1 TO LS-MR-DX(LS-MR-r)
               WHEN "U"
                   MOVE -1 TO LS-MR-DY(LS-MR-r)
               WHEN "D"
                   MOVE 1 TO LS-MR-DY(LS-MR-r)
           END-EVALUATE.
           ADD 1 TO LS-MR-Move-At(LS-MR-r).
       END-ROUTINE.

       ROPE-FOLLOW-ROUTINE.
      *> the knot rules of MOVE-T-ONE-ROUTINE: a knot no longer
      *> touching the one ahead steps one cell toward it, diagonally
      *> when off both axes
           COMPUTE LS-MR-Gap-X = LS-MR-KX(LS-MR-r, LS-MR-k - 1) -
               LS-MR-KX(LS-MR-r, LS-MR-k).
           COMPUTE LS-MR-Gap-Y = LS-MR-KY(LS-MR-r, LS-MR-k - 1) -
               LS-MR-KY(LS-MR-r, LS-MR-k).
           IF LS-MR-Gap-X > 1 OR LS-MR-Gap-X < -1
            OR LS-MR-Gap-Y > 1 OR LS-MR-Gap-Y < -1 THEN
               ADD FUNCTION SIGN(LS-MR-Gap-X)
                   TO LS-MR-KX(LS-MR-r, LS-MR-k)
               ADD FUNCTION SIGN(LS-MR-Gap-Y)
                   TO LS-MR-KY(LS-MR-r, LS-MR-k)
           END-IF.
       END-ROUTINE.

       ROPE-TAIL-VISIT-ROUTINE.
      *> the tail's cells go in the visited table under the rope's
      *> number, for its visit count and heatmap
           MOVE LS-MR-Knots(LS-MR-r) TO LS-MR-k.
           SET LS-Found-BOOL TO 0.
           IF LS-Visited-CNT > 0 THEN
               SET VX1 TO 1
               SEARCH LS-Visited-REC
                   AT END
                       CONTINUE
                   WHEN LS-VX(VX1) = LS-MR-KX(LS-MR-r, LS-MR-k)
                    AND LS-VY(VX1) = LS-MR-KY(LS-MR-r, LS-MR-k)
                    AND LS-VK(VX1) = LS-MR-r
                       SET LS-Found-BOOL TO 1
                       ADD 1 TO LS-VCnt(VX1)
               END-SEARCH
           END-IF.
           IF LS-Found-BOOL = 0 THEN
               ADD 1 TO LS-Visited-CNT
               MOVE LS-MR-KX(LS-MR-r, LS-MR-k)
                   TO LS-VX(LS-Visited-CNT)
               MOVE LS-MR-KY(LS-MR-r, LS-MR-k)
                   TO LS-VY(LS-Visited-CNT)
               MOVE LS-MR-r TO LS-VK(LS-Visited-CNT)
               MOVE 1 TO LS-VCnt(LS-Visited-CNT)
               ADD 1 TO LS-MR-Tail-Visits(LS-MR-r)
           END-IF.
       END-ROUTINE.

       ROPE-CELLS-ROUTINE.
      *> every knot of every rope on this tick: onto the occupancy
      *> map and the terrain check if its rope moved, and into the
      *> same-cell table for contacts with the ropes before it
           ADD 1 TO LS-MR-Stamp.
           PERFORM VARYING LS-MR-r FROM 1 UNTIL LS-MR-r > LS-MR-CNT
               PERFORM VARYING LS-MR-k FROM 1
                       UNTIL LS-MR-k > LS-MR-Knots(LS-MR-r)
                   IF LS-MR-Moved(LS-MR-r) = 1 THEN
                       PERFORM ROPE-OCCUPY-ROUTINE
                       IF LS-Obs-Active-BOOL = 1 THEN
                           PERFORM ROPE-OBSTACLE-ROUTINE
                       END-IF
                   END-IF
                   PERFORM ROPE-CONTACT-ROUTINE
               END-PERFORM
           END-PERFORM.
       END-ROUTINE.

       ROPE-OCCUPY-ROUTINE.
           COMPUTE LS-MR-gc = LS-MR-KX(LS-MR-r, LS-MR-k) -
               LS-Val-Min-X + 1.
           COMPUTE LS-MR-gr = LS-Val-Max-Y -
               LS-MR-KY(LS-MR-r, LS-MR-k) + 1.
           IF LS-MR-gc < 1 OR LS-MR-gc > 250
            OR LS-MR-gr < 1 OR LS-MR-gr > 200 THEN
               ADD 1 TO LS-MR-Occ-Clip
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN LS-MR-Occ(LS-MR-gr, LS-MR-gc) = "."
                   MOVE LS-MR-Rope-Chars(LS-MR-r:1)
                       TO LS-MR-Occ(LS-MR-gr, LS-MR-gc)
               WHEN LS-MR-Occ(LS-MR-gr, LS-MR-gc) NOT =
                    LS-MR-Rope-Chars(LS-MR-r:1)
                   MOVE "*" TO LS-MR-Occ(LS-MR-gr, LS-MR-gc)
           END-EVALUATE.
       END-ROUTINE.

       ROPE-OBSTACLE-ROUTINE.
           PERFORM VARYING LS-Obs-o FROM 1
                   UNTIL LS-Obs-o > LS-Obs-CNT
               IF LS-MR-KX(LS-MR-r, LS-MR-k) = LS-Obs-X(LS-Obs-o)
                AND LS-MR-KY(LS-MR-r, LS-MR-k) = LS-Obs-Y(LS-Obs-o)
                   THEN
                   ADD 1 TO LS-Obs-Viol-CNT
                   MOVE LS-MR-KX(LS-MR-r, LS-MR-k) TO LS-Obs-X-Disp
                   MOVE LS-MR-KY(LS-MR-r, LS-MR-k) TO LS-Obs-Y-Disp
                   DISPLAY "OBSTACLE: step " LS-MR-Clock
                           " rope " LS-MR-r " knot " LS-MR-k " at ("
                           LS-Obs-X-Disp "," LS-Obs-Y-Disp
                           ") is a blocked cell"
               END-IF
           END-PERFORM.
       END-ROUTINE.

       ROPE-CONTACT-ROUTINE.
      *> knots on one cell share a probe run, so every live entry
      *> passed on the way to a free slot is checked for this cell;
      *> ropes go in in order, so any other rope found is an earlier
      *> one
           COMPUTE LS-MR-h = FUNCTION MOD(
               LS-MR-KX(LS-MR-r, LS-MR-k) * 7919 +
               LS-MR-KY(LS-MR-r, LS-MR-k), LS-MR-Hash-Size-CONST) + 1.
           PERFORM UNTIL LS-MR-H-Stamp(LS-MR-h) NOT = LS-MR-Stamp
               IF LS-MR-HX(LS-MR-h) = LS-MR-KX(LS-MR-r, LS-MR-k)
                AND LS-MR-HY(LS-MR-h) = LS-MR-KY(LS-MR-r, LS-MR-k)
                AND LS-MR-H-Rope(LS-MR-h) NOT = LS-MR-r THEN
                   PERFORM ROPE-CONTACT-LINE-ROUTINE
               END-IF
               IF LS-MR-h >= LS-MR-Hash-Size-CONST THEN
                   MOVE 1 TO LS-MR-h
               ELSE
                   ADD 1 TO LS-MR-h
               END-IF
           END-PERFORM.
           MOVE LS-MR-KX(LS-MR-r, LS-MR-k) TO LS-MR-HX(LS-MR-h).
           MOVE LS-MR-KY(LS-MR-r, LS-MR-k) TO LS-MR-HY(LS-MR-h).
           MOVE LS-MR-r TO LS-MR-H-Rope(LS-MR-h).
           MOVE LS-MR-k TO LS-MR-H-Knot(LS-MR-h).
           MOVE LS-MR-Stamp TO LS-MR-H-Stamp(LS-MR-h).
       END-ROUTINE.

       ROPE-CONTACT-LINE-ROUTINE.
           ADD 1 TO LS-MR-Contact-CNT.
           ADD 1 TO LS-MR-Contacts(LS-MR-r),
                    LS-MR-Contacts(LS-MR-H-Rope(LS-MR-h)).
           MOVE LS-MR-KX(LS-MR-r, LS-MR-k) TO LS-MR-X-Disp.
           MOVE LS-MR-KY(LS-MR-r, LS-MR-k) TO LS-MR-Y-Disp.
           MOVE SPACES TO F-Contact-LINE.
           STRING "STEP " LS-MR-Clock
                  " ROPE " LS-MR-H-Rope(LS-MR-h)
                  " KNOT " LS-MR-H-Knot(LS-MR-h)
                  " - ROPE " LS-MR-r " KNOT " LS-MR-k
                  " AT X " LS-MR-X-Disp " Y " LS-MR-Y-Disp
                  DELIMITED BY SIZE INTO F-Contact-LINE.
           WRITE F-Contact-LINE.
       END-ROUTINE.

       ROPE-SUMMARY-ROUTINE.
           MOVE SPACES TO F-Contact-LINE.
           WRITE F-Contact-LINE.
           MOVE SPACES TO F-Contact-LINE.
           STRING "CONTACTS " LS-MR-Contact-CNT " OVER "
                  LS-MR-Clock " STEP(S) OF THE SHARED CLOCK"
                  DELIMITED BY SIZE INTO F-Contact-LINE.
           WRITE F-Contact-LINE.
           PERFORM VARYING LS-MR-r FROM 1 UNTIL LS-MR-r > LS-MR-CNT
               MOVE SPACES TO F-Contact-LINE
               STRING "ROPE " LS-MR-r " " DELIMITED BY SIZE,
                      LS-MR-File(LS-MR-r) DELIMITED BY SPACE
                      INTO F-Contact-LINE
               WRITE F-Contact-LINE
               MOVE LS-MR-Start-X(LS-MR-r) TO LS-MR-X-Disp
               MOVE LS-MR-Start-Y(LS-MR-r) TO LS-MR-Y-Disp
               MOVE SPACES TO F-Contact-LINE
               STRING "  KNOTS " LS-MR-Knots(LS-MR-r)
                      " START X " LS-MR-X-Disp " Y " LS-MR-Y-Disp
                      " STEPS " LS-MR-Steps(LS-MR-r)
                      DELIMITED BY SIZE INTO F-Contact-LINE
               WRITE F-Contact-LINE
               MOVE SPACES TO F-Contact-LINE
               STRING "  TAIL CELLS VISITED "
                      LS-MR-Tail-Visits(LS-MR-r)
                      " CONTACTS " LS-MR-Contacts(LS-MR-r)
                      DELIMITED BY SIZE INTO F-Contact-LINE
               WRITE F-Contact-LINE
           END-PERFORM.
       END-ROUTINE.

       ROPE-HEATMAPS-ROUTINE.
      *> one heatmap per rope, of its tail, in rope_heatmap.txt
           OPEN OUTPUT F-Heatmap-FILE.
           PERFORM VARYING LS-MR-r FROM 1 UNTIL LS-MR-r > LS-MR-CNT
               MOVE SPACES TO F-Heatmap-LINE
               STRING "ROPE " LS-MR-r " " DELIMITED BY SIZE,
                      LS-MR-File(LS-MR-r) DELIMITED BY SPACE,
                      " - TAIL (KNOT " DELIMITED BY SIZE,
                      LS-MR-Knots(LS-MR-r) DELIMITED BY SIZE,
                      ") VISITED " DELIMITED BY SIZE,
                      LS-MR-Tail-Visits(LS-MR-r) DELIMITED BY SIZE,
                      " CELL(S)" DELIMITED BY SIZE
                      INTO F-Heatmap-LINE
               WRITE F-Heatmap-LINE
               MOVE LS-MR-r TO LS-Heat-Key
               PERFORM HEAT-EXTENTS-ROUTINE
               PERFORM HEATMAP-BODY-ROUTINE
               MOVE SPACES TO F-Heatmap-LINE
               WRITE F-Heatmap-LINE
           END-PERFORM.
           CLOSE F-Heatmap-FILE.
           MOVE "rope_heatmap.txt" TO OSL-File-Name.
           PERFORM SEAL-OUTPUT-ROUTINE.
       END-ROUTINE.

       ROPE-OCCUPANCY-ROUTINE.
           OPEN OUTPUT F-Occupancy-FILE.
           MOVE "COMBINED OCCUPANCY - ROPE NUMBER (10 = A), * MORE "
             & "THAN ONE ROPE, . NEVER OCCUPIED"
               TO F-Occupancy-LINE.
           WRITE F-Occupancy-LINE.
           MOVE LS-Val-Min-X TO LS-MR-X-Disp.
           MOVE LS-Val-Max-Y TO LS-MR-Y-Disp.
           MOVE SPACES TO F-Occupancy-LINE.
           STRING "TOP LEFT CELL X " LS-MR-X-Disp " Y " LS-MR-Y-Disp
                  DELIMITED BY SIZE INTO F-Occupancy-LINE.
           WRITE F-Occupancy-LINE.
           COMPUTE LS-MR-gc = LS-Val-Max-X - LS-Val-Min-X + 1.
           COMPUTE LS-MR-gr = LS-Val-Max-Y - LS-Val-Min-Y + 1.
           IF LS-MR-gc > 250 THEN
               MOVE 250 TO LS-MR-gc
           END-IF.
           IF LS-MR-gr > 200 THEN
               MOVE 200 TO LS-MR-gr
           END-IF.
           MOVE LS-MR-gc TO LS-MR-Occ-Cols.
           MOVE LS-MR-gr TO LS-MR-Occ-Rows.
           PERFORM VARYING LS-Heat-gr FROM 1
                   UNTIL LS-Heat-gr > LS-MR-Occ-Rows
               MOVE LS-MR-Occ-ROW(LS-Heat-gr)(1:LS-MR-Occ-Cols)
                   TO F-Occupancy-LINE
               WRITE F-Occupancy-LINE
           END-PERFORM.
           IF LS-MR-Occ-Clip > 0 THEN
               MOVE SPACES TO F-Occupancy-LINE
               STRING "KNOT POSITIONS OUTSIDE THE 250x200 WINDOW: "
                      LS-MR-Occ-Clip
                      DELIMITED BY SIZE INTO F-Occupancy-LINE
               WRITE F-Occupancy-LINE
           END-IF.
           CLOSE F-Occupancy-FILE.
           MOVE "rope_occupancy.txt" TO OSL-File-Name.
           PERFORM SEAL-OUTPUT-ROUTINE.
       END-ROUTINE.

       SEAL-OUTPUT-ROUTINE.
      *> control trailer: record count, checksum, run and program
           MOVE "SEAL  " TO OSL-Op.
           MOVE "rope" TO OSL-Program.
           CALL "output_seal" USING OSL-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       CLOSE-FILE-ROUTINE.
           CLOSE F-input-FILE.
           CLOSE F-Trace-FILE.
           MOVE "rope.trace" TO OSL-File-Name.
           PERFORM SEAL-OUTPUT-ROUTINE.
       END-ROUTINE.

       REPORT-HWM-ROUTINE.
