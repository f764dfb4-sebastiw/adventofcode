       IDENTIFICATION DIVISION.
       PROGRAM-ID. side_archive.
      *> Side-output archive service for test_all. The day programs
      *> write fixed-name side files (calorie_distribution.txt,
      *> rope_heatmap.txt, crt.out, ...) into the working directory;
      *> which files belong to which program is kept in the control
      *> file side_outputs.txt, one pair per line:
      *>   program file
      *> Requests:
      *>   "HOLD   " claim the program's side-file names before it
      *>             runs. Only needed when parallel slices of a split
      *>             run could start the same program at once: the
      *>             claim is a directory archive/<program>.busy,
      *>             which only one process can create. A claim still
      *>             standing after ten minutes is presumed left by a
      *>             dead slice and taken over.
      *>   "FREE   " drop the claim again.
      *>   "COLLECT" move every side file of L-Program that is on disk
      *>             into archive/<run-date>_r<run-number>/ as
      *>             <year>_<day>_<input>_<file>, and append a row per
      *>             file to the manifest side_archive.txt (layout in
      *>             side-archive.cpy). L-Count returns the number of
      *>             files archived.
      *>   "SNAP   " determinism check (test_all --twice), before
      *>             the second run: set every side file of L-Program
      *>             now on disk aside as archive/det_<file>, so the
      *>             second run starts from a clean directory.
      *>   "COMPARE" after the second run: compare each set-aside
      *>             first-run file with the file the second run
      *>             wrote, record by record, and drop the set-aside
      *>             copies. L-Count returns the number of files
      *>             compared; the first difference found (file,
      *>             record number, and the record from each run)
      *>             comes back in L-Diff with status "10".
      *> Status: "00" done, "91" claim taken over from a stale
      *> holder, "99" a file could not be archived (left in place),
      *> "10" the two runs' side files differ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Map-FILE
           ASSIGN TO "side_outputs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Map-FS.
           SELECT F-Side-FILE
           ASSIGN TO WS-Side-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Side-FS.
           SELECT F-Copy-FILE
           ASSIGN TO WS-Copy-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Copy-FS.
           SELECT F-Det-FILE
           ASSIGN TO WS-Det-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Det-FS.
           SELECT F-Manifest-FILE
           ASSIGN TO "side_archive.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Manifest-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Map-FILE.
       01 F-Map-LINE PIC X(80).

       FD F-Side-FILE.
       01 F-Side-LINE PIC X(5000).

       FD F-Copy-FILE.
       01 F-Copy-LINE PIC X(5000).

       FD F-Det-FILE.
       01 F-Det-LINE PIC X(5000).

       FD F-Manifest-FILE.
       COPY "side-archive.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Map-FS PIC XX.
       01 WS-Side-FileName PIC X(40) VALUE SPACES.
       01 WS-Side-FS PIC XX.
       01 WS-Copy-FileName PIC X(120) VALUE SPACES.
       01 WS-Copy-FS PIC XX.
       01 WS-Manifest-FS PIC XX.
       01 WS-Det-FileName PIC X(60) VALUE SPACES.
       01 WS-Det-FS PIC XX.
       01 WS-Det-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-Live-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-Differ-BOOL PIC 9(1) VALUE 0.

       01 WS-Archive-Dir PIC X(20) VALUE "archive".
       01 WS-Run-Dir PIC X(40) VALUE SPACES.
       01 WS-Busy-Dir PIC X(40) VALUE SPACES.
       01 WS-Day-Padded PIC X(2) VALUE SPACES.

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-Map-Loaded-BOOL PIC 9(1) VALUE 0.
       01 WS-Map-CNT PIC 9(4) VALUE ZERO.
       01 WS-Map-Max-CONST PIC 9(4) VALUE 100.
       01 WS-Map-TBL.
         02 WS-Map-REC OCCURS 100 TIMES.
           03 WS-Map-Program PIC X(20).
           03 WS-Map-File PIC X(40).
       01 WS-Map-Prog-TOK PIC X(20) VALUE SPACES.
       01 WS-Map-File-TOK PIC X(40) VALUE SPACES.

       01 WS-i PIC 9(4) VALUE ZERO.
       01 WS-Rec-CNT PIC 9(8) VALUE ZERO.
       01 WS-Hold-Tries PIC 9(4) VALUE ZERO.
       01 WS-Hold-Max-CONST PIC 9(4) VALUE 600.
       01 WS-Sleep-Sec PIC 9(4) COMP-5 VALUE 1.

       LINKAGE SECTION.
       01 L-Op PIC X(7).
       01 L-Program PIC X(20).
       01 L-Year PIC X(4).
       01 L-Day PIC X(2).
       01 L-Input PIC X(40).
       01 L-Run-Date PIC X(8).
       01 L-Run-Number PIC 9(6).
       01 L-Count PIC 9(4).
       01 L-Status PIC X(2).
       01 L-Diff.
         02 L-Diff-File PIC X(40).
         02 L-Diff-Rec PIC 9(8).
         02 L-Diff-Run-1 PIC X(80).
         02 L-Diff-Run-2 PIC X(80).

       PROCEDURE DIVISION USING L-Op, L-Program, L-Year, L-Day,
                                L-Input, L-Run-Date, L-Run-Number,
                                L-Count, L-Status, L-Diff.
       MAIN-ROUTINE.
           MOVE "00" TO L-Status.
           CALL "CBL_CREATE_DIR" USING WS-Archive-Dir
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-Busy-Dir.
           STRING WS-Archive-Dir DELIMITED BY SPACE,
                  "/" DELIMITED BY SIZE,
                  L-Program DELIMITED BY SPACE,
                  ".busy" DELIMITED BY SIZE
                  INTO WS-Busy-Dir.
           EVALUATE L-Op
               WHEN "HOLD   "
                   PERFORM HOLD-ROUTINE
               WHEN "FREE   "
                   CALL "CBL_DELETE_DIR" USING WS-Busy-Dir
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
                   MOVE 0 TO RETURN-CODE
               WHEN "COLLECT"
                   PERFORM COLLECT-ROUTINE
               WHEN "SNAP   "
                   PERFORM SNAP-ROUTINE
               WHEN "COMPARE"
                   PERFORM COMPARE-ROUTINE
               WHEN OTHER
                   DISPLAY "side_archive: unknown request '" L-Op "'"
                   MOVE "99" TO L-Status
           END-EVALUATE.
           EXIT PROGRAM.
       END-ROUTINE.

       HOLD-ROUTINE.
           SET WS-Hold-Tries TO 0.
           CALL "CBL_CREATE_DIR" USING WS-Busy-Dir
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM UNTIL RETURN-CODE = 0
                      OR WS-Hold-Tries >= WS-Hold-Max-CONST
               ADD 1 TO WS-Hold-Tries
               CALL "C$SLEEP" USING WS-Sleep-Sec
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               CALL "CBL_CREATE_DIR" USING WS-Busy-Dir
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-PERFORM.
           IF RETURN-CODE NOT = 0 THEN
               DISPLAY "side_archive: "
                       FUNCTION TRIM(WS-Busy-Dir)
                       " still held after " WS-Hold-Max-CONST
                       " s - presumed stale, taken over"
               MOVE "91" TO L-Status
           END-IF.
           MOVE 0 TO RETURN-CODE.
       END-ROUTINE.

       COLLECT-ROUTINE.
           MOVE ZERO TO L-Count.
           IF WS-Map-Loaded-BOOL = 0 THEN
               PERFORM LOAD-MAP-ROUTINE
           END-IF.
           MOVE SPACES TO WS-Run-Dir.
           STRING WS-Archive-Dir DELIMITED BY SPACE,
                  "/" DELIMITED BY SIZE,
                  L-Run-Date DELIMITED BY SIZE,
                  "_r" DELIMITED BY SIZE,
                  L-Run-Number DELIMITED BY SIZE
                  INTO WS-Run-Dir.
           MOVE L-Day TO WS-Day-Padded.
           IF WS-Day-Padded(2:1) = SPACE THEN
               MOVE WS-Day-Padded(1:1) TO WS-Day-Padded(2:1)
               MOVE "0" TO WS-Day-Padded(1:1)
           END-IF.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Map-CNT
               IF WS-Map-Program(WS-i) = L-Program THEN
                   PERFORM ARCHIVE-ONE-ROUTINE
               END-IF
           END-PERFORM.
       END-ROUTINE.

       SNAP-ROUTINE.
           MOVE ZERO TO L-Count.
           IF WS-Map-Loaded-BOOL = 0 THEN
               PERFORM LOAD-MAP-ROUTINE
           END-IF.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Map-CNT
               IF WS-Map-Program(WS-i) = L-Program THEN
                   PERFORM SNAP-ONE-ROUTINE
               END-IF
           END-PERFORM.
       END-ROUTINE.

       SNAP-ONE-ROUTINE.
           PERFORM DET-NAME-ROUTINE.
      *> a set-aside copy left by an interrupted check must not pass
      *> for this first run's output
           CALL "CBL_DELETE_FILE" USING WS-Det-FileName
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT F-Side-FILE.
           IF WS-Side-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Det-FileName TO WS-Copy-FileName.
           OPEN OUTPUT F-Copy-FILE.
           IF WS-Copy-FS NOT = "00" THEN
               DISPLAY "side_archive: cannot create "
                       FUNCTION TRIM(WS-Copy-FileName)
                       " - status " WS-Copy-FS
               CLOSE F-Side-FILE
               MOVE "99" TO L-Status
               EXIT PARAGRAPH
           END-IF.
           SET WS-Rec-CNT TO 0.
           SET WS-EOF-BOOL TO 0.
           PERFORM COPY-ONE-LINE-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Side-FILE.
           CLOSE F-Copy-FILE.
           CALL "CBL_DELETE_FILE" USING WS-Side-FileName
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           ADD 1 TO L-Count.
       END-ROUTINE.

       DET-NAME-ROUTINE.
           MOVE WS-Map-File(WS-i) TO WS-Side-FileName.
           MOVE SPACES TO WS-Det-FileName.
           STRING WS-Archive-Dir DELIMITED BY SPACE,
                  "/det_" DELIMITED BY SIZE,
                  WS-Side-FileName DELIMITED BY SPACE
                  INTO WS-Det-FileName.
       END-ROUTINE.

       COMPARE-ROUTINE.
           MOVE ZERO TO L-Count.
           MOVE SPACES TO L-Diff-File, L-Diff-Run-1, L-Diff-Run-2.
           MOVE ZERO TO L-Diff-Rec.
           SET WS-Differ-BOOL TO 0.
           IF WS-Map-Loaded-BOOL = 0 THEN
               PERFORM LOAD-MAP-ROUTINE
           END-IF.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Map-CNT
               IF WS-Map-Program(WS-i) = L-Program THEN
                   PERFORM COMPARE-ONE-ROUTINE
               END-IF
           END-PERFORM.
           IF WS-Differ-BOOL = 1 THEN
               MOVE "10" TO L-Status
           END-IF.
       END-ROUTINE.

       COMPARE-ONE-ROUTINE.
           PERFORM DET-NAME-ROUTINE.
           SET WS-Det-EOF-BOOL TO 0.
           SET WS-Live-EOF-BOOL TO 0.
           OPEN INPUT F-Det-FILE.
           IF WS-Det-FS NOT = "00" THEN
               SET WS-Det-EOF-BOOL TO 1
           END-IF.
           OPEN INPUT F-Side-FILE.
           IF WS-Side-FS NOT = "00" THEN
               SET WS-Live-EOF-BOOL TO 1
           END-IF.
           SET WS-Rec-CNT TO 0.
           EVALUATE TRUE
               WHEN WS-Det-EOF-BOOL = 1 AND WS-Live-EOF-BOOL = 1
                   EXIT PARAGRAPH
               WHEN WS-Det-EOF-BOOL = 1
                   CLOSE F-Side-FILE
                   IF WS-Differ-BOOL = 0 THEN
                       MOVE "(not written)" TO L-Diff-Run-1
                       MOVE "(written)" TO L-Diff-Run-2
                       PERFORM NOTE-DIFF-ROUTINE
                   END-IF
                   ADD 1 TO L-Count
                   EXIT PARAGRAPH
               WHEN WS-Live-EOF-BOOL = 1
                   CLOSE F-Det-FILE
                   IF WS-Differ-BOOL = 0 THEN
                       MOVE "(written)" TO L-Diff-Run-1
                       MOVE "(not written)" TO L-Diff-Run-2
                       PERFORM NOTE-DIFF-ROUTINE
                   END-IF
                   PERFORM DROP-DET-ROUTINE
                   ADD 1 TO L-Count
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM COMPARE-LINE-ROUTINE
               UNTIL WS-Det-EOF-BOOL = 1 AND WS-Live-EOF-BOOL = 1.
           CLOSE F-Det-FILE.
           CLOSE F-Side-FILE.
           PERFORM DROP-DET-ROUTINE.
           ADD 1 TO L-Count.
       END-ROUTINE.

       COMPARE-LINE-ROUTINE.
           IF WS-Det-EOF-BOOL = 0 THEN
               READ F-Det-FILE RECORD
                   AT END SET WS-Det-EOF-BOOL TO 1
               END-READ
           END-IF.
           IF WS-Live-EOF-BOOL = 0 THEN
               READ F-Side-FILE RECORD
                   AT END SET WS-Live-EOF-BOOL TO 1
               END-READ
           END-IF.
           IF WS-Det-EOF-BOOL = 1 AND WS-Live-EOF-BOOL = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Rec-CNT.
           IF WS-Differ-BOOL = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN WS-Det-EOF-BOOL = 1
                   MOVE "(end of file)" TO L-Diff-Run-1
                   MOVE F-Side-LINE TO L-Diff-Run-2
                   PERFORM NOTE-DIFF-ROUTINE
               WHEN WS-Live-EOF-BOOL = 1
                   MOVE F-Det-LINE TO L-Diff-Run-1
                   MOVE "(end of file)" TO L-Diff-Run-2
                   PERFORM NOTE-DIFF-ROUTINE
               WHEN F-Det-LINE NOT = F-Side-LINE
                   MOVE F-Det-LINE TO L-Diff-Run-1
                   MOVE F-Side-LINE TO L-Diff-Run-2
                   PERFORM NOTE-DIFF-ROUTINE
           END-EVALUATE.
       END-ROUTINE.

       NOTE-DIFF-ROUTINE.
           SET WS-Differ-BOOL TO 1.
           MOVE WS-Side-FileName TO L-Diff-File.
           MOVE WS-Rec-CNT TO L-Diff-Rec.
       END-ROUTINE.

       DROP-DET-ROUTINE.
           CALL "CBL_DELETE_FILE" USING WS-Det-FileName
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 0 TO RETURN-CODE.
       END-ROUTINE.

       LOAD-MAP-ROUTINE.
           SET WS-Map-Loaded-BOOL TO 1.
           OPEN INPUT F-Map-FILE.
           IF WS-Map-FS NOT = "00" THEN
               DISPLAY "side_archive: no side_outputs.txt - "
                       "side files are not archived"
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-MAP-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Map-FILE.
       END-ROUTINE.

       READ-MAP-ROUTINE.
           READ F-Map-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   MOVE SPACES TO WS-Map-Prog-TOK, WS-Map-File-TOK
                   UNSTRING F-Map-LINE
                       DELIMITED BY ALL SPACES
                       INTO WS-Map-Prog-TOK, WS-Map-File-TOK
                   IF NOT WS-Map-File-TOK = SPACES
                    AND WS-Map-CNT < WS-Map-Max-CONST THEN
                       ADD 1 TO WS-Map-CNT
                       MOVE WS-Map-Prog-TOK
                           TO WS-Map-Program(WS-Map-CNT)
                       MOVE WS-Map-File-TOK
                           TO WS-Map-File(WS-Map-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       ARCHIVE-ONE-ROUTINE.
           MOVE WS-Map-File(WS-i) TO WS-Side-FileName.
           OPEN INPUT F-Side-FILE.
           IF WS-Side-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           CALL "CBL_CREATE_DIR" USING WS-Run-Dir
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-Copy-FileName.
           STRING WS-Run-Dir DELIMITED BY SPACE,
                  "/" DELIMITED BY SIZE,
                  L-Year DELIMITED BY SPACE,
                  "_" DELIMITED BY SIZE,
                  WS-Day-Padded DELIMITED BY SIZE,
                  "_" DELIMITED BY SIZE,
                  L-Input DELIMITED BY SPACE,
                  "_" DELIMITED BY SIZE,
                  WS-Side-FileName DELIMITED BY SPACE
                  INTO WS-Copy-FileName.
           OPEN OUTPUT F-Copy-FILE.
           IF WS-Copy-FS NOT = "00" THEN
               DISPLAY "side_archive: cannot create "
                       FUNCTION TRIM(WS-Copy-FileName)
                       " - status " WS-Copy-FS
               CLOSE F-Side-FILE
               MOVE "99" TO L-Status
               EXIT PARAGRAPH
           END-IF.
           SET WS-Rec-CNT TO 0.
           SET WS-EOF-BOOL TO 0.
           PERFORM COPY-ONE-LINE-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Side-FILE.
           CLOSE F-Copy-FILE.
      *> moved, not copied: a program that skips a side file next
      *> time must not have the stale one filed under its new run
           CALL "CBL_DELETE_FILE" USING WS-Side-FileName
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           ADD 1 TO L-Count.
           PERFORM WRITE-MANIFEST-ROUTINE.
       END-ROUTINE.

       COPY-ONE-LINE-ROUTINE.
           READ F-Side-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   ADD 1 TO WS-Rec-CNT
                   WRITE F-Copy-LINE FROM F-Side-LINE
           END-READ.
       END-ROUTINE.

       WRITE-MANIFEST-ROUTINE.
           OPEN EXTEND F-Manifest-FILE.
           IF WS-Manifest-FS = "35" THEN
               OPEN OUTPUT F-Manifest-FILE
           END-IF.
           IF WS-Manifest-FS NOT = "00" THEN
               DISPLAY "side_archive: cannot open side_archive.txt"
                       " - status " WS-Manifest-FS
               MOVE "99" TO L-Status
               EXIT PARAGRAPH
           END-IF.
           MOVE L-Run-Date TO SAR-Run-Date.
           MOVE L-Run-Number TO SAR-Run-Number.
           MOVE L-Year TO SAR-Year.
           MOVE L-Day TO SAR-Day.
           MOVE L-Program TO SAR-Program.
           MOVE L-Input TO SAR-Input.
           MOVE WS-Side-FileName TO SAR-File.
           MOVE WS-Rec-CNT TO SAR-Records.
           MOVE WS-Copy-FileName TO SAR-Archive-Name.
           WRITE SAR-REC.
           CLOSE F-Manifest-FILE.
       END-ROUTINE.

       END PROGRAM side_archive.
