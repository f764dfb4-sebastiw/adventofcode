           SELECT F-QuotaRep-FILE
           ASSIGN TO "linux_du_quota.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-DupFile-FILE
           ASSIGN TO "linux_du_dupfile.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD F-input-FILE.
       FD F-Ext-FILE.
       01 F-Ext-LINE PIC X(120).

      *> Per-directory quota master kept by capacity planning.
       FD F-Quota-FILE.
       COPY "dir-quota.cpy".

       FD F-QuotaRep-FILE.
       01 F-QuotaRep-LINE PIC X(120).

      *> Duplicate-content report: plain files stored in more than one
      *> place (same name and size), every full path of each group,
      *> the space reclaimable by keeping one copy, and the
      *> directories holding the most duplicated bytes.
       FD F-DupFile-FILE.
       01 F-DupFile-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-Filename PIC X(40) VALUE IS "testinput".
       01 WS-Quota-FS PIC XX.
       COPY "report-page.cpy".
       COPY "output-seal.cpy".

       LOCAL-STORAGE SECTION.
       01 LS-EOF PIC 9(1) VALUE 0.
                          INDEXED BY DX1.
           03 LS-DirIdx-Path PIC X(80).
           03 LS-DirIdx-Size PIC 9(12).
           03 LS-DirIdx-Dup PIC 9(12).
       01 LS-Walk-Path PIC X(80) VALUE SPACE.
       01 LS-Walk-Len PIC 9(3) VALUE 0.
       01 LS-Walk-k PIC 9(3) VALUE 0.
       01 LS-Quo-Breach-CNT PIC 9(4) VALUE 0.
       01 LS-Quo-Open-BOOL PIC 9(1) VALUE 0.

      *> duplicate-content work areas: the plain files sorted on name
      *> and size so each candidate group is one adjacent run, and
      *> the directories ranked on the duplicated bytes they hold
       01 LS-Dpf-CNT PIC 9(5) VALUE 0.
       01 LS-Dpf-TBL.
         02 LS-Dpf-REC OCCURS 1 TO 50000 TIMES
                       DEPENDING ON LS-Dpf-CNT.
           03 LS-Dpf-Name PIC X(80).
           03 LS-Dpf-Size PIC 9(10).
           03 LS-Dpf-File PIC 9(5).
       01 LS-Dpf-g PIC 9(5) VALUE 0.
       01 LS-Dpf-h PIC 9(5) VALUE 0.
       01 LS-Dpf-f PIC 9(5) VALUE 0.
       01 LS-Dpf-Copies PIC 9(5) VALUE 0.
       01 LS-Dpf-Group-CNT PIC 9(5) VALUE 0.
       01 LS-Dpf-Reclaim PIC 9(12) VALUE 0.
       01 LS-Dpf-Reclaim-Total PIC 9(12) VALUE 0.
       01 LS-Dpf-Need PIC 9(10) VALUE 0.
       01 LS-Dpf-Short PIC 9(12) VALUE 0.
       01 LS-Dpf-Path PIC X(80) VALUE SPACE.
       01 LS-Dpf-Top-N CONSTANT 10.
       01 LS-Dpd-CNT PIC 9(5) VALUE 0.
       01 LS-Dpd-TBL.
         02 LS-Dpd-REC OCCURS 1 TO 50001 TIMES
                       DEPENDING ON LS-Dpd-CNT.
           03 LS-Dpd-Path PIC X(80).
           03 LS-Dpd-Bytes PIC 9(12).

       01 LS-DryRun-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Records-Read PIC 9(6) VALUE ZERO.
       01 LS-Records-Rejected PIC 9(6) VALUE ZERO.
       01 LS-Totals-Flag PIC 9(1) VALUE ZERO.
       01 LS-Phase-CS PIC 9(8) VALUE ZERO.
       01 LS-Phase-Idx PIC 9(2) VALUE ZERO.
       01 LS-Dup-TBL.
          02 LS-Dup-REC OCCURS 0 TO 1000 TIMES
                                        DEPENDING ON LS-Dup-CNT.
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           CALL "phase_register" USING BY CONTENT "START", "PARSE  ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM OPEN-FILE-ROUTINE.
           PERFORM READ-LINE-ROUTINE UNTIL LS-EOF = 1 OR LS-EOL = 1.
           PERFORM CLOSE-FILE-ROUTINE.
           CALL "phase_register" USING BY CONTENT "END  ", "       ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF LS-DryRun-BOOL = 1 THEN
      *> the duplicate check is part of the data acceptance this
      *> sweep exists for - run the sort and adjacency scan, skip
               MOVE LS-Records-Rejected TO L-Result-2
               EXIT PROGRAM
           END-IF.
           CALL "phase_register" USING BY CONTENT "START", "COMPUTE",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM CALCULATE-ROOT-SIZE-ROUTINE.
           PERFORM MOVE-RESULT-ROUTINE.
           CALL "phase_register" USING BY CONTENT "START", "REPORT ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM TREE-REPORT-ROUTINE.
           PERFORM SAVE-BEFORE-SCAN-ROUTINE.
           PERFORM WHATIF-REPORT-ROUTINE.
           PERFORM TOP-N-REPORT-ROUTINE.
           PERFORM EXT-ROLLUP-ROUTINE.
           PERFORM QUOTA-CHECK-ROUTINE.
           PERFORM DUP-CONTENT-ROUTINE.
           IF ADDRESS OF L-Filename-2 NOT = NULL THEN
               IF NOT L-Filename-2 = SPACES THEN
                   PERFORM DELTA-REPORT-ROUTINE
               END-IF
           END-IF.
           CALL "phase_register" USING BY CONTENT "END  ", "       ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE LS-Dup-CNT TO LS-Records-Rejected.
           CALL "run_totals" USING BY CONTENT "SET  ",
               BY REFERENCE LS-Records-Read, LS-Records-Rejected,
               IF LS-File-CNT >= 50000 THEN
                   DISPLAY "WARNING: scan exceeds 50000 entries - "
                           "remainder ignored"
                   MOVE "DUS003" TO AUD-Code
                   MOVE "scan exceeds 50000 entries - remainder ignored"
                       TO AUD-Message
                   PERFORM AUDIT-EXCEPTION-ROUTINE
                   SET LS-EOL TO 1
               ELSE
                   ADD 1 TO LS-File-CNT
               WRITE F-Ext-LINE
           END-PERFORM.
           CLOSE F-Ext-FILE.
           MOVE "linux_du_ext.txt" TO RPT-File-Name.
           MOVE "DUEXT" TO RPT-Report-Id.
           MOVE "SIZE AND FILE COUNT BY EXTENSION" TO RPT-Title.
           PERFORM PAGE-REPORT-ROUTINE.
       END-ROUTINE.

       EXT-ONE-FILE-ROUTINE.
                  DELIMITED BY SIZE INTO F-QuotaRep-LINE.
           WRITE F-QuotaRep-LINE.
           CLOSE F-QuotaRep-FILE.
           MOVE "linux_du_quota.txt" TO RPT-File-Name.
           MOVE "DUQUOTA" TO RPT-Report-Id.
           MOVE "DIRECTORY QUOTA COMPLIANCE" TO RPT-Title.
           PERFORM PAGE-REPORT-ROUTINE.
       END-ROUTINE.

       DUP-CONTENT-ROUTINE.
      *> The duplicate-entry check above only catches one path listed
      *> twice. This looks for the same file stored in several
      *> places: plain files are grouped on name and size across the
      *> whole scan, and a group of two or more is a candidate whose
      *> extra copies could go. The reclaimable total is set against
      *> the space the 70000000/30000000 check says is still needed.
           IF LS-File-CNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           SET LS-Dpf-CNT TO 0.
           PERFORM VARYING LS-Dpf-f FROM 1
                   UNTIL LS-Dpf-f > LS-File-CNT
               IF LS-Is-Dir(LS-Dpf-f) = 0
                       AND LS-File-Size(LS-Dpf-f) > 0 THEN
                   ADD 1 TO LS-Dpf-CNT
                   MOVE LS-File-Name(LS-Dpf-f)
                       TO LS-Dpf-Name(LS-Dpf-CNT)
                   MOVE LS-File-Size(LS-Dpf-f)
                       TO LS-Dpf-Size(LS-Dpf-CNT)
                   MOVE LS-Dpf-f TO LS-Dpf-File(LS-Dpf-CNT)
               END-IF
           END-PERFORM.
           PERFORM VARYING LS-Dpf-h FROM 1
                   UNTIL LS-Dpf-h > LS-DirIdx-CNT
               MOVE ZERO TO LS-DirIdx-Dup(LS-Dpf-h)
           END-PERFORM.
           OPEN OUTPUT F-DupFile-FILE.
           MOVE "CANDIDATE DUPLICATES - SAME FILE NAME AND SIZE IN "
               & "MORE THAN ONE PLACE" TO F-DupFile-LINE.
           WRITE F-DupFile-LINE.
           SET LS-Dpf-Group-CNT TO 0.
           SET LS-Dpf-Reclaim-Total TO 0.
           IF LS-Dpf-CNT > 0 THEN
               SORT LS-Dpf-REC ON ASCENDING KEY LS-Dpf-Name
                                ASCENDING KEY LS-Dpf-Size
                                ASCENDING KEY LS-Dpf-File
           END-IF.
           SET LS-Dpf-g TO 1.
           PERFORM UNTIL LS-Dpf-g > LS-Dpf-CNT
               MOVE LS-Dpf-g TO LS-Dpf-h
               PERFORM UNTIL LS-Dpf-h >= LS-Dpf-CNT
                   OR LS-Dpf-Name(LS-Dpf-h + 1)
                      NOT = LS-Dpf-Name(LS-Dpf-g)
                   OR LS-Dpf-Size(LS-Dpf-h + 1)
                      NOT = LS-Dpf-Size(LS-Dpf-g)
                   ADD 1 TO LS-Dpf-h
               END-PERFORM
               IF LS-Dpf-h > LS-Dpf-g THEN
                   PERFORM DUP-GROUP-ROUTINE
               END-IF
               COMPUTE LS-Dpf-g = LS-Dpf-h + 1
           END-PERFORM.
           MOVE SPACES TO F-DupFile-LINE.
           WRITE F-DupFile-LINE.
           IF LS-Dpf-Group-CNT = 0 THEN
               MOVE "NO FILE NAME AND SIZE STORED IN MORE THAN ONE "
                   & "PLACE" TO F-DupFile-LINE
               WRITE F-DupFile-LINE
           ELSE
               PERFORM DUP-TOTALS-ROUTINE
               PERFORM DUP-DIRS-ROUTINE
           END-IF.
           CLOSE F-DupFile-FILE.
           MOVE "linux_du_dupfile.txt" TO RPT-File-Name.
           MOVE "DUDUPS" TO RPT-Report-Id.
           MOVE "DUPLICATE FILES ACROSS DIRECTORIES" TO RPT-Title.
           PERFORM PAGE-REPORT-ROUTINE.
       END-ROUTINE.

       DUP-GROUP-ROUTINE.
      *> entries LS-Dpf-g thru LS-Dpf-h share name and size: keeping
      *> one copy frees the size of every other
           ADD 1 TO LS-Dpf-Group-CNT.
           COMPUTE LS-Dpf-Copies = LS-Dpf-h - LS-Dpf-g + 1.
           COMPUTE LS-Dpf-Reclaim =
               (LS-Dpf-Copies - 1) * LS-Dpf-Size(LS-Dpf-g).
           ADD LS-Dpf-Reclaim TO LS-Dpf-Reclaim-Total.
           MOVE SPACES TO F-DupFile-LINE.
           STRING "NAME " DELIMITED BY SIZE,
                  LS-Dpf-Name(LS-Dpf-g) DELIMITED BY SPACE,
                  " SIZE " DELIMITED BY SIZE,
                  LS-Dpf-Size(LS-Dpf-g) DELIMITED BY SIZE,
                  " COPIES " DELIMITED BY SIZE,
                  LS-Dpf-Copies DELIMITED BY SIZE,
                  " RECLAIMABLE " DELIMITED BY SIZE,
                  LS-Dpf-Reclaim DELIMITED BY SIZE
                  INTO F-DupFile-LINE.
           WRITE F-DupFile-LINE.
           PERFORM VARYING LS-Dpf-f FROM LS-Dpf-g
                   UNTIL LS-Dpf-f > LS-Dpf-h
               MOVE LS-Dpf-File(LS-Dpf-f) TO LS-k
               MOVE SPACES TO LS-Dpf-Path
               IF LS-Dir-Name(LS-k) = "/" THEN
                   STRING "/" DELIMITED BY SIZE,
                          LS-File-Name(LS-k) DELIMITED BY SPACE
                          INTO LS-Dpf-Path
               ELSE
                   STRING LS-Dir-Name(LS-k) DELIMITED BY SPACE,
                          "/" DELIMITED BY SIZE,
                          LS-File-Name(LS-k) DELIMITED BY SPACE
                          INTO LS-Dpf-Path
               END-IF
               MOVE SPACES TO F-DupFile-LINE
               STRING "  " LS-Dpf-Path
                      DELIMITED BY SIZE INTO F-DupFile-LINE
               WRITE F-DupFile-LINE
      *> every copy counts against the directory holding it
               MOVE LS-Dir-Name(LS-k) TO LS-Add-Path
               PERFORM FIND-DIR-INDEX-ROUTINE
               IF DX1 > 0 THEN
                   ADD LS-File-Size(LS-k) TO LS-DirIdx-Dup(DX1)
               END-IF
           END-PERFORM.
       END-ROUTINE.

       DUP-TOTALS-ROUTINE.
           MOVE SPACES TO F-DupFile-LINE.
           STRING "CANDIDATE GROUPS " LS-Dpf-Group-CNT
                  " RECLAIMABLE TOTAL " LS-Dpf-Reclaim-Total
                  DELIMITED BY SIZE INTO F-DupFile-LINE.
           WRITE F-DupFile-LINE.
      *> the space still needed after the free space on the device
           SET LS-Dpf-Need TO 0.
           IF LS-Free-Space < LS-Space-Wanted THEN
               MOVE LS-Need-Space TO LS-Dpf-Need
           END-IF.
           MOVE SPACES TO F-DupFile-LINE.
           IF LS-Dpf-Need = 0 THEN
               STRING "SPACE NEEDED 0 - FREE SPACE " LS-Free-Space
                      " ALREADY MEETS THE " LS-Space-Wanted " TARGET"
                      DELIMITED BY SIZE INTO F-DupFile-LINE
           ELSE IF LS-Dpf-Reclaim-Total >= LS-Dpf-Need
               STRING "SPACE NEEDED " LS-Dpf-Need
                      " - REMOVING THE DUPLICATES ALONE COVERS IT"
                      DELIMITED BY SIZE INTO F-DupFile-LINE
           ELSE
               COMPUTE LS-Dpf-Short =
                   LS-Dpf-Need - LS-Dpf-Reclaim-Total
               STRING "SPACE NEEDED " LS-Dpf-Need
                      " - REMOVING THE DUPLICATES LEAVES "
                      LS-Dpf-Short " TO FIND"
                      DELIMITED BY SIZE INTO F-DupFile-LINE
           END-IF
           END-IF.
           WRITE F-DupFile-LINE.
       END-ROUTINE.

       DUP-DIRS-ROUTINE.
      *> directories ranked on the bytes of duplicated files they
      *> hold, largest first
           SET LS-Dpd-CNT TO 0.
           PERFORM VARYING LS-Dpf-h FROM 1
                   UNTIL LS-Dpf-h > LS-DirIdx-CNT
               IF LS-DirIdx-Dup(LS-Dpf-h) > 0 THEN
                   ADD 1 TO LS-Dpd-CNT
                   MOVE LS-DirIdx-Path(LS-Dpf-h)
                       TO LS-Dpd-Path(LS-Dpd-CNT)
                   MOVE LS-DirIdx-Dup(LS-Dpf-h)
                       TO LS-Dpd-Bytes(LS-Dpd-CNT)
               END-IF
           END-PERFORM.
           SORT LS-Dpd-REC ON DESCENDING KEY LS-Dpd-Bytes
                            ASCENDING KEY LS-Dpd-Path.
           MOVE SPACES TO F-DupFile-LINE.
           WRITE F-DupFile-LINE.
           MOVE "DIRECTORIES HOLDING THE MOST DUPLICATED BYTES"
               TO F-DupFile-LINE.
           WRITE F-DupFile-LINE.
           PERFORM VARYING LS-Dpf-h FROM 1
                   UNTIL LS-Dpf-h > LS-Dpd-CNT
                      OR LS-Dpf-h > LS-Dpf-Top-N
               MOVE SPACES TO F-DupFile-LINE
               STRING "  " DELIMITED BY SIZE,
                      LS-Dpd-Path(LS-Dpf-h) DELIMITED BY SPACE,
                      " " DELIMITED BY SIZE,
                      LS-Dpd-Bytes(LS-Dpf-h) DELIMITED BY SIZE
                      INTO F-DupFile-LINE
               WRITE F-DupFile-LINE
           END-PERFORM.
       END-ROUTINE.

       READ-QUOTA-ROUTINE.
               STRING "directory over quota: " DELIMITED BY SIZE,
                      LS-Quo-Path DELIMITED BY SPACE
                      INTO AUD-Message
               MOVE "DUS001" TO AUD-Code
               PERFORM QUOTA-AUDIT-ROUTINE
           ELSE
               STRING "DIR " DELIMITED BY SIZE,
           MOVE "linux_du" TO AUD-Program.
           MOVE WS-Filename TO AUD-Input-File.
           MOVE LS-Quo-Breach-CNT TO AUD-Line-NUM.
           MOVE SPACE TO AUD-Severity.
           CALL "audit_log" USING AUD-Record
               ON EXCEPTION
                   CONTINUE
           MOVE "linux_du" TO AUD-Program.
           MOVE WS-Filename TO AUD-Input-File.
           MOVE LS-File-CNT TO AUD-Line-NUM.
           MOVE SPACE TO AUD-Severity.
           CALL "audit_log" USING AUD-Record
               ON EXCEPTION
                   CONTINUE
                AND LS-File-Name(LS-j) = LS-Prev-File THEN
                   DISPLAY "Duplicate entry ",
                           LS-File-Name(LS-j), LS-Dir-Name(LS-j)
                   MOVE "DUS002" TO AUD-Code
                   MOVE "duplicate ls entry in scan"
                       TO AUD-Message
                   PERFORM AUDIT-EXCEPTION-ROUTINE
                                   "full (" LS-Dup-Max-CONST
                                   " entries) - no further logging"
                           SET LS-Dup-Overflow-BOOL TO 1
                           MOVE "DUS004" TO AUD-Code
                           MOVE SPACES TO AUD-Message
                           STRING "duplicate-entry table full ("
                                  LS-Dup-Max-CONST
                                  " entries) - no further logging"
                                  DELIMITED BY SIZE INTO AUD-Message
                           PERFORM AUDIT-EXCEPTION-ROUTINE
                       END-IF
                   ELSE
                       ADD 1 TO LS-Dup-CNT
               END-EVALUATE
           END-PERFORM.
           CLOSE F-Delta-FILE.
           MOVE "linux_du_delta.txt" TO RPT-File-Name.
           MOVE "DUDELTA" TO RPT-Report-Id.
           MOVE "DIRECTORY GROWTH" TO RPT-Title.
           PERFORM PAGE-REPORT-ROUTINE.
       END-ROUTINE.

       TREE-REPORT-ROUTINE.
               PERFORM WRITE-TREE-LINE-ROUTINE
           END-PERFORM.
           CLOSE F-Tree-FILE.
           MOVE "linux_du_tree.txt" TO RPT-File-Name.
           MOVE "DUTREE" TO RPT-Report-Id.
           MOVE "DIRECTORY SIZE TREE" TO RPT-Title.
           PERFORM PAGE-REPORT-ROUTINE.
       END-ROUTINE.

       BUILD-PATH-TABLE-ROUTINE.
               PERFORM BEST-PAIR-ROUTINE
           END-IF.
           CLOSE F-WhatIf-FILE.
           MOVE "linux_du_whatif.txt" TO RPT-File-Name.
           MOVE "DUWHATIF" TO RPT-Report-Id.
           MOVE "DELETION CANDIDATES" TO RPT-Title.
           PERFORM PAGE-REPORT-ROUTINE.
       END-ROUTINE.

       BEST-PAIR-ROUTINE.
           END-IF.
       END-ROUTINE.

       PAGE-REPORT-ROUTINE.
      *> standard page headers and end-of-report trailer, then
      *> the control trailer record
           MOVE "PAGE  " TO RPT-Op.
           MOVE "linux_du" TO RPT-Program.
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
           MOVE "linux_du" TO OSL-Program.
           CALL "output_seal" USING OSL-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       CLOSE-FILE-ROUTINE.
           CLOSE F-input-FILE.
       END-ROUTINE.
