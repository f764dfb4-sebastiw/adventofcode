           SELECT F-Sector-FILE
           ASSIGN TO "treetop_sectors.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-Towers-FILE
           ASSIGN TO WS-Towers-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Towers-FS.
           SELECT F-Sight-FILE
           ASSIGN TO "treetop_towers.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD F-input-FILE.
       FD F-Sector-FILE.
       01 F-Sector-LINE PIC X(100).

      *> Lookout-tower candidates: one tree per line, either as
      *> "row col" or as a shortlist line ("RANK n ROW r COL c ...")
      *> so treetop_shortlist.txt can be fed straight back in.
       FD F-Towers-FILE.
       01 F-Towers-LINE PIC X(100).

      *> Lookout-tower line of sight: which candidate towers can see
      *> each other, each tower's neighbours, and whether the towers
      *> form one connected relay network.
       FD F-Sight-FILE.
       01 F-Sight-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-Filename PIC X(40) VALUE IS "testinput".
       01 WS-Edits-FileName PIC X(40) VALUE SPACES.
       01 WS-Edits-FS PIC XX.
       01 WS-Towers-FileName PIC X(40) VALUE SPACES.
       01 WS-Towers-FS PIC XX.
       COPY "report-page.cpy".
       COPY "output-seal.cpy".
       COPY "audit-record.cpy".

       LOCAL-STORAGE SECTION.
       01 LS-EOF PIC 9(1) VALUE 0.
       01 LS-SW-LastPos-TBL.
         02 LS-SW-LastPos PIC 9(4) VALUE ZERO OCCURS 10 TIMES.

      *> lookout-tower network: the candidate towers, whether each
      *> pair has a clear line of sight, and the connected group each
      *> tower falls in
       01 LS-Tw-Max-CONST PIC 9(3) VALUE 100.
       01 LS-Tw-CNT PIC 9(3) VALUE 0.
       01 LS-Tw-TBL.
         02 LS-Tw-REC OCCURS 100 TIMES.
           03 LS-Tw-Row PIC 9(4).
           03 LS-Tw-Col PIC 9(4).
           03 LS-Tw-Grp PIC 9(3).
           03 LS-Tw-Nbr-CNT PIC 9(3).
       01 LS-Tw-Adj-TBL.
         02 LS-Tw-Adj-ROW OCCURS 100 TIMES.
           03 LS-Tw-Adj PIC 9(1) OCCURS 100 TIMES.
       01 LS-Tw-EOF PIC 9(1) VALUE 0.
       01 LS-Tw-Tok-TBL.
         02 LS-Tw-Tok PIC X(12) OCCURS 8 TIMES.
       01 LS-Tw-t PIC 9(2) VALUE 0.
       01 LS-Tw-Row-STR PIC X(12) VALUE SPACES.
       01 LS-Tw-Col-STR PIC X(12) VALUE SPACES.
       01 LS-Tw-In-Row PIC 9(4) VALUE 0.
       01 LS-Tw-In-Col PIC 9(4) VALUE 0.
       01 LS-Tw-Dupe PIC 9(1) VALUE 0.
       01 LS-Tw-a PIC 9(3) VALUE 0.
       01 LS-Tw-b PIC 9(3) VALUE 0.
       01 LS-Tw-Pair-CNT PIC 9(5) VALUE 0.
       01 LS-Tw-Blocked-CNT PIC 9(5) VALUE 0.
      *> sight-line walk between towers a and b
       01 LS-Tw-dR PIC S9(4) VALUE 0.
       01 LS-Tw-dC PIC S9(4) VALUE 0.
       01 LS-Tw-dH PIC S9(1) VALUE 0.
       01 LS-Tw-Steps PIC 9(4) VALUE 0.
       01 LS-Tw-k PIC 9(4) VALUE 0.
       01 LS-Tw-Pos PIC 9(4)V9(6) VALUE 0.
       01 LS-Tw-R PIC 9(4) VALUE 0.
       01 LS-Tw-C PIC 9(4) VALUE 0.
       01 LS-Tw-Line-H PIC S9(2)V9(6) VALUE 0.
       01 LS-Tw-Cell-H PIC 9(1) VALUE 0.
       01 LS-Tw-Clear PIC 9(1) VALUE 0.
       01 LS-Tw-Block-Row PIC 9(4) VALUE 0.
       01 LS-Tw-Block-Col PIC 9(4) VALUE 0.
      *> connected groups
       01 LS-Tw-Grp-CNT PIC 9(3) VALUE 0.
       01 LS-Tw-Grp-Size PIC 9(3) VALUE 0.
       01 LS-Tw-Changed PIC 9(1) VALUE 0.
       01 LS-Tw-g PIC 9(3) VALUE 0.
      *> tower-number lists, wrapped at LS-Tw-Per-Line-CONST a line
       01 LS-Tw-Per-Line-CONST PIC 9(2) VALUE 16.
       01 LS-Tw-List-Head PIC X(30) VALUE SPACES.
       01 LS-Tw-List-N PIC 9(2) VALUE 0.
       01 LS-Tw-List-PTR PIC 9(3) VALUE 1.
       01 LS-Tw-List-Indent PIC 9(3) VALUE 1.

       01 LS-DryRun-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Records-Read PIC 9(6) VALUE ZERO.
       01 LS-Records-Rejected PIC 9(6) VALUE ZERO.
       01 LS-Totals-Flag PIC 9(1) VALUE ZERO.
       01 LS-Phase-CS PIC 9(8) VALUE ZERO.
       01 LS-Phase-Idx PIC 9(2) VALUE ZERO.

       01 LS-Aud-Why PIC X(12) VALUE SPACES.

       LINKAGE SECTION.
       COPY "common-linkage.cpy".
       01 L-Shortlist-N PIC 9(4) VALUE ZERO.
       01 L-Edits-File PIC X(40) VALUE SPACES.
       01 L-Sector-Size PIC 9(4) VALUE ZERO.
       01 L-Towers-File PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION USING L-Filename, L-Result-1, L-Result-2,
                                 OPTIONAL L-Best-Row,
                                 OPTIONAL L-Best-Col,
                                 OPTIONAL L-Shortlist-N,
                                 OPTIONAL L-Edits-File,
                                 OPTIONAL L-Sector-Size,
                                 OPTIONAL L-Towers-File.
       MAIN-ROUTINE.
           IF ADDRESS OF L-Sector-Size NOT = NULL THEN
               IF L-Sector-Size NOT = ZERO THEN
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           CALL "phase_register" USING BY CONTENT "START", "PARSE  ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM OPEN-FILE-ROUTINE.
           PERFORM READ-LINE-ROUTINE TEST AFTER UNTIL LS-EOF = 1.
           PERFORM CLOSE-FILE-ROUTINE.
           CALL "phase_register" USING BY CONTENT "END  ", "       ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF LS-DryRun-BOOL = 1 THEN
               SUBTRACT 1 FROM LS-Rows-CNT
                   GIVING LS-Records-Read
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
           PERFORM SHORTLIST-EXPORT-ROUTINE.
           PERFORM DISPLAY-VISIBILITY-MAP-ROUTINE.
           IF LS-Sector-Size > 0 THEN
               PERFORM SECTOR-REPORT-ROUTINE
           END-IF.
           IF ADDRESS OF L-Towers-File NOT = NULL THEN
               IF NOT L-Towers-File = SPACES THEN
                   PERFORM TOWER-NETWORK-ROUTINE
               END-IF
           END-IF.
           IF ADDRESS OF L-Edits-File NOT = NULL THEN
               IF NOT L-Edits-File = SPACES THEN
                   PERFORM WHATIF-EDITS-ROUTINE
               END-IF
           END-IF.
           CALL "phase_register" USING BY CONTENT "END  ", "       ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE LS-Rows-CNT TO LS-Records-Read.
           CALL "run_totals" USING BY CONTENT "SET  ",
               BY REFERENCE LS-Records-Read, LS-Records-Rejected,
           IF LS-Rows-CNT > LS-Row-Max-CONST THEN
               DISPLAY "WARNING: forest plot exceeds "
                       LS-Row-Max-CONST " rows - extra rows ignored"
               MOVE "TRE001" TO AUD-Code
               MOVE SPACES TO AUD-Message
               STRING "forest plot exceeds " LS-Row-Max-CONST
                      " rows - extra rows ignored"
                      DELIMITED BY SIZE INTO AUD-Message
               PERFORM AUDIT-EXCEPTION-ROUTINE
               SET LS-EOF TO 1
           ELSE
               READ F-input-FILE RECORD INTO F-Rows(LS-Rows-CNT)
               DISPLAY "WARNING: row " LS-Rows-CNT " exceeds "
                       LS-Col-Max-CONST " columns - extra columns "
                       "ignored"
               MOVE "TRE002" TO AUD-Code
               MOVE SPACES TO AUD-Message
               STRING "row exceeds " LS-Col-Max-CONST
                      " columns - extra columns ignored"
                      DELIMITED BY SIZE INTO AUD-Message
               PERFORM AUDIT-EXCEPTION-ROUTINE
           END-IF.
           SUBTRACT 1 FROM LS-i GIVING LS-Cols-CNT(LS-Rows-CNT).
       END-ROUTINE.
            OR FUNCTION TEST-NUMVAL(LS-Edit-H-STR) NOT = 0 THEN
               DISPLAY "WHAT-IF: edit line skipped: "
                       FUNCTION TRIM(F-Edits-LINE)
               MOVE "not numeric" TO LS-Aud-Why
               PERFORM EDIT-AUDIT-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(LS-Edit-Row-STR) TO LS-Edit-Row.
            OR LS-Edit-Col > LS-Cols-CNT(LS-Edit-Row) THEN
               DISPLAY "WHAT-IF: edit outside grid skipped: "
                       FUNCTION TRIM(F-Edits-LINE)
               MOVE "outside grid" TO LS-Aud-Why
               PERFORM EDIT-AUDIT-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE LS-Height(LS-Edit-Row, LS-Edit-Col) =
               END-PERFORM
           END-PERFORM.
           CLOSE F-Sector-FILE.
           MOVE "treetop_sectors.txt" TO RPT-File-Name.
           MOVE "TREESECT" TO RPT-Report-Id.
           MOVE "SECTOR SURVEY SHEETS" TO RPT-Title.
           PERFORM PAGE-REPORT-ROUTINE.
           DISPLAY "Sector survey (" LS-Sec-NUM " sector(s), side "
                   LS-Sector-Size ") written to "
                   "treetop_sectors.txt".
           WRITE F-Sector-LINE.
       END-ROUTINE.

       TOWER-NETWORK-ROUTINE.
      *> Lookout-tower relay network: every pair of candidate towers
      *> is tested for a clear line of sight, in any direction, over
      *> the surveyed grid. The sight line runs from treetop to
      *> treetop; a tree along it as tall as the line at that point
      *> or taller blocks it, as an equal height blocks the view
      *> along the rows and columns.
           MOVE L-Towers-File TO WS-Towers-FileName.
           OPEN INPUT F-Towers-FILE.
           IF WS-Towers-FS NOT = "00" THEN
               DISPLAY "TOWERS: candidate file "
                       FUNCTION TRIM(WS-Towers-FileName)
                       " not readable - status " WS-Towers-FS
               EXIT PARAGRAPH
           END-IF.
           SET LS-Tw-CNT TO 0.
           SET LS-Tw-EOF TO 0.
           PERFORM READ-TOWER-ROUTINE UNTIL LS-Tw-EOF = 1.
           CLOSE F-Towers-FILE.
           IF LS-Tw-CNT < 2 THEN
               DISPLAY "TOWERS: fewer than two usable candidates - "
                       "no network to check"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO LS-Tw-Adj-TBL.
           SET LS-Tw-Pair-CNT TO 0.
           SET LS-Tw-Blocked-CNT TO 0.
           PERFORM VARYING LS-Tw-a FROM 1 UNTIL LS-Tw-a > LS-Tw-CNT
               MOVE ZERO TO LS-Tw-Grp(LS-Tw-a), LS-Tw-Nbr-CNT(LS-Tw-a)
           END-PERFORM.

           OPEN OUTPUT F-Sight-FILE.
           MOVE SPACES TO F-Sight-LINE.
           STRING "CANDIDATE TOWERS " LS-Tw-CNT " FROM "
                  DELIMITED BY SIZE,
                  WS-Towers-FileName DELIMITED BY SPACE
                  INTO F-Sight-LINE.
           WRITE F-Sight-LINE.
           PERFORM VARYING LS-Tw-a FROM 1 UNTIL LS-Tw-a > LS-Tw-CNT
               MOVE SPACES TO F-Sight-LINE
               STRING "  TOWER " LS-Tw-a
                      " ROW " LS-Tw-Row(LS-Tw-a)
                      " COL " LS-Tw-Col(LS-Tw-a)
                      " HEIGHT "
                      LS-Height(LS-Tw-Row(LS-Tw-a), LS-Tw-Col(LS-Tw-a))
                      DELIMITED BY SIZE INTO F-Sight-LINE
               WRITE F-Sight-LINE
           END-PERFORM.

           MOVE SPACES TO F-Sight-LINE.
           WRITE F-Sight-LINE.
           MOVE "LINE OF SIGHT BETWEEN TOWERS" TO F-Sight-LINE.
           WRITE F-Sight-LINE.
           PERFORM VARYING LS-Tw-a FROM 1 UNTIL LS-Tw-a > LS-Tw-CNT
               PERFORM VARYING LS-Tw-b FROM LS-Tw-a BY 1
                       UNTIL LS-Tw-b > LS-Tw-CNT
                   IF LS-Tw-b > LS-Tw-a THEN
                       PERFORM TOWER-PAIR-ROUTINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO F-Sight-LINE.
           STRING "  VISIBLE PAIRS " LS-Tw-Pair-CNT
                  "  BLOCKED PAIRS " LS-Tw-Blocked-CNT
                  DELIMITED BY SIZE INTO F-Sight-LINE.
           WRITE F-Sight-LINE.

           MOVE SPACES TO F-Sight-LINE.
           WRITE F-Sight-LINE.
           MOVE "NEIGHBOURS IN SIGHT" TO F-Sight-LINE.
           WRITE F-Sight-LINE.
           PERFORM VARYING LS-Tw-a FROM 1 UNTIL LS-Tw-a > LS-Tw-CNT
               PERFORM TOWER-NEIGHBOURS-ROUTINE
           END-PERFORM.

           PERFORM TOWER-GROUPS-ROUTINE.
           CLOSE F-Sight-FILE.
           MOVE "treetop_towers.txt" TO RPT-File-Name.
           MOVE "TREETOWR" TO RPT-Report-Id.
           MOVE "LOOKOUT TOWER LINE OF SIGHT" TO RPT-Title.
           PERFORM PAGE-REPORT-ROUTINE.
           IF LS-Tw-Grp-CNT = 1 THEN
               DISPLAY "Lookout towers: " LS-Tw-CNT " towers, "
                       LS-Tw-Pair-CNT " visible pair(s), one "
                       "connected network - treetop_towers.txt"
           ELSE
               DISPLAY "Lookout towers: " LS-Tw-CNT " towers, "
                       LS-Tw-Pair-CNT " visible pair(s), "
                       LS-Tw-Grp-CNT " separate groups - "
                       "treetop_towers.txt"
           END-IF.
       END-ROUTINE.

       READ-TOWER-ROUTINE.
           READ F-Towers-FILE RECORD
               AT END SET LS-Tw-EOF TO 1
               NOT AT END PERFORM LOAD-TOWER-ROUTINE
           END-READ.
       END-ROUTINE.

       LOAD-TOWER-ROUTINE.
      *> "row col", or a shortlist line with ROW and COL keywords;
      *> blank lines and the control trailer are passed over
           MOVE SPACES TO LS-Tw-Tok-TBL, LS-Tw-Row-STR, LS-Tw-Col-STR.
           UNSTRING FUNCTION TRIM(F-Towers-LINE LEADING)
               DELIMITED BY ALL SPACES
               INTO LS-Tw-Tok(1), LS-Tw-Tok(2), LS-Tw-Tok(3),
                    LS-Tw-Tok(4), LS-Tw-Tok(5), LS-Tw-Tok(6),
                    LS-Tw-Tok(7), LS-Tw-Tok(8).
           IF LS-Tw-Tok(1) = SPACES OR LS-Tw-Tok(1)(1:1) = "*" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING LS-Tw-t FROM 1 UNTIL LS-Tw-t > 7
               IF LS-Tw-Tok(LS-Tw-t) = "ROW" THEN
                   MOVE LS-Tw-Tok(LS-Tw-t + 1) TO LS-Tw-Row-STR
               END-IF
               IF LS-Tw-Tok(LS-Tw-t) = "COL" THEN
                   MOVE LS-Tw-Tok(LS-Tw-t + 1) TO LS-Tw-Col-STR
               END-IF
           END-PERFORM.
           IF LS-Tw-Row-STR = SPACES AND LS-Tw-Col-STR = SPACES THEN
               MOVE LS-Tw-Tok(1) TO LS-Tw-Row-STR
               MOVE LS-Tw-Tok(2) TO LS-Tw-Col-STR
           END-IF.
           IF FUNCTION TEST-NUMVAL(LS-Tw-Row-STR) NOT = 0
            OR FUNCTION TEST-NUMVAL(LS-Tw-Col-STR) NOT = 0
            OR LS-Tw-Row-STR = SPACES OR LS-Tw-Col-STR = SPACES THEN
               DISPLAY "TOWERS: line skipped: "
                       FUNCTION TRIM(F-Towers-LINE)
               MOVE "not numeric" TO LS-Aud-Why
               PERFORM TOWER-AUDIT-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(LS-Tw-Row-STR) TO LS-Tw-In-Row.
           MOVE FUNCTION NUMVAL(LS-Tw-Col-STR) TO LS-Tw-In-Col.
           IF LS-Tw-In-Row < 1 OR LS-Tw-In-Row > LS-Rows-CNT
            OR LS-Tw-In-Col < 1
            OR LS-Tw-In-Col > LS-Cols-CNT(LS-Tw-In-Row) THEN
               DISPLAY "TOWERS: tree outside grid skipped: "
                       FUNCTION TRIM(F-Towers-LINE)
               MOVE "outside grid" TO LS-Aud-Why
               PERFORM TOWER-AUDIT-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           SET LS-Tw-Dupe TO 0.
           PERFORM VARYING LS-Tw-a FROM 1 UNTIL LS-Tw-a > LS-Tw-CNT
               IF LS-Tw-Row(LS-Tw-a) = LS-Tw-In-Row
                AND LS-Tw-Col(LS-Tw-a) = LS-Tw-In-Col THEN
                   SET LS-Tw-Dupe TO 1
               END-IF
           END-PERFORM.
           IF LS-Tw-Dupe = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           IF LS-Tw-CNT >= LS-Tw-Max-CONST THEN
               DISPLAY "TOWERS: more than " LS-Tw-Max-CONST
                       " candidates - extra candidates ignored"
               MOVE "TRE003" TO AUD-Code
               MOVE SPACES TO AUD-Message
               STRING "more than " LS-Tw-Max-CONST
                      " tower candidates - extra candidates ignored"
                      DELIMITED BY SIZE INTO AUD-Message
               MOVE WS-Towers-FileName TO AUD-Input-File
               PERFORM SIDE-AUDIT-ROUTINE
               SET LS-Tw-EOF TO 1
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LS-Tw-CNT.
           MOVE LS-Tw-In-Row TO LS-Tw-Row(LS-Tw-CNT).
           MOVE LS-Tw-In-Col TO LS-Tw-Col(LS-Tw-CNT).
       END-ROUTINE.

       TOWER-PAIR-ROUTINE.
           PERFORM SIGHT-LINE-ROUTINE.
           MOVE SPACES TO F-Sight-LINE.
           IF LS-Tw-Clear = 1 THEN
               MOVE 1 TO LS-Tw-Adj(LS-Tw-a, LS-Tw-b),
                         LS-Tw-Adj(LS-Tw-b, LS-Tw-a)
               ADD 1 TO LS-Tw-Nbr-CNT(LS-Tw-a), LS-Tw-Nbr-CNT(LS-Tw-b)
               ADD 1 TO LS-Tw-Pair-CNT
               STRING "  TOWER " LS-Tw-a " - TOWER " LS-Tw-b
                      "  VISIBLE"
                      DELIMITED BY SIZE INTO F-Sight-LINE
           ELSE
               ADD 1 TO LS-Tw-Blocked-CNT
               STRING "  TOWER " LS-Tw-a " - TOWER " LS-Tw-b
                      "  BLOCKED AT ROW " LS-Tw-Block-Row
                      " COL " LS-Tw-Block-Col
                      DELIMITED BY SIZE INTO F-Sight-LINE
           END-IF.
           WRITE F-Sight-LINE.
       END-ROUTINE.

       SIGHT-LINE-ROUTINE.
      *> step along the line one row or column at a time (whichever
      *> changes more), taking the tree nearest the line at each step
      *> and the sight-line height there; along a row, a column or a
      *> true diagonal that is every tree in between
           SET LS-Tw-Clear TO 1.
           MOVE ZERO TO LS-Tw-Block-Row, LS-Tw-Block-Col.
           COMPUTE LS-Tw-dR = LS-Tw-Row(LS-Tw-b) - LS-Tw-Row(LS-Tw-a).
           COMPUTE LS-Tw-dC = LS-Tw-Col(LS-Tw-b) - LS-Tw-Col(LS-Tw-a).
           COMPUTE LS-Tw-dH =
               LS-Height(LS-Tw-Row(LS-Tw-b), LS-Tw-Col(LS-Tw-b)) -
               LS-Height(LS-Tw-Row(LS-Tw-a), LS-Tw-Col(LS-Tw-a)).
           MOVE FUNCTION ABS(LS-Tw-dR) TO LS-Tw-Steps.
           IF FUNCTION ABS(LS-Tw-dC) > LS-Tw-Steps THEN
               MOVE FUNCTION ABS(LS-Tw-dC) TO LS-Tw-Steps
           END-IF.
           PERFORM VARYING LS-Tw-k FROM 1
                   UNTIL LS-Tw-k >= LS-Tw-Steps OR LS-Tw-Clear = 0
               COMPUTE LS-Tw-Pos = LS-Tw-Row(LS-Tw-a) +
                   LS-Tw-dR * LS-Tw-k / LS-Tw-Steps
               COMPUTE LS-Tw-R = LS-Tw-Pos + 0.5
               COMPUTE LS-Tw-Pos = LS-Tw-Col(LS-Tw-a) +
                   LS-Tw-dC * LS-Tw-k / LS-Tw-Steps
               COMPUTE LS-Tw-C = LS-Tw-Pos + 0.5
               COMPUTE LS-Tw-Line-H =
                   LS-Height(LS-Tw-Row(LS-Tw-a), LS-Tw-Col(LS-Tw-a)) +
                   LS-Tw-dH * LS-Tw-k / LS-Tw-Steps
      *> a short row of a ragged grid has no tree there
               IF LS-Tw-C <= LS-Cols-CNT(LS-Tw-R) THEN
                   MOVE LS-Height(LS-Tw-R, LS-Tw-C) TO LS-Tw-Cell-H
                   IF LS-Tw-Cell-H >= LS-Tw-Line-H THEN
                       SET LS-Tw-Clear TO 0
                       MOVE LS-Tw-R TO LS-Tw-Block-Row
                       MOVE LS-Tw-C TO LS-Tw-Block-Col
                   END-IF
               END-IF
           END-PERFORM.
       END-ROUTINE.

       TOWER-NEIGHBOURS-ROUTINE.
           MOVE SPACES TO LS-Tw-List-Head.
           STRING "  TOWER " LS-Tw-a " (" LS-Tw-Nbr-CNT(LS-Tw-a) "):"
                  DELIMITED BY SIZE INTO LS-Tw-List-Head.
           PERFORM START-LIST-ROUTINE.
           IF LS-Tw-Nbr-CNT(LS-Tw-a) = 0 THEN
               STRING " NONE - ISOLATED" DELIMITED BY SIZE
                      INTO F-Sight-LINE WITH POINTER LS-Tw-List-PTR
           END-IF.
           PERFORM VARYING LS-Tw-b FROM 1 UNTIL LS-Tw-b > LS-Tw-CNT
               IF LS-Tw-Adj(LS-Tw-a, LS-Tw-b) = 1 THEN
                   PERFORM ADD-TO-LIST-ROUTINE
               END-IF
           END-PERFORM.
           WRITE F-Sight-LINE.
       END-ROUTINE.

       TOWER-GROUPS-ROUTINE.
      *> towers that can relay to one another, directly or through
      *> other towers, form one group; each group is grown from its
      *> first tower until a pass adds nobody
           SET LS-Tw-Grp-CNT TO 0.
           PERFORM VARYING LS-Tw-g FROM 1 UNTIL LS-Tw-g > LS-Tw-CNT
               IF LS-Tw-Grp(LS-Tw-g) = 0 THEN
                   ADD 1 TO LS-Tw-Grp-CNT
                   MOVE LS-Tw-Grp-CNT TO LS-Tw-Grp(LS-Tw-g)
                   PERFORM SPREAD-GROUP-ROUTINE
                       WITH TEST AFTER UNTIL LS-Tw-Changed = 0
               END-IF
           END-PERFORM.
           MOVE SPACES TO F-Sight-LINE.
           WRITE F-Sight-LINE.
           MOVE SPACES TO F-Sight-LINE.
           IF LS-Tw-Grp-CNT = 1 THEN
               STRING "NETWORK: ALL " LS-Tw-CNT " TOWERS FORM ONE "
                      "CONNECTED NETWORK"
                      DELIMITED BY SIZE INTO F-Sight-LINE
           ELSE
               STRING "NETWORK: NOT CONNECTED - " LS-Tw-Grp-CNT
                      " SEPARATE GROUPS"
                      DELIMITED BY SIZE INTO F-Sight-LINE
           END-IF.
           WRITE F-Sight-LINE.
           PERFORM VARYING LS-Tw-g FROM 1 UNTIL LS-Tw-g > LS-Tw-Grp-CNT
               PERFORM TOWER-ONE-GROUP-ROUTINE
           END-PERFORM.
       END-ROUTINE.

       SPREAD-GROUP-ROUTINE.
           SET LS-Tw-Changed TO 0.
           PERFORM VARYING LS-Tw-a FROM 1 UNTIL LS-Tw-a > LS-Tw-CNT
               IF LS-Tw-Grp(LS-Tw-a) = LS-Tw-Grp-CNT THEN
                   PERFORM VARYING LS-Tw-b FROM 1
                           UNTIL LS-Tw-b > LS-Tw-CNT
                       IF LS-Tw-Grp(LS-Tw-b) = 0
                        AND LS-Tw-Adj(LS-Tw-a, LS-Tw-b) = 1 THEN
                           MOVE LS-Tw-Grp-CNT TO LS-Tw-Grp(LS-Tw-b)
                           SET LS-Tw-Changed TO 1
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       END-ROUTINE.

       TOWER-ONE-GROUP-ROUTINE.
           SET LS-Tw-Grp-Size TO 0.
           PERFORM VARYING LS-Tw-b FROM 1 UNTIL LS-Tw-b > LS-Tw-CNT
               IF LS-Tw-Grp(LS-Tw-b) = LS-Tw-g THEN
                   ADD 1 TO LS-Tw-Grp-Size
               END-IF
           END-PERFORM.
           MOVE SPACES TO LS-Tw-List-Head.
           IF LS-Tw-Grp-Size = 1 THEN
               STRING "  GROUP " LS-Tw-g " ISOLATED:"
                      DELIMITED BY SIZE INTO LS-Tw-List-Head
           ELSE
               STRING "  GROUP " LS-Tw-g " (" LS-Tw-Grp-Size
                      " TOWERS):"
                      DELIMITED BY SIZE INTO LS-Tw-List-Head
           END-IF.
           PERFORM START-LIST-ROUTINE.
           PERFORM VARYING LS-Tw-b FROM 1 UNTIL LS-Tw-b > LS-Tw-CNT
               IF LS-Tw-Grp(LS-Tw-b) = LS-Tw-g THEN
                   PERFORM ADD-TO-LIST-ROUTINE
               END-IF
           END-PERFORM.
           WRITE F-Sight-LINE.
       END-ROUTINE.

       START-LIST-ROUTINE.
           MOVE LS-Tw-List-Head TO F-Sight-LINE.
           COMPUTE LS-Tw-List-Indent =
               FUNCTION LENGTH(FUNCTION TRIM(LS-Tw-List-Head)) + 3.
           MOVE LS-Tw-List-Indent TO LS-Tw-List-PTR.
           SET LS-Tw-List-N TO 0.
       END-ROUTINE.

       ADD-TO-LIST-ROUTINE.
      *> tower LS-Tw-b onto the current list line, starting a
      *> continuation line when this one is full
           IF LS-Tw-List-N >= LS-Tw-Per-Line-CONST THEN
               WRITE F-Sight-LINE
               MOVE SPACES TO F-Sight-LINE
               MOVE LS-Tw-List-Indent TO LS-Tw-List-PTR
               SET LS-Tw-List-N TO 0
           END-IF.
           STRING " " LS-Tw-b DELIMITED BY SIZE
                  INTO F-Sight-LINE WITH POINTER LS-Tw-List-PTR.
           ADD 1 TO LS-Tw-List-N.
       END-ROUTINE.

       SHORTLIST-EXPORT-ROUTINE.
           OPEN OUTPUT F-Shortlist-FILE.
           PERFORM VARYING LS-Short-Rank FROM 1
               END-IF
           END-PERFORM.
           CLOSE F-Shortlist-FILE.
           MOVE "treetop_shortlist.txt" TO OSL-File-Name.
           PERFORM SEAL-OUTPUT-ROUTINE.
       END-ROUTINE.

       DISPLAY-VISIBILITY-MAP-ROUTINE.
           END-PERFORM.
       END-ROUTINE.

       AUDIT-EXCEPTION-ROUTINE.
           MOVE WS-Filename TO AUD-Input-File.
           MOVE LS-Rows-CNT TO AUD-Line-NUM.
           MOVE "treetop" TO AUD-Program.
           MOVE SPACE TO AUD-Severity.
           CALL "audit_log" USING AUD-Record
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       TOWER-AUDIT-ROUTINE.
           MOVE "TRE004" TO AUD-Code.
           MOVE SPACES TO AUD-Message.
           STRING "tower candidate skipped (" FUNCTION TRIM(LS-Aud-Why)
                  "): " FUNCTION TRIM(F-Towers-LINE)
                  DELIMITED BY SIZE INTO AUD-Message.
           MOVE WS-Towers-FileName TO AUD-Input-File.
           PERFORM SIDE-AUDIT-ROUTINE.
       END-ROUTINE.

       EDIT-AUDIT-ROUTINE.
           MOVE "TRE005" TO AUD-Code.
           MOVE SPACES TO AUD-Message.
           STRING "what-if edit skipped (" FUNCTION TRIM(LS-Aud-Why)
                  "): " FUNCTION TRIM(F-Edits-LINE)
                  DELIMITED BY SIZE INTO AUD-Message.
           MOVE WS-Edits-FileName TO AUD-Input-File.
           PERFORM SIDE-AUDIT-ROUTINE.
       END-ROUTINE.

       SIDE-AUDIT-ROUTINE.
      *> candidate and edit files are not numbered by line
           MOVE ZERO TO AUD-Line-NUM.
           MOVE "treetop" TO AUD-Program.
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
           MOVE "treetop" TO RPT-Program.
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
           MOVE "treetop" TO OSL-Program.
           CALL "output_seal" USING OSL-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       CLOSE-FILE-ROUTINE.
           CLOSE F-input-FILE.
       END-ROUTINE.
