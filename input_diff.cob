       IDENTIFICATION DIVISION.
       PROGRAM-ID. input_diff.
      *> Line-level change report between two versions of an input
      *> file. Called by test_all when an input's fingerprint moved
      *> since its last run: L-Old-Path is the previous version (a
      *> vault copy), L-New-Path the file the day program is about to
      *> read. Both are walked line by line; where they part company
      *> the next few lines of each side are searched for the point
      *> where they agree again, so a handful of inserted or removed
      *> lines shows as ADDED / DELETED rather than as everything
      *> below them being ALTERED. Lines are matched on length, a
      *> position-weighted checksum of the whole line (the same sum
      *> test_all fingerprints with) and the first 100 characters,
      *> which is also the image printed in the report.
      *> Report (L-Report-Name), 120 columns:
      *>   === INPUT CHANGE REPORT <title> ===
      *>   ADDED   new line nnnnnn: <image>
      *>   DELETED old line nnnnnn: <image>
      *>   ALTERED old line nnnnnn / new line nnnnnn
      *>     BEFORE: <image>
      *>     AFTER : <image>
      *>   SUMMARY: ...
      *> Only the first 3000 lines of each version are compared and
      *> the first 200 changes listed; the counts cover every change
      *> found.
      *> Status: "00" report written, "30" old version unreadable,
      *> "31" new version unreadable, "99" report could not be
      *> written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Input-FILE
           ASSIGN TO WS-Input-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Input-FS.
           SELECT F-Report-FILE
           ASSIGN TO WS-Report-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Report-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Input-FILE.
       01 F-Input-LINE PIC X(5000).

       FD F-Report-FILE.
       01 F-Report-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-Input-FileName PIC X(60) VALUE SPACES.
       01 WS-Input-FS PIC XX.
       01 WS-Report-FileName PIC X(40) VALUE SPACES.
       01 WS-Report-FS PIC XX.

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-Side PIC X(1) VALUE SPACE.
       01 WS-Lines-Max-CONST PIC 9(4) VALUE 3000.
       01 WS-List-Max-CONST PIC 9(4) VALUE 200.
       01 WS-Window-CONST PIC 9(4) VALUE 20.
       01 WS-Truncated-BOOL PIC 9(1) VALUE 0.

       01 WS-Old-CNT PIC 9(6) VALUE ZERO.
       01 WS-Old-TBL.
         02 WS-Old-REC OCCURS 3000 TIMES.
           03 WS-Old-Len PIC 9(4).
           03 WS-Old-Sum PIC 9(9).
           03 WS-Old-Image PIC X(100).

       01 WS-New-CNT PIC 9(6) VALUE ZERO.
       01 WS-New-TBL.
         02 WS-New-REC OCCURS 3000 TIMES.
           03 WS-New-Len PIC 9(4).
           03 WS-New-Sum PIC 9(9).
           03 WS-New-Image PIC X(100).

       01 WS-Line-Len PIC 9(4) VALUE ZERO.
       01 WS-Line-Sum PIC 9(9) VALUE ZERO.
       01 WS-k PIC 9(4) VALUE ZERO.

       01 WS-i PIC 9(6) VALUE ZERO.
       01 WS-j PIC 9(6) VALUE ZERO.
       01 WS-n PIC 9(6) VALUE ZERO.
       01 WS-Skip PIC 9(4) VALUE ZERO.
       01 WS-Skip-Side PIC X(1) VALUE SPACE.
       01 WS-Same-BOOL PIC 9(1) VALUE 0.
       01 WS-Cmp-Old PIC 9(6) VALUE ZERO.
       01 WS-Cmp-New PIC 9(6) VALUE ZERO.
       01 WS-Listed-CNT PIC 9(6) VALUE ZERO.
       01 WS-Report-LINE PIC X(120) VALUE SPACES.

       LINKAGE SECTION.
       01 L-Old-Path PIC X(60).
       01 L-New-Path PIC X(60).
       01 L-Report-Name PIC X(40).
       01 L-Title PIC X(80).
       01 L-Added PIC 9(6).
       01 L-Deleted PIC 9(6).
       01 L-Altered PIC 9(6).
       01 L-Status PIC X(2).

       PROCEDURE DIVISION USING L-Old-Path, L-New-Path, L-Report-Name,
                                L-Title, L-Added, L-Deleted,
                                L-Altered, L-Status.
       MAIN-ROUTINE.
           MOVE ZERO TO L-Added, L-Deleted, L-Altered.
           MOVE ZERO TO WS-Old-CNT, WS-New-CNT, WS-Listed-CNT.
           SET WS-Truncated-BOOL TO 0.
           MOVE "O" TO WS-Side.
           MOVE L-Old-Path TO WS-Input-FileName.
           PERFORM LOAD-VERSION-ROUTINE.
           IF WS-Input-FS NOT = "00" THEN
               MOVE "30" TO L-Status
               EXIT PROGRAM
           END-IF.
           MOVE "N" TO WS-Side.
           MOVE L-New-Path TO WS-Input-FileName.
           PERFORM LOAD-VERSION-ROUTINE.
           IF WS-Input-FS NOT = "00" THEN
               MOVE "31" TO L-Status
               EXIT PROGRAM
           END-IF.
           MOVE L-Report-Name TO WS-Report-FileName.
           OPEN OUTPUT F-Report-FILE.
           IF WS-Report-FS NOT = "00" THEN
               DISPLAY "input_diff: cannot create "
                       FUNCTION TRIM(WS-Report-FileName)
                       " - status " WS-Report-FS
               MOVE "99" TO L-Status
               EXIT PROGRAM
           END-IF.
           PERFORM WRITE-HEADER-ROUTINE.
           MOVE 1 TO WS-i, WS-j.
           PERFORM COMPARE-STEP-ROUTINE
               UNTIL WS-i > WS-Old-CNT AND WS-j > WS-New-CNT.
           PERFORM WRITE-SUMMARY-ROUTINE.
           CLOSE F-Report-FILE.
           MOVE "00" TO L-Status.
           EXIT PROGRAM.
       END-ROUTINE.

       LOAD-VERSION-ROUTINE.
           OPEN INPUT F-Input-FILE.
           IF WS-Input-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-VERSION-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Input-FILE.
           MOVE "00" TO WS-Input-FS.
       END-ROUTINE.

       READ-VERSION-ROUTINE.
           READ F-Input-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END PERFORM STORE-LINE-ROUTINE
           END-READ.
       END-ROUTINE.

       STORE-LINE-ROUTINE.
           IF (WS-Side = "O" AND WS-Old-CNT >= WS-Lines-Max-CONST)
            OR (WS-Side = "N" AND WS-New-CNT >= WS-Lines-Max-CONST)
               SET WS-Truncated-BOOL TO 1
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION
               TRIM(F-Input-LINE TRAILING)) TO WS-Line-Len.
           IF F-Input-LINE = SPACES THEN
               SET WS-Line-Len TO 0
           END-IF.
           SET WS-Line-Sum TO 0.
           PERFORM VARYING WS-k FROM 1 UNTIL WS-k > WS-Line-Len
               COMPUTE WS-Line-Sum = FUNCTION MOD(WS-Line-Sum +
                   WS-k * FUNCTION ORD(F-Input-LINE(WS-k:1)),
                   999999937)
           END-PERFORM.
           IF WS-Side = "O" THEN
               ADD 1 TO WS-Old-CNT
               MOVE WS-Line-Len TO WS-Old-Len(WS-Old-CNT)
               MOVE WS-Line-Sum TO WS-Old-Sum(WS-Old-CNT)
               MOVE F-Input-LINE(1:100) TO WS-Old-Image(WS-Old-CNT)
           ELSE
               ADD 1 TO WS-New-CNT
               MOVE WS-Line-Len TO WS-New-Len(WS-New-CNT)
               MOVE WS-Line-Sum TO WS-New-Sum(WS-New-CNT)
               MOVE F-Input-LINE(1:100) TO WS-New-Image(WS-New-CNT)
           END-IF.
       END-ROUTINE.

       SAME-LINE-ROUTINE.
           SET WS-Same-BOOL TO 0.
           IF WS-Old-Len(WS-Cmp-Old) = WS-New-Len(WS-Cmp-New)
            AND WS-Old-Sum(WS-Cmp-Old) = WS-New-Sum(WS-Cmp-New)
            AND WS-Old-Image(WS-Cmp-Old) = WS-New-Image(WS-Cmp-New)
               SET WS-Same-BOOL TO 1
           END-IF.
       END-ROUTINE.

       COMPARE-STEP-ROUTINE.
           IF WS-i > WS-Old-CNT THEN
               MOVE WS-j TO WS-n
               PERFORM LIST-ADDED-ROUTINE
               ADD 1 TO WS-j
               EXIT PARAGRAPH
           END-IF.
           IF WS-j > WS-New-CNT THEN
               MOVE WS-i TO WS-n
               PERFORM LIST-DELETED-ROUTINE
               ADD 1 TO WS-i
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-i TO WS-Cmp-Old.
           MOVE WS-j TO WS-Cmp-New.
           PERFORM SAME-LINE-ROUTINE.
           IF WS-Same-BOOL = 1 THEN
               ADD 1 TO WS-i, WS-j
               EXIT PARAGRAPH
           END-IF.
      *> out of step: find the nearest point where the two versions
      *> agree again, trying each distance on both sides before
      *> widening the search
           SET WS-Skip TO 0.
           MOVE SPACE TO WS-Skip-Side.
           PERFORM VARYING WS-k FROM 1
                   UNTIL WS-k > WS-Window-CONST OR WS-Skip > 0
               IF WS-i + WS-k <= WS-Old-CNT THEN
                   COMPUTE WS-Cmp-Old = WS-i + WS-k
                   MOVE WS-j TO WS-Cmp-New
                   PERFORM SAME-LINE-ROUTINE
                   IF WS-Same-BOOL = 1 THEN
                       MOVE WS-k TO WS-Skip
                       MOVE "D" TO WS-Skip-Side
                   END-IF
               END-IF
               IF WS-Skip = 0 AND WS-j + WS-k <= WS-New-CNT THEN
                   MOVE WS-i TO WS-Cmp-Old
                   COMPUTE WS-Cmp-New = WS-j + WS-k
                   PERFORM SAME-LINE-ROUTINE
                   IF WS-Same-BOOL = 1 THEN
                       MOVE WS-k TO WS-Skip
                       MOVE "A" TO WS-Skip-Side
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE WS-Skip-Side
               WHEN "D"
                   PERFORM VARYING WS-k FROM 1 UNTIL WS-k > WS-Skip
                       MOVE WS-i TO WS-n
                       PERFORM LIST-DELETED-ROUTINE
                       ADD 1 TO WS-i
                   END-PERFORM
               WHEN "A"
                   PERFORM VARYING WS-k FROM 1 UNTIL WS-k > WS-Skip
                       MOVE WS-j TO WS-n
                       PERFORM LIST-ADDED-ROUTINE
                       ADD 1 TO WS-j
                   END-PERFORM
               WHEN OTHER
                   PERFORM LIST-ALTERED-ROUTINE
                   ADD 1 TO WS-i, WS-j
           END-EVALUATE.
       END-ROUTINE.

       LIST-ADDED-ROUTINE.
           ADD 1 TO L-Added.
           ADD 1 TO WS-Listed-CNT.
           IF WS-Listed-CNT > WS-List-Max-CONST THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Report-LINE.
           STRING "ADDED   new line " DELIMITED BY SIZE,
                  WS-n DELIMITED BY SIZE,
                  ": " DELIMITED BY SIZE,
                  WS-New-Image(WS-n) DELIMITED BY SIZE
                  INTO WS-Report-LINE.
           WRITE F-Report-LINE FROM WS-Report-LINE.
       END-ROUTINE.

       LIST-DELETED-ROUTINE.
           ADD 1 TO L-Deleted.
           ADD 1 TO WS-Listed-CNT.
           IF WS-Listed-CNT > WS-List-Max-CONST THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Report-LINE.
           STRING "DELETED old line " DELIMITED BY SIZE,
                  WS-n DELIMITED BY SIZE,
                  ": " DELIMITED BY SIZE,
                  WS-Old-Image(WS-n) DELIMITED BY SIZE
                  INTO WS-Report-LINE.
           WRITE F-Report-LINE FROM WS-Report-LINE.
       END-ROUTINE.

       LIST-ALTERED-ROUTINE.
           ADD 1 TO L-Altered.
           ADD 1 TO WS-Listed-CNT.
           IF WS-Listed-CNT > WS-List-Max-CONST THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Report-LINE.
           STRING "ALTERED old line " DELIMITED BY SIZE,
                  WS-i DELIMITED BY SIZE,
                  " / new line " DELIMITED BY SIZE,
                  WS-j DELIMITED BY SIZE
                  INTO WS-Report-LINE.
           WRITE F-Report-LINE FROM WS-Report-LINE.
           MOVE SPACES TO WS-Report-LINE.
           STRING "  BEFORE: " DELIMITED BY SIZE,
                  WS-Old-Image(WS-i) DELIMITED BY SIZE
                  INTO WS-Report-LINE.
           WRITE F-Report-LINE FROM WS-Report-LINE.
           MOVE SPACES TO WS-Report-LINE.
           STRING "  AFTER : " DELIMITED BY SIZE,
                  WS-New-Image(WS-j) DELIMITED BY SIZE
                  INTO WS-Report-LINE.
           WRITE F-Report-LINE FROM WS-Report-LINE.
       END-ROUTINE.

       WRITE-HEADER-ROUTINE.
           MOVE SPACES TO WS-Report-LINE.
           STRING "=== INPUT CHANGE REPORT " DELIMITED BY SIZE,
                  FUNCTION TRIM(L-Title) DELIMITED BY SIZE,
                  " ===" DELIMITED BY SIZE
                  INTO WS-Report-LINE.
           WRITE F-Report-LINE FROM WS-Report-LINE.
           MOVE SPACES TO WS-Report-LINE.
           STRING "OLD " DELIMITED BY SIZE,
                  FUNCTION TRIM(L-Old-Path) DELIMITED BY SIZE,
                  " (" DELIMITED BY SIZE,
                  WS-Old-CNT DELIMITED BY SIZE,
                  " lines)  NEW " DELIMITED BY SIZE,
                  FUNCTION TRIM(L-New-Path) DELIMITED BY SIZE,
                  " (" DELIMITED BY SIZE,
                  WS-New-CNT DELIMITED BY SIZE,
                  " lines)" DELIMITED BY SIZE
                  INTO WS-Report-LINE.
           WRITE F-Report-LINE FROM WS-Report-LINE.
       END-ROUTINE.

       WRITE-SUMMARY-ROUTINE.
           IF WS-Listed-CNT > WS-List-Max-CONST THEN
               MOVE SPACES TO WS-Report-LINE
               COMPUTE WS-n = WS-Listed-CNT - WS-List-Max-CONST
               STRING "... " DELIMITED BY SIZE,
                      WS-n DELIMITED BY SIZE,
                      " further change(s) not listed" DELIMITED BY SIZE
                      INTO WS-Report-LINE
               WRITE F-Report-LINE FROM WS-Report-LINE
           END-IF.
           IF WS-Truncated-BOOL = 1 THEN
               MOVE SPACES TO WS-Report-LINE
               STRING "NOTE: only the first " DELIMITED BY SIZE,
                      WS-Lines-Max-CONST DELIMITED BY SIZE,
                      " lines of each version were compared"
                          DELIMITED BY SIZE
                      INTO WS-Report-LINE
               WRITE F-Report-LINE FROM WS-Report-LINE
           END-IF.
           IF WS-Listed-CNT = 0 THEN
               MOVE "(no line differences in the lines compared)"
                   TO WS-Report-LINE
               WRITE F-Report-LINE FROM WS-Report-LINE
           END-IF.
           MOVE SPACES TO WS-Report-LINE.
           STRING "SUMMARY: added " DELIMITED BY SIZE,
                  L-Added DELIMITED BY SIZE,
                  " deleted " DELIMITED BY SIZE,
                  L-Deleted DELIMITED BY SIZE,
                  " altered " DELIMITED BY SIZE,
                  L-Altered DELIMITED BY SIZE
                  INTO WS-Report-LINE.
           WRITE F-Report-LINE FROM WS-Report-LINE.
       END-ROUTINE.

       END PROGRAM input_diff.
