       IDENTIFICATION DIVISION.
       PROGRAM-ID. cleanup_order.
      *> Cleanup work order from linux_du's deletion candidates. The
      *> what-if ranking (linux_du_whatif.txt) is listed numbered -
      *> every directory whose deletion alone frees enough, or the
      *> best pair when none does - and the operator picks the ones
      *> to clean up. Each pick is checked against the protections in
      *> the directory quota master (dir_quotas.txt, layout in
      *> dir-quota.cpy): a protected directory, anything inside one
      *> and anything containing one is refused. Picks that nest
      *> inside one another are counted once - the outer path stays
      *> on the order, the inner one is shown as covered by it. The
      *> draft gives the bytes freed and the free space expected
      *> after the cleanup against the disk capacity (default
      *> 70000000) and the space the ranking says is still needed;
      *> sizes for the best pair come from linux_du_tree.txt.
      *> test_all moves both files into the run's archive directory
      *> once linux_du has run; when either is not in the working
      *> directory the latest archived copy is read instead, found
      *> through the side-output manifest (side_archive.txt, layout in
      *> side-archive.cpy) - the tree from the same run as the
      *> ranking where the ranking was archived too.
      *> A shift lead or above then signs on to approve it. An
      *> approved order takes the next order number, goes on the
      *> work-order master (cleanup_orders.txt, layout in
      *> cleanup-order.cpy) and is printed for the storage team in
      *> cleanup_order.txt; approval and rejection are both written
      *> to the change log under "CLEANUP".
      *> Condition codes: 0 work order issued, 4 nothing issued
      *> (nothing picked, every pick refused, or not approved),
      *> 12 sign-on failed, 16 no what-if ranking on file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-WhatIf-FILE
           ASSIGN TO WS-WhatIf-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WhatIf-FS.
           SELECT F-Tree-FILE
           ASSIGN TO WS-Tree-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Tree-FS.
           SELECT F-Side-FILE
           ASSIGN TO "side_archive.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Side-FS.
           SELECT F-Quota-FILE
           ASSIGN TO "dir_quotas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Quota-FS.
           SELECT F-Order-FILE
           ASSIGN TO "cleanup_orders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Order-FS.
           SELECT F-Report-FILE
           ASSIGN TO "cleanup_order.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Report-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-WhatIf-FILE.
       01 F-WhatIf-LINE PIC X(120).

       FD F-Tree-FILE.
       01 F-Tree-LINE PIC X(120).

       FD F-Side-FILE.
       COPY "side-archive.cpy".

       FD F-Quota-FILE.
       COPY "dir-quota.cpy".

       FD F-Order-FILE.
       COPY "cleanup-order.cpy".

       FD F-Report-FILE.
       01 F-Report-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-WhatIf-FS PIC XX.
       01 WS-Tree-FS PIC XX.
       01 WS-Side-FS PIC XX.
       01 WS-Quota-FS PIC XX.
       01 WS-Order-FS PIC XX.
       01 WS-Report-FS PIC XX.
       COPY "report-page.cpy".

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-Line PIC X(120) VALUE SPACES.
       01 WS-Tok-TBL.
         02 WS-Tok PIC X(80) OCCURS 12 TIMES.
       01 WS-Tok-CNT PIC 9(2) VALUE ZERO.
       01 WS-t PIC 9(2) VALUE ZERO.
       01 WS-Now PIC X(21) VALUE SPACES.

      *> where the ranking and the tree are read from: the working
      *> directory, else their latest archived copies
       01 WS-WhatIf-FileName PIC X(120) VALUE "linux_du_whatif.txt".
       01 WS-Tree-FileName PIC X(120) VALUE "linux_du_tree.txt".
       01 WS-Arc-Want PIC X(40) VALUE SPACES.
       01 WS-Arc-Want-Run PIC 9(6) VALUE ZERO.
       01 WS-Arc-Run PIC 9(6) VALUE ZERO.
       01 WS-Arc-Name PIC X(120) VALUE SPACES.
       01 WS-Arc-EOF PIC 9(1) VALUE 0.
       01 WS-WhatIf-Run PIC 9(6) VALUE ZERO.

      *> the what-if ranking as read
       01 WS-Cand-Max-CONST PIC 9(3) VALUE 200.
       01 WS-Cand-CNT PIC 9(3) VALUE ZERO.
       01 WS-Cand-TBL.
         02 WS-Cand-REC OCCURS 200 TIMES.
           03 WS-Cand-Path PIC X(80).
           03 WS-Cand-Size PIC 9(10).
      *> "S" frees enough alone, "P" one of the best pair
           03 WS-Cand-Src PIC X(1).
       01 WS-c PIC 9(3) VALUE ZERO.
       01 WS-Need PIC 9(10) VALUE ZERO.
       01 WS-Root-Size PIC 9(10) VALUE ZERO.
       01 WS-Capacity PIC 9(10) VALUE 70000000.
       01 WS-Free-Before PIC 9(10) VALUE ZERO.
       01 WS-Pair-BOOL PIC 9(1) VALUE 0.

      *> protected directories from the quota master
       01 WS-Prot-Max-CONST PIC 9(3) VALUE 500.
       01 WS-Prot-CNT PIC 9(3) VALUE ZERO.
       01 WS-Prot-TBL.
         02 WS-Prot-Path PIC X(80) OCCURS 500 TIMES.
       01 WS-p PIC 9(3) VALUE ZERO.

      *> the operator's picks, in the order given
       01 WS-Sel-Max-CONST PIC 9(2) VALUE 20.
       01 WS-Sel-CNT PIC 9(2) VALUE ZERO.
       01 WS-Sel-TBL.
         02 WS-Sel-REC OCCURS 20 TIMES.
           03 WS-Sel-Cand PIC 9(3).
      *> "D" on the order, "P" protected, "C" covered by another pick
           03 WS-Sel-Status PIC X(1).
           03 WS-Sel-Other PIC X(80).
       01 WS-s PIC 9(2) VALUE ZERO.
       01 WS-o PIC 9(2) VALUE ZERO.
       01 WS-Pick-TBL.
         02 WS-Pick-TOK PIC X(6) OCCURS 20 TIMES.
       01 WS-Pick-CNT PIC 9(2) VALUE ZERO.
       01 WS-Pick-NUM PIC 9(3) VALUE ZERO.
       01 WS-Dupe-BOOL PIC 9(1) VALUE 0.

      *> path nesting test: does WS-Inner lie inside (or equal)
      *> WS-Outer, on a "/" boundary
       01 WS-Outer PIC X(80) VALUE SPACES.
       01 WS-Inner PIC X(80) VALUE SPACES.
       01 WS-Outer-Pfx PIC X(81) VALUE SPACES.
       01 WS-Pfx-Len PIC 9(3) VALUE ZERO.
       01 WS-Nested-BOOL PIC 9(1) VALUE 0.
       01 WS-Same-BOOL PIC 9(1) VALUE 0.

       01 WS-Reclaim PIC 9(12) VALUE ZERO.
       01 WS-Free-After PIC 9(12) VALUE ZERO.
       01 WS-Short PIC 9(12) VALUE ZERO.
       01 WS-Paths PIC 9(4) VALUE ZERO.
       01 WS-Item PIC 9(3) VALUE ZERO.
       01 WS-Order-NUM PIC 9(6) VALUE ZERO.

       01 WS-Capacity-IN PIC X(12) VALUE SPACES.
       01 WS-Picks-IN PIC X(80) VALUE SPACES.
       01 WS-Answer-IN PIC X(1) VALUE SPACE.

       01 WS-User-ID PIC X(8) VALUE SPACES.
       01 WS-User-Role PIC X(1) VALUE SPACE.
       01 WS-Approver-ID PIC X(8) VALUE SPACES.
       01 WS-Approver-Role PIC X(1) VALUE SPACE.
       01 WS-Sign-Detail PIC X(80) VALUE SPACES.
       01 WS-Sign-Status PIC X(2) VALUE SPACES.
       01 WS-Chg-File PIC X(12) VALUE "CLEANUP".
       01 WS-Chg-Action PIC X(8) VALUE SPACES.
       01 WS-Chg-Before PIC X(80) VALUE SPACES.
       01 WS-Chg-After PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM SIGNON-ROUTINE.
           PERFORM LOAD-WHATIF-ROUTINE.
           IF WS-Cand-CNT = 0 THEN
               DISPLAY "No deletion candidates in linux_du_whatif.txt"
                       " or its archived copies - run linux_du first"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-TREE-ROUTINE.
           PERFORM LOAD-PROTECT-ROUTINE.
           PERFORM LIST-CANDIDATES-ROUTINE.
           PERFORM PICK-ROUTINE.
           IF WS-Sel-CNT = 0 THEN
               DISPLAY "Nothing picked - no work order issued"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-PICKS-ROUTINE.
           PERFORM DRAFT-ROUTINE.
           IF WS-Paths = 0 THEN
               DISPLAY "Every pick was refused - no work order issued"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM APPROVE-ROUTINE.
           IF WS-Order-NUM = 0 THEN
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ISSUE-ROUTINE.
           DISPLAY "Cleanup work order " WS-Order-NUM
                   " issued - cleanup_order.txt".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
       END-ROUTINE.

       SIGNON-ROUTINE.
      *> the operator drawing the order up signs on; the approver
      *> signs on separately once the draft is shown
           CALL "signon" USING BY CONTENT "SIGNON",
               BY REFERENCE WS-Chg-File, BY CONTENT "O",
               BY REFERENCE WS-User-ID, WS-User-Role,
               WS-Sign-Detail, WS-Sign-Status
               ON EXCEPTION
                   MOVE "12" TO WS-Sign-Status
           END-CALL.
           IF WS-Sign-Status NOT = "00" THEN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       END-ROUTINE.

       LOAD-WHATIF-ROUTINE.
      *> the candidate lines of the ranking; page headers and the
      *> report and control trailers are passed over
           OPEN INPUT F-WhatIf-FILE.
           IF WS-WhatIf-FS NOT = "00" THEN
               MOVE "linux_du_whatif.txt" TO WS-Arc-Want
               MOVE ZERO TO WS-Arc-Want-Run
               PERFORM FIND-ARCHIVE-ROUTINE
               IF WS-Arc-Name = SPACES THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Arc-Name TO WS-WhatIf-FileName
               MOVE WS-Arc-Run TO WS-WhatIf-Run
               OPEN INPUT F-WhatIf-FILE
               IF WS-WhatIf-FS NOT = "00" THEN
                   DISPLAY "WARNING: archived "
                           FUNCTION TRIM(WS-WhatIf-FileName)
                           " not readable - status " WS-WhatIf-FS
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-WHATIF-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-WhatIf-FILE.
       END-ROUTINE.

       READ-WHATIF-ROUTINE.
           READ F-WhatIf-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   MOVE F-WhatIf-LINE TO WS-Line
                   PERFORM SPLIT-LINE-ROUTINE
                   PERFORM DO-WHATIF-ROUTINE
           END-READ.
       END-ROUTINE.

       DO-WHATIF-ROUTINE.
           IF WS-Tok(1) = "DELETION" AND WS-Tok(2) = "CANDIDATES"
                   AND WS-Tok(4) = "FREE" THEN
               IF FUNCTION TEST-NUMVAL(WS-Tok(5)) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Tok(5)) TO WS-Need
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-Cand-CNT >= WS-Cand-Max-CONST THEN
               EXIT PARAGRAPH
           END-IF.
      *>   DELETE <path> SIZE <size> FREES TO <free>
           IF WS-Tok(1) = "DELETE" AND WS-Tok(3) = "SIZE"
                   AND FUNCTION TEST-NUMVAL(WS-Tok(4)) = 0 THEN
               ADD 1 TO WS-Cand-CNT
               MOVE WS-Tok(2) TO WS-Cand-Path(WS-Cand-CNT)
               MOVE FUNCTION NUMVAL(WS-Tok(4))
                   TO WS-Cand-Size(WS-Cand-CNT)
               MOVE "S" TO WS-Cand-Src(WS-Cand-CNT)
               EXIT PARAGRAPH
           END-IF.
      *>   NO SINGLE CANDIDATE - BEST PAIR: <path> + <path> TOTAL n
           IF WS-Tok(1) = "NO" AND WS-Tok(6) = "PAIR:"
                   AND WS-Tok(8) = "+" THEN
               SET WS-Pair-BOOL TO 1
               ADD 1 TO WS-Cand-CNT
               MOVE WS-Tok(7) TO WS-Cand-Path(WS-Cand-CNT)
               MOVE ZERO TO WS-Cand-Size(WS-Cand-CNT)
               MOVE "P" TO WS-Cand-Src(WS-Cand-CNT)
               ADD 1 TO WS-Cand-CNT
               MOVE WS-Tok(9) TO WS-Cand-Path(WS-Cand-CNT)
               MOVE ZERO TO WS-Cand-Size(WS-Cand-CNT)
               MOVE "P" TO WS-Cand-Src(WS-Cand-CNT)
           END-IF.
       END-ROUTINE.

       SPLIT-LINE-ROUTINE.
           MOVE SPACES TO WS-Tok-TBL.
           SET WS-Tok-CNT TO 0.
           MOVE FUNCTION TRIM(WS-Line LEADING) TO WS-Line.
           UNSTRING WS-Line DELIMITED BY ALL SPACES
               INTO WS-Tok(1), WS-Tok(2), WS-Tok(3), WS-Tok(4),
                    WS-Tok(5), WS-Tok(6), WS-Tok(7), WS-Tok(8),
                    WS-Tok(9), WS-Tok(10), WS-Tok(11), WS-Tok(12)
               TALLYING IN WS-Tok-CNT.
       END-ROUTINE.

       LOAD-TREE-ROUTINE.
      *> the root's size (for the free space now) and the sizes of
      *> the best pair, which the ranking only gives as a total
           OPEN INPUT F-Tree-FILE.
           IF WS-Tree-FS NOT = "00" THEN
               MOVE "linux_du_tree.txt" TO WS-Arc-Want
               MOVE WS-WhatIf-Run TO WS-Arc-Want-Run
               PERFORM FIND-ARCHIVE-ROUTINE
               IF WS-Arc-Name = SPACES THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Arc-Name TO WS-Tree-FileName
               OPEN INPUT F-Tree-FILE
               IF WS-Tree-FS NOT = "00" THEN
                   DISPLAY "WARNING: archived "
                           FUNCTION TRIM(WS-Tree-FileName)
                           " not readable - status " WS-Tree-FS
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-TREE-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Tree-FILE.
       END-ROUTINE.

       FIND-ARCHIVE-ROUTINE.
      *> the latest archived copy of WS-Arc-Want on the manifest (of
      *> run WS-Arc-Want-Run only, when one is given); rows are in
      *> archive order, so the last of the highest run wins
           MOVE SPACES TO WS-Arc-Name.
           MOVE ZERO TO WS-Arc-Run.
           OPEN INPUT F-Side-FILE.
           IF WS-Side-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-Arc-EOF TO 0.
           PERFORM READ-ARCHIVE-ROUTINE UNTIL WS-Arc-EOF = 1.
           CLOSE F-Side-FILE.
           IF WS-Arc-Name NOT = SPACES THEN
               DISPLAY FUNCTION TRIM(WS-Arc-Want)
                       " not in the working directory - reading "
                       "the copy archived by run " WS-Arc-Run ": "
                       FUNCTION TRIM(WS-Arc-Name)
           END-IF.
       END-ROUTINE.

       READ-ARCHIVE-ROUTINE.
           READ F-Side-FILE RECORD
               AT END SET WS-Arc-EOF TO 1
               NOT AT END
                   IF SAR-File = WS-Arc-Want
                    AND SAR-Run-Number >= WS-Arc-Run
                    AND (WS-Arc-Want-Run = ZERO
                         OR SAR-Run-Number = WS-Arc-Want-Run) THEN
                       MOVE SAR-Run-Number TO WS-Arc-Run
                       MOVE SAR-Archive-Name TO WS-Arc-Name
                   END-IF
           END-READ.
       END-ROUTINE.

       READ-TREE-ROUTINE.
           READ F-Tree-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   MOVE F-Tree-LINE TO WS-Line
                   PERFORM SPLIT-LINE-ROUTINE
                   IF WS-Tok(1)(1:1) = "/" AND WS-Tok(4) = "PCT"
                           AND FUNCTION TEST-NUMVAL(WS-Tok(2)) = 0
                           THEN
                       PERFORM DO-TREE-ROUTINE
                   END-IF
           END-READ.
       END-ROUTINE.

       DO-TREE-ROUTINE.
           IF WS-Tok(1) = "/" THEN
               MOVE FUNCTION NUMVAL(WS-Tok(2)) TO WS-Root-Size
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-c FROM 1 UNTIL WS-c > WS-Cand-CNT
               IF WS-Cand-Src(WS-c) = "P"
                       AND WS-Cand-Path(WS-c) = WS-Tok(1) THEN
                   MOVE FUNCTION NUMVAL(WS-Tok(2))
                       TO WS-Cand-Size(WS-c)
               END-IF
           END-PERFORM.
       END-ROUTINE.

       LOAD-PROTECT-ROUTINE.
           OPEN INPUT F-Quota-FILE.
           IF WS-Quota-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-QUOTA-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Quota-FILE.
       END-ROUTINE.

       READ-QUOTA-ROUTINE.
           READ F-Quota-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF F-DQ-Protect = "P"
                           AND WS-Prot-CNT < WS-Prot-Max-CONST THEN
                       ADD 1 TO WS-Prot-CNT
                       MOVE F-DQ-Path TO WS-Prot-Path(WS-Prot-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       LIST-CANDIDATES-ROUTINE.
           DISPLAY "CLEANUP WORK ORDER - DELETION CANDIDATES FROM "
                   "linux_du_whatif.txt".
           IF WS-Pair-BOOL = 1 THEN
               DISPLAY "No single directory frees enough - best pair "
                       "listed"
           END-IF.
           PERFORM VARYING WS-c FROM 1 UNTIL WS-c > WS-Cand-CNT
               DISPLAY "  " WS-c "  " WS-Cand-Size(WS-c) "  "
                       FUNCTION TRIM(WS-Cand-Path(WS-c))
           END-PERFORM.
           DISPLAY "SPACE STILL NEEDED: " WS-Need.
       END-ROUTINE.

       PICK-ROUTINE.
           DISPLAY "DISK CAPACITY (70000000):".
           ACCEPT WS-Capacity-IN.
           IF WS-Capacity-IN NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-Capacity-IN) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Capacity-IN) TO WS-Capacity
           END-IF.
           IF WS-Capacity > WS-Root-Size THEN
               COMPUTE WS-Free-Before = WS-Capacity - WS-Root-Size
           ELSE
               MOVE ZERO TO WS-Free-Before
           END-IF.
           DISPLAY "CANDIDATES TO CLEAN UP, NUMBERS SEPARATED BY "
                   "COMMAS (BLANK = NONE):".
           ACCEPT WS-Picks-IN.
           MOVE SPACES TO WS-Pick-TBL.
           SET WS-Pick-CNT TO 0.
           UNSTRING WS-Picks-IN DELIMITED BY ","
               INTO WS-Pick-TOK(1), WS-Pick-TOK(2), WS-Pick-TOK(3),
                    WS-Pick-TOK(4), WS-Pick-TOK(5), WS-Pick-TOK(6),
                    WS-Pick-TOK(7), WS-Pick-TOK(8), WS-Pick-TOK(9),
                    WS-Pick-TOK(10), WS-Pick-TOK(11),
                    WS-Pick-TOK(12), WS-Pick-TOK(13),
                    WS-Pick-TOK(14), WS-Pick-TOK(15),
                    WS-Pick-TOK(16), WS-Pick-TOK(17),
                    WS-Pick-TOK(18), WS-Pick-TOK(19),
                    WS-Pick-TOK(20)
               TALLYING IN WS-Pick-CNT.
           SET WS-Sel-CNT TO 0.
           PERFORM VARYING WS-s FROM 1 UNTIL WS-s > WS-Pick-CNT
               PERFORM ADD-PICK-ROUTINE
           END-PERFORM.
       END-ROUTINE.

       ADD-PICK-ROUTINE.
           IF WS-Pick-TOK(WS-s) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-Pick-TOK(WS-s)) NOT = 0 THEN
               DISPLAY "  '" FUNCTION TRIM(WS-Pick-TOK(WS-s))
                       "' is not a candidate number - ignored"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-Pick-TOK(WS-s)) TO WS-Pick-NUM.
           IF WS-Pick-NUM < 1 OR WS-Pick-NUM > WS-Cand-CNT THEN
               DISPLAY "  " WS-Pick-NUM
                       " is not on the list - ignored"
               EXIT PARAGRAPH
           END-IF.
           SET WS-Dupe-BOOL TO 0.
           PERFORM VARYING WS-o FROM 1 UNTIL WS-o > WS-Sel-CNT
               IF WS-Sel-Cand(WS-o) = WS-Pick-NUM THEN
                   SET WS-Dupe-BOOL TO 1
               END-IF
           END-PERFORM.
           IF WS-Dupe-BOOL = 1 OR WS-Sel-CNT >= WS-Sel-Max-CONST THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Sel-CNT.
           MOVE WS-Pick-NUM TO WS-Sel-Cand(WS-Sel-CNT).
           MOVE "D" TO WS-Sel-Status(WS-Sel-CNT).
           MOVE SPACES TO WS-Sel-Other(WS-Sel-CNT).
       END-ROUTINE.

       CHECK-PICKS-ROUTINE.
      *> protections first, then overlap between the picks still
      *> standing so no byte is counted twice
           PERFORM VARYING WS-s FROM 1 UNTIL WS-s > WS-Sel-CNT
               PERFORM CHECK-PROTECT-ROUTINE
           END-PERFORM.
           PERFORM VARYING WS-s FROM 1 UNTIL WS-s > WS-Sel-CNT
               IF WS-Sel-Status(WS-s) = "D" THEN
                   PERFORM CHECK-OVERLAP-ROUTINE
               END-IF
           END-PERFORM.
       END-ROUTINE.

       CHECK-PROTECT-ROUTINE.
           MOVE WS-Sel-Cand(WS-s) TO WS-c.
           PERFORM VARYING WS-p FROM 1
                   UNTIL WS-p > WS-Prot-CNT
                      OR WS-Sel-Status(WS-s) = "P"
      *> the pick is the protected directory or lies inside it ...
               MOVE WS-Prot-Path(WS-p) TO WS-Outer
               MOVE WS-Cand-Path(WS-c) TO WS-Inner
               PERFORM NESTED-ROUTINE
      *> ... or contains it
               IF WS-Nested-BOOL = 0 THEN
                   MOVE WS-Cand-Path(WS-c) TO WS-Outer
                   MOVE WS-Prot-Path(WS-p) TO WS-Inner
                   PERFORM NESTED-ROUTINE
               END-IF
               IF WS-Nested-BOOL = 1 THEN
                   MOVE "P" TO WS-Sel-Status(WS-s)
                   MOVE WS-Prot-Path(WS-p) TO WS-Sel-Other(WS-s)
               END-IF
           END-PERFORM.
       END-ROUTINE.

       CHECK-OVERLAP-ROUTINE.
      *> against every other pick still on the order: inside (or the
      *> same as) one of them - this pick is covered by it; containing
      *> one - that one is covered by this
           MOVE WS-Sel-Cand(WS-s) TO WS-c.
           PERFORM VARYING WS-o FROM 1
                   UNTIL WS-o > WS-Sel-CNT
                      OR WS-Sel-Status(WS-s) NOT = "D"
               IF WS-o NOT = WS-s AND WS-Sel-Status(WS-o) = "D" THEN
                   MOVE WS-Cand-Path(WS-Sel-Cand(WS-o)) TO WS-Outer
                   MOVE WS-Cand-Path(WS-c) TO WS-Inner
                   PERFORM NESTED-ROUTINE
                   IF WS-Nested-BOOL = 1 THEN
                       MOVE "C" TO WS-Sel-Status(WS-s)
                       MOVE WS-Outer TO WS-Sel-Other(WS-s)
                   ELSE
                       MOVE WS-Cand-Path(WS-c) TO WS-Outer
                       MOVE WS-Cand-Path(WS-Sel-Cand(WS-o))
                           TO WS-Inner
                       PERFORM NESTED-ROUTINE
                       IF WS-Nested-BOOL = 1 THEN
                           MOVE "C" TO WS-Sel-Status(WS-o)
                           MOVE WS-Outer TO WS-Sel-Other(WS-o)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       END-ROUTINE.

       NESTED-ROUTINE.
      *> "/a" holds "/a" and "/a/b" but not "/ab"
           SET WS-Nested-BOOL TO 0.
           IF WS-Inner = WS-Outer THEN
               SET WS-Nested-BOOL TO 1
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Outer-Pfx.
           IF WS-Outer = "/" THEN
               MOVE "/" TO WS-Outer-Pfx
           ELSE
               STRING WS-Outer DELIMITED BY SPACE,
                      "/" DELIMITED BY SIZE
                      INTO WS-Outer-Pfx
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-Outer-Pfx))
               TO WS-Pfx-Len.
           IF WS-Inner(1:WS-Pfx-Len) = WS-Outer-Pfx(1:WS-Pfx-Len) THEN
               SET WS-Nested-BOOL TO 1
           END-IF.
       END-ROUTINE.

       DRAFT-ROUTINE.
           SET WS-Reclaim TO 0.
           SET WS-Paths TO 0.
           DISPLAY " ".
           DISPLAY "DRAFT WORK ORDER".
           PERFORM VARYING WS-s FROM 1 UNTIL WS-s > WS-Sel-CNT
               MOVE WS-Sel-Cand(WS-s) TO WS-c
               EVALUATE WS-Sel-Status(WS-s)
                   WHEN "D"
                       ADD 1 TO WS-Paths
                       ADD WS-Cand-Size(WS-c) TO WS-Reclaim
                       DISPLAY "  DELETE  " WS-Cand-Size(WS-c) "  "
                               FUNCTION TRIM(WS-Cand-Path(WS-c))
                   WHEN "P"
                       DISPLAY "  REFUSED "
                               FUNCTION TRIM(WS-Cand-Path(WS-c))
                               " - PROTECTED: "
                               FUNCTION TRIM(WS-Sel-Other(WS-s))
                   WHEN "C"
                       DISPLAY "  COVERED "
                               FUNCTION TRIM(WS-Cand-Path(WS-c))
                               " - INSIDE "
                               FUNCTION TRIM(WS-Sel-Other(WS-s))
               END-EVALUATE
           END-PERFORM.
           COMPUTE WS-Free-After = WS-Free-Before + WS-Reclaim.
           DISPLAY "  FREES " WS-Reclaim "  FREE NOW " WS-Free-Before
                   "  FREE AFTER " WS-Free-After.
           IF WS-Reclaim >= WS-Need THEN
               DISPLAY "  MEETS THE " WS-Need " STILL NEEDED"
           ELSE
               COMPUTE WS-Short = WS-Need - WS-Reclaim
               DISPLAY "  SHORT OF THE " WS-Need " STILL NEEDED BY "
                       WS-Short
           END-IF.
       END-ROUTINE.

       APPROVE-ROUTINE.
      *> approval needs a shift lead or above, signed on in person
           SET WS-Order-NUM TO 0.
           DISPLAY "APPROVER SIGN-ON (SHIFT LEAD OR ABOVE)".
           CALL "signon" USING BY CONTENT "SIGNON",
               BY REFERENCE WS-Chg-File, BY CONTENT "S",
               BY REFERENCE WS-Approver-ID, WS-Approver-Role,
               WS-Sign-Detail, WS-Sign-Status
               ON EXCEPTION
                   MOVE "12" TO WS-Sign-Status
           END-CALL.
           IF WS-Sign-Status NOT = "00" THEN
               DISPLAY "Not approved - no work order issued"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "APPROVE AND ISSUE THIS WORK ORDER, Y/N:".
           ACCEPT WS-Answer-IN.
           MOVE SPACES TO WS-Chg-Before.
           STRING "PATHS " WS-Paths " FREES " WS-Reclaim
                  " PREPARED BY " WS-User-ID
                  DELIMITED BY SIZE INTO WS-Chg-Before.
           IF WS-Answer-IN NOT = "Y" AND WS-Answer-IN NOT = "y" THEN
               MOVE "REJECT" TO WS-Chg-Action
               MOVE "NOT ISSUED" TO WS-Chg-After
               PERFORM LOG-CHANGE-ROUTINE
               DISPLAY "Rejected - no work order issued"
               EXIT PARAGRAPH
           END-IF.
           PERFORM NEXT-ORDER-ROUTINE.
           MOVE "APPROVE" TO WS-Chg-Action.
           MOVE SPACES TO WS-Chg-After.
           STRING "WORK ORDER " WS-Order-NUM
                  " APPROVED BY " WS-Approver-ID
                  DELIMITED BY SIZE INTO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
       END-ROUTINE.

       NEXT-ORDER-ROUTINE.
           SET WS-Order-NUM TO 0.
           OPEN INPUT F-Order-FILE.
           IF WS-Order-FS = "00" THEN
               SET WS-EOF-BOOL TO 0
               PERFORM READ-ORDER-ROUTINE UNTIL WS-EOF-BOOL = 1
               CLOSE F-Order-FILE
           END-IF.
           ADD 1 TO WS-Order-NUM.
       END-ROUTINE.

       READ-ORDER-ROUTINE.
           READ F-Order-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF CWO-Order IS NUMERIC
                           AND CWO-Order > WS-Order-NUM THEN
                       MOVE CWO-Order TO WS-Order-NUM
                   END-IF
           END-READ.
       END-ROUTINE.

       ISSUE-ROUTINE.
           MOVE FUNCTION CURRENT-DATE TO WS-Now.
           OPEN EXTEND F-Order-FILE.
           IF WS-Order-FS NOT = "00" THEN
               OPEN OUTPUT F-Order-FILE
           END-IF.
           MOVE SPACES TO CWO-REC.
           MOVE WS-Order-NUM TO CWO-Order.
           MOVE "H" TO CWO-Type.
           MOVE WS-Now(1:8) TO CWO-Date.
           MOVE WS-Now(9:6) TO CWO-Time.
           MOVE WS-User-ID TO CWO-Preparer.
           MOVE WS-Approver-ID TO CWO-Approver.
           MOVE WS-Capacity TO CWO-Capacity.
           MOVE WS-Root-Size TO CWO-Used.
           MOVE WS-Free-Before TO CWO-Free-Before.
           MOVE WS-Reclaim TO CWO-Reclaim.
           MOVE WS-Free-After TO CWO-Free-After.
           MOVE WS-Need TO CWO-Need.
           MOVE WS-Paths TO CWO-Paths.
           WRITE CWO-REC.
           PERFORM VARYING WS-s FROM 1 UNTIL WS-s > WS-Sel-CNT
               MOVE WS-Sel-Cand(WS-s) TO WS-c
               MOVE SPACES TO CWO-REC
               MOVE WS-Order-NUM TO CWO-Order
               MOVE "L" TO CWO-Type
               MOVE WS-Cand-Path(WS-c) TO CWO-Path
               MOVE WS-Cand-Size(WS-c) TO CWO-Size
               MOVE WS-Sel-Status(WS-s) TO CWO-Status
               MOVE WS-Sel-Other(WS-s) TO CWO-Other
               WRITE CWO-REC
           END-PERFORM.
           CLOSE F-Order-FILE.
           PERFORM PRINT-ORDER-ROUTINE.
       END-ROUTINE.

       PRINT-ORDER-ROUTINE.
      *> the work order as the storage team receives it
           OPEN OUTPUT F-Report-FILE.
           MOVE SPACES TO F-Report-LINE.
           STRING "CLEANUP WORK ORDER " WS-Order-NUM
                  " FOR THE STORAGE TEAM"
                  DELIMITED BY SIZE INTO F-Report-LINE.
           WRITE F-Report-LINE.
           MOVE SPACES TO F-Report-LINE.
           STRING "PREPARED BY " WS-User-ID
                  "  APPROVED BY " WS-Approver-ID
                  "  ON " WS-Now(1:8) " " WS-Now(9:6)
                  DELIMITED BY SIZE INTO F-Report-LINE.
           WRITE F-Report-LINE.
           MOVE SPACES TO F-Report-LINE.
           STRING "DISK CAPACITY " WS-Capacity
                  "  USED " WS-Root-Size
                  "  FREE NOW " WS-Free-Before
                  DELIMITED BY SIZE INTO F-Report-LINE.
           WRITE F-Report-LINE.
           MOVE SPACES TO F-Report-LINE.
           WRITE F-Report-LINE.
           MOVE "ITEM  SIZE        PATH TO DELETE" TO F-Report-LINE.
           WRITE F-Report-LINE.
           SET WS-Item TO 0.
           PERFORM VARYING WS-s FROM 1 UNTIL WS-s > WS-Sel-CNT
               IF WS-Sel-Status(WS-s) = "D" THEN
                   MOVE WS-Sel-Cand(WS-s) TO WS-c
                   ADD 1 TO WS-Item
                   MOVE SPACES TO F-Report-LINE
                   STRING WS-Item "   " WS-Cand-Size(WS-c) "  "
                          WS-Cand-Path(WS-c)
                          DELIMITED BY SIZE INTO F-Report-LINE
                   WRITE F-Report-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO F-Report-LINE.
           WRITE F-Report-LINE.
           MOVE SPACES TO F-Report-LINE.
           STRING "TOTAL TO FREE " WS-Reclaim
                  DELIMITED BY SIZE INTO F-Report-LINE.
           WRITE F-Report-LINE.
           MOVE SPACES TO F-Report-LINE.
           STRING "EXPECTED FREE SPACE AFTER THE CLEANUP "
                  WS-Free-After
                  DELIMITED BY SIZE INTO F-Report-LINE.
           WRITE F-Report-LINE.
           MOVE SPACES TO F-Report-LINE.
           IF WS-Reclaim >= WS-Need THEN
               STRING "MEETS THE " WS-Need " STILL NEEDED"
                      DELIMITED BY SIZE INTO F-Report-LINE
           ELSE
               STRING "SHORT OF THE " WS-Need
                      " STILL NEEDED BY " WS-Short
                      DELIMITED BY SIZE INTO F-Report-LINE
           END-IF.
           WRITE F-Report-LINE.
           IF WS-Paths < WS-Sel-CNT THEN
               MOVE SPACES TO F-Report-LINE
               WRITE F-Report-LINE
               MOVE "NOT ON THIS ORDER" TO F-Report-LINE
               WRITE F-Report-LINE
               PERFORM VARYING WS-s FROM 1 UNTIL WS-s > WS-Sel-CNT
                   PERFORM PRINT-LEFT-OFF-ROUTINE
               END-PERFORM
           END-IF.
           CLOSE F-Report-FILE.
           MOVE "cleanup_order.txt" TO RPT-File-Name.
           MOVE "CLEANWO" TO RPT-Report-Id.
           MOVE "CLEANUP WORK ORDER" TO RPT-Title.
           MOVE "PAGE  " TO RPT-Op.
           MOVE "cleanup_order" TO RPT-Program.
           CALL "report_writer" USING RPT-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       PRINT-LEFT-OFF-ROUTINE.
           MOVE WS-Sel-Cand(WS-s) TO WS-c.
           MOVE SPACES TO F-Report-LINE.
           EVALUATE WS-Sel-Status(WS-s)
               WHEN "P"
                   STRING "  " DELIMITED BY SIZE,
                          WS-Cand-Path(WS-c) DELIMITED BY SPACE,
                          " REFUSED - PROTECTED IN dir_quotas.txt: "
                              DELIMITED BY SIZE,
                          WS-Sel-Other(WS-s) DELIMITED BY SPACE
                          INTO F-Report-LINE
                   WRITE F-Report-LINE
               WHEN "C"
                   STRING "  " DELIMITED BY SIZE,
                          WS-Cand-Path(WS-c) DELIMITED BY SPACE,
                          " COVERED BY " DELIMITED BY SIZE,
                          WS-Sel-Other(WS-s) DELIMITED BY SPACE
                          INTO F-Report-LINE
                   WRITE F-Report-LINE
           END-EVALUATE.
       END-ROUTINE.

       LOG-CHANGE-ROUTINE.
           CALL "change_log" USING WS-Approver-ID, WS-Chg-File,
               WS-Chg-Action, WS-Chg-Before, WS-Chg-After
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SPACES TO WS-Chg-Before, WS-Chg-After.
       END-ROUTINE.

       END PROGRAM cleanup_order.
