           ASSIGN TO "monkey.checkpoint"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Checkpoint-FS.
           SELECT F-Graph-FILE
           ASSIGN TO "monkey_graph.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD F-input-FILE.
       FD F-Checkpoint-FILE.
       01 F-Checkpoint-LINE PIC X(50).

      *> Definition check and throw graph, written before any round
      *> is simulated: the errors found in the monkey blocks, who
      *> can throw to whom, the monkeys nobody throws to and the
      *> closed loops items can never leave.
       FD F-Graph-FILE.
       01 F-Graph-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-Checkpoint-FS PIC XX.

       01 WS-Filename PIC X(40) VALUE IS "testinput".
       COPY "report-page.cpy".
       COPY "output-seal.cpy".
       COPY "audit-record.cpy".

       LOCAL-STORAGE SECTION.
       01 LS-EOF PIC 9(1) VALUE 0.
       01 LS-Records-Read PIC 9(6) VALUE ZERO.
       01 LS-Records-Rejected PIC 9(6) VALUE ZERO.
       01 LS-Totals-Flag PIC 9(1) VALUE ZERO.
       01 LS-Phase-CS PIC 9(8) VALUE ZERO.
       01 LS-Phase-Idx PIC 9(2) VALUE ZERO.

       01 LS-Monkey-CNT PIC 9(3) VALUE IS 1.
       01 LS-HWM-m PIC 9(3) VALUE ZERO.
       01 LS-HWM-Limit PIC 9(7) VALUE ZERO.
       01 LS-HWM-Idx PIC 9(2) VALUE ZERO.

      *> Definition check: the text of every field a monkey block
      *> gives, as written, with the line it came from. A block is
      *> rejected for a header out of sequence, a throw target out
      *> of range or to itself, a non-numeric operand, a zero or
      *> duplicate divisor, or a missing or malformed line; any
      *> rejection stops the run before round one.
       01 LS-Val-TBL.
         02 LS-Val-REC OCCURS 100 TIMES.
           03 LS-Val-Hdr-Line PIC 9(6).
           03 LS-Val-Hdr-TXT PIC X(20).
           03 LS-Val-Op-Line PIC 9(6).
           03 LS-Val-Div-Line PIC 9(6).
           03 LS-Val-Div-TXT PIC X(20).
           03 LS-Val-Div-NUM PIC 9(9).
           03 LS-Val-True-Line PIC 9(6).
           03 LS-Val-True-TXT PIC X(20).
           03 LS-Val-True-To PIC 9(3).
           03 LS-Val-False-Line PIC 9(6).
           03 LS-Val-False-TXT PIC X(20).
           03 LS-Val-False-To PIC 9(3).
           03 LS-Gr-In-CNT PIC 9(3).
       01 LS-Val-m PIC 9(3) VALUE 0.
       01 LS-Val-k PIC 9(3) VALUE 0.
       01 LS-Val-No PIC 9(3) VALUE 0.
       01 LS-Val-Last-No PIC 9(3) VALUE 0.
       01 LS-Val-Err-CNT PIC 9(5) VALUE 0.
       01 LS-Val-Warn-CNT PIC 9(5) VALUE 0.
       01 LS-Val-Line-NUM PIC 9(6) VALUE 0.
       01 LS-Val-Msg PIC X(80) VALUE SPACES.
       01 LS-Val-Work PIC X(20) VALUE SPACES.
       01 LS-Val-LEN PIC 9(2) VALUE 0.
       01 LS-Val-Num-BOOL PIC 9(1) VALUE 0.
       01 LS-Val-NUM PIC 9(9) VALUE 0.
       01 LS-Val-Field PIC X(12) VALUE SPACES.
       01 LS-Val-Line-TXT PIC X(20) VALUE SPACES.
       01 LS-Val-To PIC 9(3) VALUE 0.
       01 LS-Graph-Open-BOOL PIC 9(1) VALUE 0.

      *> throw graph: reachability closure over the valid targets
       01 LS-Gr-TBL.
         02 LS-Gr-Row OCCURS 100 TIMES.
           03 LS-Gr-Reach PIC 9(1) OCCURS 100 TIMES.
       01 LS-Gr-i PIC 9(3) VALUE 0.
       01 LS-Gr-j PIC 9(3) VALUE 0.
       01 LS-Gr-k PIC 9(3) VALUE 0.
       01 LS-Gr-Reach-CNT PIC 9(3) VALUE 0.
       01 LS-Gr-Closed-BOOL PIC 9(1) VALUE 0.
       01 LS-Gr-Found-CNT PIC 9(3) VALUE 0.
       01 LS-Gr-One-Loop-BOOL PIC 9(1) VALUE 0.
       01 LS-Gr-To-1 PIC X(3) VALUE SPACES.
       01 LS-Gr-To-2 PIC X(3) VALUE SPACES.
       01 LS-Gr-Num PIC 9(3) VALUE 0.
       01 LS-Gr-List-PTR PIC 9(3) VALUE 1.
       01 LS-Gr-List-Head PIC X(30) VALUE SPACES.

       01 LS-Monkey-TBL.
           05 LS-Monkey OCCURS 100 TIMES.
               10 LS-Monkey-IDX PIC 9(3).
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           CALL "phase_register" USING BY CONTENT "START", "PARSE  ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           INITIALIZE LS-Val-TBL.
           PERFORM OPEN-FILE-ROUTINE.
           PERFORM READ-LINE-ROUTINE TEST AFTER UNTIL LS-EOF = 1.
           PERFORM CLOSE-FILE-ROUTINE.
           PERFORM VALIDATE-ROUTINE.
           CALL "phase_register" USING BY CONTENT "END  ", "       ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.

           IF LS-DryRun-BOOL = 1 THEN
               IF LS-Rounds-Open-BOOL = 1 THEN
                   CLOSE F-Rounds-FILE
                   MOVE "monkey_rounds.txt" TO OSL-File-Name
                   PERFORM SEAL-OUTPUT-ROUTINE
               END-IF
               CALL "run_totals" USING BY CONTENT "SET  ",
                   BY REFERENCE LS-Records-Read,
               MOVE LS-Records-Rejected TO L-Result-2
               EXIT PROGRAM
           END-IF.
           IF LS-Val-Err-CNT > 0 THEN
               PERFORM REJECT-RUN-ROUTINE
               EXIT PROGRAM
           END-IF.
           CALL "phase_register" USING BY CONTENT "START", "COMPUTE",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE LS-Monkey-TBL TO LS-Monkey-TBL-INIT
           MOVE LS-Origin-TBL TO LS-Origin-INIT-TBL
           SET LS-Rounds TO LS-Rounds-1
               UNTIL LS-Round > LS-Rounds.

           PERFORM MOVE-RESULT-ROUTINE.
           CALL "phase_register" USING BY CONTENT "START", "REPORT ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM DISPLAY-THROW-LEDGER-ROUTINE.
           CALL "phase_register" USING BY CONTENT "START", "COMPUTE",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE LS-Monkey-TBL-INIT TO LS-Monkey-TBL
           MOVE LS-Origin-INIT-TBL TO LS-Origin-TBL
           PERFORM RESET-PROVENANCE-ROUTINE
                   AND LS-Cyc-Skipped > 0 THEN
               PERFORM VERIFY-CYCLE-FF-ROUTINE
           END-IF.
           CALL "phase_register" USING BY CONTENT "START", "REPORT ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM DISPLAY-THROW-LEDGER-ROUTINE.
           PERFORM PROVENANCE-REPORT-ROUTINE.
           CALL "phase_register" USING BY CONTENT "END  ", "       ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF LS-Rounds-Open-BOOL = 1 THEN
               CLOSE F-Rounds-FILE
               MOVE "monkey_rounds.txt" TO OSL-File-Name
               PERFORM SEAL-OUTPUT-ROUTINE
           END-IF.
           CALL "run_totals" USING BY CONTENT "SET  ",
               BY REFERENCE LS-Records-Read, LS-Records-Rejected,
                           " starting items - extra items ignored"
                           DELIMITED BY SIZE INTO LS-Spool-LINE
                       PERFORM SPOOL-LINE-ROUTINE
                       MOVE "MKY010" TO AUD-Code
                       MOVE SPACES TO AUD-Message
                       STRING "MONKEY " LS-Monkey-CNT " has more than "
                           LS-Items-Max-CONST " starting items - "
                           "extra items ignored"
                           DELIMITED BY SIZE INTO AUD-Message
                       PERFORM AUDIT-EXCEPTION-ROUTINE
                   END-IF

               WHEN "  Operation"
                            LS-Parameter-1(LS-Monkey-CNT),
                            LS-Op(LS-Monkey-CNT),
                            LS-Parameter-2(LS-Monkey-CNT)
                   MOVE LS-Records-Read TO LS-Val-Op-Line(LS-Monkey-CNT)
               WHEN "  Test"
                   MOVE LS-Records-Read
                       TO LS-Val-Div-Line(LS-Monkey-CNT)
                   IF LS-T(2:13) = "divisible by " THEN
                       MOVE LS-T(15:) TO LS-Val-Div-TXT(LS-Monkey-CNT)
                   ELSE
                       MOVE LS-T(2:) TO LS-Val-Div-TXT(LS-Monkey-CNT)
                   END-IF
                   MOVE LS-T(14:) TO LS-Test-Divisable(LS-Monkey-CNT)
                   MULTIPLY LS-Test-Divisable(LS-Monkey-CNT)
                       BY LS-Common-Divisor
                           " is approaching its PIC 9(15) capacity"
                           DELIMITED BY SIZE INTO LS-Spool-LINE
                       PERFORM SPOOL-LINE-ROUTINE
                       MOVE "MKY011" TO AUD-Code
                       MOVE SPACES TO AUD-Message
                       STRING "common divisor " LS-Common-Divisor
                           " is approaching its PIC 9(15) capacity"
                           DELIMITED BY SIZE INTO AUD-Message
                       PERFORM AUDIT-EXCEPTION-ROUTINE
                   END-IF
               WHEN "    If true"
                   MOVE LS-T(17:) TO LS-Test-True(LS-Monkey-CNT)
                   MOVE LS-Records-Read
                       TO LS-Val-True-Line(LS-Monkey-CNT)
                   MOVE LS-T(2:) TO LS-Val-Line-TXT
                   PERFORM TARGET-TEXT-ROUTINE
                   MOVE LS-Val-Work TO LS-Val-True-TXT(LS-Monkey-CNT)
               WHEN "    If false"
                   MOVE LS-T(17:) TO LS-Test-False(LS-Monkey-CNT)
                   MOVE LS-Records-Read
                       TO LS-Val-False-Line(LS-Monkey-CNT)
                   MOVE LS-T(2:) TO LS-Val-Line-TXT
                   PERFORM TARGET-TEXT-ROUTINE
                   MOVE LS-Val-Work TO LS-Val-False-TXT(LS-Monkey-CNT)
               WHEN SPACE
                   ADD 1 TO LS-Monkey-CNT
               WHEN OTHER
                                     OR ALL ":"
                           INTO LS-H, LS-T
                       MOVE LS-T TO LS-Monkey-IDX(LS-Monkey-CNT)
                       MOVE LS-T TO LS-Val-Hdr-TXT(LS-Monkey-CNT)
                       MOVE LS-Records-Read
                           TO LS-Val-Hdr-Line(LS-Monkey-CNT)
                   ELSE
                       DISPLAY "O: ", F-Line
                   END-IF
           END-EVALUATE.
       END-ROUTINE.

       TARGET-TEXT-ROUTINE.
      *> the monkey number of a "throw to monkey n" line as written;
      *> any other wording is kept whole so the check rejects it
           IF LS-Val-Line-TXT(1:16) = "throw to monkey " THEN
               MOVE LS-Val-Line-TXT(17:) TO LS-Val-Work
           ELSE
               MOVE LS-Val-Line-TXT TO LS-Val-Work
           END-IF.
       END-ROUTINE.

       CALCULATE-ROUND-ROUTINE.
           PERFORM MONKEY-ROUND-ROUTINE
               VARYING LS-Current-Monkey FROM 1
           END-PERFORM.
       END-ROUTINE.

       VALIDATE-ROUTINE.
      *> Every monkey block is checked and the throw graph drawn
      *> before round one; a dry run only counts the rejections.
           MOVE 0 TO LS-Val-Err-CNT, LS-Val-Warn-CNT.
           SUBTRACT 1 FROM LS-Monkey-CNT GIVING LS-Val-Last-No.
           IF LS-DryRun-BOOL = 0 THEN
               OPEN OUTPUT F-Graph-FILE
               SET LS-Graph-Open-BOOL TO 1
           END-IF.
           MOVE SPACES TO F-Graph-LINE.
           STRING "MONKEY DEFINITION CHECK - " LS-Monkey-CNT
                  " MONKEY(S), NUMBERED 000 TO " LS-Val-Last-No
                  DELIMITED BY SIZE INTO F-Graph-LINE.
           PERFORM GRAPH-LINE-ROUTINE.
           PERFORM CHECK-MONKEY-ROUTINE
               VARYING LS-Val-m FROM 1 BY 1
               UNTIL LS-Val-m > LS-Monkey-CNT.
           IF LS-Val-Err-CNT = 0 THEN
               MOVE "  NO DEFINITION ERRORS" TO F-Graph-LINE
               PERFORM GRAPH-LINE-ROUTINE
           END-IF.
           ADD LS-Val-Err-CNT TO LS-Records-Rejected.
           PERFORM THROW-GRAPH-ROUTINE.
           PERFORM GRAPH-LINE-ROUTINE.
           STRING "DEFINITIONS: " LS-Val-Err-CNT " ERROR(S), "
                  LS-Val-Warn-CNT " WARNING(S)"
                  DELIMITED BY SIZE INTO F-Graph-LINE.
           IF LS-Val-Err-CNT > 0 THEN
               MOVE " - RUN STOPPED BEFORE ROUND ONE"
                   TO F-Graph-LINE(46:)
           END-IF.
           PERFORM GRAPH-LINE-ROUTINE.
           IF LS-Graph-Open-BOOL = 1 THEN
               CLOSE F-Graph-FILE
               SET LS-Graph-Open-BOOL TO 0
               MOVE "monkey_graph.txt" TO RPT-File-Name
               MOVE "MONKGRPH" TO RPT-Report-Id
               MOVE "MONKEY DEFINITIONS AND THROW GRAPH"
                   TO RPT-Title
               PERFORM PAGE-REPORT-ROUTINE
           END-IF.
       END-ROUTINE.

       CHECK-MONKEY-ROUTINE.
           SUBTRACT 1 FROM LS-Val-m GIVING LS-Val-No.
           MOVE LS-Val-Hdr-Line(LS-Val-m) TO LS-Val-Line-NUM.
           IF LS-Val-Line-NUM = 0 THEN
               MOVE "MKY007" TO AUD-Code
               MOVE "NO 'Monkey n:' HEADER LINE" TO LS-Val-Msg
               PERFORM VAL-ERROR-ROUTINE
           ELSE
               MOVE LS-Val-Hdr-TXT(LS-Val-m) TO LS-Val-Work
               PERFORM VAL-NUMBER-ROUTINE
               IF LS-Val-Num-BOOL = 0
                       OR LS-Val-NUM NOT = LS-Val-No THEN
                   MOVE "MKY001" TO AUD-Code
                   STRING "HEADER SAYS MONKEY "
                          FUNCTION TRIM(LS-Val-Hdr-TXT(LS-Val-m))
                          " BUT THE BLOCK IS MONKEY " LS-Val-No
                          DELIMITED BY SIZE INTO LS-Val-Msg
                   PERFORM VAL-ERROR-ROUTINE
               END-IF
           END-IF.

           MOVE LS-Val-Op-Line(LS-Val-m) TO LS-Val-Line-NUM.
           IF LS-Val-Line-NUM = 0 THEN
               MOVE "MKY007" TO AUD-Code
               MOVE "NO 'Operation:' LINE" TO LS-Val-Msg
               PERFORM VAL-ERROR-ROUTINE
           ELSE
               IF LS-Result-In(LS-Val-m) NOT = "new"
                       OR (LS-Op(LS-Val-m) NOT = "+"
                       AND LS-Op(LS-Val-m) NOT = "*") THEN
                   MOVE "MKY007" TO AUD-Code
                   STRING "OPERATION IS NOT 'new = a + b' "
                          "OR 'new = a * b'"
                          DELIMITED BY SIZE INTO LS-Val-Msg
                   PERFORM VAL-ERROR-ROUTINE
               END-IF
               MOVE LS-Parameter-1(LS-Val-m) TO LS-Val-Work
               PERFORM CHECK-OPERAND-ROUTINE
               MOVE LS-Parameter-2(LS-Val-m) TO LS-Val-Work
               PERFORM CHECK-OPERAND-ROUTINE
           END-IF.

           MOVE LS-Val-Div-Line(LS-Val-m) TO LS-Val-Line-NUM.
           MOVE LS-Val-Div-TXT(LS-Val-m) TO LS-Val-Work.
           PERFORM CHECK-DIVISOR-ROUTINE.

           MOVE "If true" TO LS-Val-Field.
           MOVE LS-Val-True-Line(LS-Val-m) TO LS-Val-Line-NUM.
           MOVE LS-Val-True-TXT(LS-Val-m) TO LS-Val-Work.
           PERFORM CHECK-TARGET-ROUTINE.
           MOVE LS-Val-To TO LS-Val-True-To(LS-Val-m).
           MOVE "If false" TO LS-Val-Field.
           MOVE LS-Val-False-Line(LS-Val-m) TO LS-Val-Line-NUM.
           MOVE LS-Val-False-TXT(LS-Val-m) TO LS-Val-Work.
           PERFORM CHECK-TARGET-ROUTINE.
           MOVE LS-Val-To TO LS-Val-False-To(LS-Val-m).
       END-ROUTINE.

       CHECK-OPERAND-ROUTINE.
           IF LS-Val-Work = "old" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VAL-NUMBER-ROUTINE.
           IF LS-Val-Num-BOOL = 0 THEN
               MOVE "MKY004" TO AUD-Code
               STRING "OPERAND '" FUNCTION TRIM(LS-Val-Work)
                      "' IS NEITHER old NOR A NUMBER"
                      DELIMITED BY SIZE INTO LS-Val-Msg
               PERFORM VAL-ERROR-ROUTINE
           END-IF.
       END-ROUTINE.

       CHECK-DIVISOR-ROUTINE.
           IF LS-Val-Line-NUM = 0 THEN
               MOVE "MKY007" TO AUD-Code
               MOVE "NO 'Test: divisible by n' LINE" TO LS-Val-Msg
               PERFORM VAL-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VAL-NUMBER-ROUTINE.
           IF LS-Val-Num-BOOL = 0 THEN
               MOVE "MKY004" TO AUD-Code
               STRING "TEST DIVISOR '" FUNCTION TRIM(LS-Val-Work)
                      "' IS NOT A NUMBER"
                      DELIMITED BY SIZE INTO LS-Val-Msg
               PERFORM VAL-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           IF LS-Val-NUM = 0 THEN
               MOVE "MKY005" TO AUD-Code
               MOVE "TEST DIVISOR IS ZERO" TO LS-Val-Msg
               PERFORM VAL-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           MOVE LS-Val-NUM TO LS-Val-Div-NUM(LS-Val-m).
           PERFORM VARYING LS-Val-k FROM 1 BY 1
                   UNTIL LS-Val-k >= LS-Val-m
               IF LS-Val-Div-NUM(LS-Val-k) = LS-Val-NUM THEN
                   SUBTRACT 1 FROM LS-Val-k GIVING LS-Gr-Num
                   MOVE "MKY006" TO AUD-Code
                   STRING "TEST DIVISOR " FUNCTION TRIM(LS-Val-Work)
                          " DUPLICATES MONKEY " LS-Gr-Num "'S"
                          DELIMITED BY SIZE INTO LS-Val-Msg
                   PERFORM VAL-ERROR-ROUTINE
                   MOVE LS-Val-m TO LS-Val-k
               END-IF
           END-PERFORM.
       END-ROUTINE.

       CHECK-TARGET-ROUTINE.
      *> LS-Val-To comes back as the table entry of the target, or
      *> zero when the target is rejected
           MOVE 0 TO LS-Val-To.
           IF LS-Val-Line-NUM = 0 THEN
               MOVE "MKY007" TO AUD-Code
               STRING "NO '" FUNCTION TRIM(LS-Val-Field)
                      ": throw to monkey n' LINE"
                      DELIMITED BY SIZE INTO LS-Val-Msg
               PERFORM VAL-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VAL-NUMBER-ROUTINE.
           IF LS-Val-Num-BOOL = 0 THEN
               MOVE "MKY004" TO AUD-Code
               STRING FUNCTION TRIM(FUNCTION UPPER-CASE(LS-Val-Field))
                      " TARGET '"
                      FUNCTION TRIM(LS-Val-Work)
                      "' IS NOT A MONKEY NUMBER"
                      DELIMITED BY SIZE INTO LS-Val-Msg
               PERFORM VAL-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           IF LS-Val-NUM > LS-Val-Last-No THEN
               MOVE "MKY002" TO AUD-Code
               STRING FUNCTION TRIM(FUNCTION UPPER-CASE(LS-Val-Field))
                      " TARGET MONKEY "
                      FUNCTION TRIM(LS-Val-Work)
                      " IS OUT OF RANGE 000 TO " LS-Val-Last-No
                      DELIMITED BY SIZE INTO LS-Val-Msg
               PERFORM VAL-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           IF LS-Val-NUM = LS-Val-No THEN
               MOVE "MKY003" TO AUD-Code
               STRING FUNCTION TRIM(FUNCTION UPPER-CASE(LS-Val-Field))
                      " THROWS TO ITSELF"
                      DELIMITED BY SIZE INTO LS-Val-Msg
               PERFORM VAL-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE LS-Val-To = LS-Val-NUM + 1.
       END-ROUTINE.

       VAL-NUMBER-ROUTINE.
      *> LS-Val-Work left-justified; LS-Val-NUM set when it is an
      *> unsigned whole number of up to nine digits
           MOVE 0 TO LS-Val-Num-BOOL, LS-Val-NUM.
           IF LS-Val-Work = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(LS-Val-Work) TO LS-Val-Work.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LS-Val-Work))
               TO LS-Val-LEN.
           IF LS-Val-LEN > 9 THEN
               EXIT PARAGRAPH
           END-IF.
           IF LS-Val-Work(1:LS-Val-LEN) IS NUMERIC THEN
               SET LS-Val-Num-BOOL TO 1
               MOVE FUNCTION NUMVAL(LS-Val-Work(1:LS-Val-LEN))
                   TO LS-Val-NUM
           END-IF.
       END-ROUTINE.

       VAL-ERROR-ROUTINE.
           ADD 1 TO LS-Val-Err-CNT.
           STRING "  ERROR   MONKEY " LS-Val-No
                  " LINE " LS-Val-Line-NUM ": " LS-Val-Msg
                  DELIMITED BY SIZE INTO F-Graph-LINE.
           PERFORM GRAPH-LINE-ROUTINE.
           PERFORM VAL-AUDIT-ROUTINE.
       END-ROUTINE.

       VAL-WARN-ROUTINE.
           ADD 1 TO LS-Val-Warn-CNT.
           STRING "  WARNING MONKEY " LS-Val-No
                  " LINE " LS-Val-Line-NUM ": " LS-Val-Msg
                  DELIMITED BY SIZE INTO F-Graph-LINE.
           PERFORM GRAPH-LINE-ROUTINE.
           PERFORM VAL-AUDIT-ROUTINE.
       END-ROUTINE.

       VAL-AUDIT-ROUTINE.
           IF LS-DryRun-BOOL = 0 THEN
               MOVE "monkey" TO AUD-Program
               MOVE WS-Filename TO AUD-Input-File
               MOVE LS-Val-Line-NUM TO AUD-Line-NUM
               MOVE SPACE TO AUD-Severity
               MOVE SPACES TO AUD-Message
               STRING "MONKEY " LS-Val-No " " LS-Val-Msg
                      DELIMITED BY SIZE INTO AUD-Message
               CALL "audit_log" USING AUD-Record
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.
           MOVE SPACES TO LS-Val-Msg.
       END-ROUTINE.

       AUDIT-EXCEPTION-ROUTINE.
           IF LS-DryRun-BOOL = 0 THEN
               MOVE "monkey" TO AUD-Program
               MOVE WS-Filename TO AUD-Input-File
               MOVE LS-Records-Read TO AUD-Line-NUM
               MOVE SPACE TO AUD-Severity
               CALL "audit_log" USING AUD-Record
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.
       END-ROUTINE.

       GRAPH-LINE-ROUTINE.
           IF LS-Graph-Open-BOOL = 1 THEN
               WRITE F-Graph-LINE
           END-IF.
           MOVE SPACES TO F-Graph-LINE.
       END-ROUTINE.

       THROW-GRAPH-ROUTINE.
      *> only targets that passed the check are edges of the graph
           INITIALIZE LS-Gr-TBL.
           PERFORM VARYING LS-Gr-i FROM 1 BY 1
                   UNTIL LS-Gr-i > LS-Monkey-CNT
               IF LS-Val-True-To(LS-Gr-i) > 0 THEN
                   MOVE 1 TO
                       LS-Gr-Reach(LS-Gr-i, LS-Val-True-To(LS-Gr-i))
                   ADD 1 TO LS-Gr-In-CNT(LS-Val-True-To(LS-Gr-i))
               END-IF
               IF LS-Val-False-To(LS-Gr-i) > 0 THEN
                   MOVE 1 TO
                       LS-Gr-Reach(LS-Gr-i, LS-Val-False-To(LS-Gr-i))
                   ADD 1 TO LS-Gr-In-CNT(LS-Val-False-To(LS-Gr-i))
               END-IF
           END-PERFORM.
           PERFORM GRAPH-LINE-ROUTINE.
           MOVE "THROW GRAPH - TARGET WHEN DIVISIBLE, ELSE TARGET"
               TO F-Graph-LINE.
           PERFORM GRAPH-LINE-ROUTINE.
           PERFORM GRAPH-MONKEY-ROUTINE
               VARYING LS-Gr-i FROM 1 BY 1
               UNTIL LS-Gr-i > LS-Monkey-CNT.
           PERFORM UNREACHABLE-ROUTINE.
           PERFORM CLOSED-LOOPS-ROUTINE.
       END-ROUTINE.

       GRAPH-MONKEY-ROUTINE.
           MOVE "???" TO LS-Gr-To-1, LS-Gr-To-2.
           IF LS-Val-True-To(LS-Gr-i) > 0 THEN
               SUBTRACT 1 FROM LS-Val-True-To(LS-Gr-i)
                   GIVING LS-Gr-Num
               MOVE LS-Gr-Num TO LS-Gr-To-1
           END-IF.
           IF LS-Val-False-To(LS-Gr-i) > 0 THEN
               SUBTRACT 1 FROM LS-Val-False-To(LS-Gr-i)
                   GIVING LS-Gr-Num
               MOVE LS-Gr-Num TO LS-Gr-To-2
           END-IF.
           SUBTRACT 1 FROM LS-Gr-i GIVING LS-Gr-Num.
           STRING "  MONKEY " LS-Gr-Num "  DIVISIBLE BY "
                  FUNCTION TRIM(LS-Val-Div-TXT(LS-Gr-i))
                  " -> " LS-Gr-To-1 "  ELSE -> " LS-Gr-To-2
                  DELIMITED BY SIZE INTO F-Graph-LINE.
           PERFORM GRAPH-LINE-ROUTINE.
           MOVE "              RECEIVES FROM" TO LS-Gr-List-Head.
           PERFORM START-LIST-ROUTINE.
           PERFORM VARYING LS-Gr-j FROM 1 BY 1
                   UNTIL LS-Gr-j > LS-Monkey-CNT
               IF LS-Val-True-To(LS-Gr-j) = LS-Gr-i
                       OR LS-Val-False-To(LS-Gr-j) = LS-Gr-i THEN
                   SUBTRACT 1 FROM LS-Gr-j GIVING LS-Gr-Num
                   PERFORM ADD-TO-LIST-ROUTINE
               END-IF
           END-PERFORM.
           IF LS-Gr-Found-CNT = 0 THEN
               STRING " NOBODY" DELIMITED BY SIZE
                   INTO F-Graph-LINE WITH POINTER LS-Gr-List-PTR
           END-IF.
           PERFORM GRAPH-LINE-ROUTINE.
       END-ROUTINE.

       START-LIST-ROUTINE.
           MOVE LS-Gr-List-Head TO F-Graph-LINE.
           COMPUTE LS-Gr-List-PTR =
               FUNCTION LENGTH(FUNCTION TRIM(LS-Gr-List-Head
                                             TRAILING)) + 1.
           MOVE 0 TO LS-Gr-Found-CNT.
       END-ROUTINE.

       ADD-TO-LIST-ROUTINE.
      *> a list that runs past the line carries on under its head
           IF LS-Gr-List-PTR > 92 THEN
               PERFORM GRAPH-LINE-ROUTINE
               COMPUTE LS-Gr-List-PTR =
                   FUNCTION LENGTH(FUNCTION TRIM(LS-Gr-List-Head
                                                 TRAILING)) + 1
           END-IF.
           STRING " " LS-Gr-Num DELIMITED BY SIZE
               INTO F-Graph-LINE WITH POINTER LS-Gr-List-PTR.
           ADD 1 TO LS-Gr-Found-CNT.
       END-ROUTINE.

       UNREACHABLE-ROUTINE.
           PERFORM GRAPH-LINE-ROUTINE.
           MOVE "MONKEYS NOBODY THROWS TO - IDLE AFTER ROUND ONE"
               TO F-Graph-LINE.
           PERFORM GRAPH-LINE-ROUTINE.
           MOVE 0 TO LS-Gr-k.
           PERFORM VARYING LS-Gr-i FROM 1 BY 1
                   UNTIL LS-Gr-i > LS-Monkey-CNT
               IF LS-Gr-In-CNT(LS-Gr-i) = 0 THEN
                   ADD 1 TO LS-Gr-k
                   SUBTRACT 1 FROM LS-Gr-i GIVING LS-Val-No
                   MOVE LS-Val-Hdr-Line(LS-Gr-i) TO LS-Val-Line-NUM
                   MOVE "MKY008" TO AUD-Code
                   STRING "NEVER THROWN TO - HOLDS ITEMS IN "
                          "ROUND ONE ONLY"
                          DELIMITED BY SIZE INTO LS-Val-Msg
                   PERFORM VAL-WARN-ROUTINE
               END-IF
           END-PERFORM.
           IF LS-Gr-k = 0 THEN
               MOVE "  NONE - EVERY MONKEY IS THROWN TO BY ANOTHER"
                   TO F-Graph-LINE
               PERFORM GRAPH-LINE-ROUTINE
           END-IF.
       END-ROUTINE.

       CLOSED-LOOPS-ROUTINE.
      *> Close the graph under reachability, then a monkey on a loop
      *> whose every onward target can throw back to it sits in a
      *> closed loop; short of the whole troop, items that get in
      *> never leave. Each loop is reported once, at its lowest
      *> numbered monkey.
           PERFORM VARYING LS-Gr-k FROM 1 BY 1
                   UNTIL LS-Gr-k > LS-Monkey-CNT
               PERFORM VARYING LS-Gr-i FROM 1 BY 1
                       UNTIL LS-Gr-i > LS-Monkey-CNT
                   IF LS-Gr-Reach(LS-Gr-i, LS-Gr-k) = 1 THEN
                       PERFORM VARYING LS-Gr-j FROM 1 BY 1
                               UNTIL LS-Gr-j > LS-Monkey-CNT
                           IF LS-Gr-Reach(LS-Gr-k, LS-Gr-j) = 1 THEN
                               MOVE 1 TO LS-Gr-Reach(LS-Gr-i, LS-Gr-j)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM GRAPH-LINE-ROUTINE.
           MOVE "CLOSED LOOPS ITEMS CAN NEVER LEAVE" TO F-Graph-LINE.
           PERFORM GRAPH-LINE-ROUTINE.
           MOVE 0 TO LS-Gr-k.
           SET LS-Gr-One-Loop-BOOL TO 1.
           PERFORM CLOSED-LOOP-ROUTINE
               VARYING LS-Gr-i FROM 1 BY 1
               UNTIL LS-Gr-i > LS-Monkey-CNT.
           IF LS-Gr-k = 0 THEN
               IF LS-Gr-One-Loop-BOOL = 1 THEN
                   MOVE "  NONE - ALL MONKEYS FORM ONE LOOP"
                       TO F-Graph-LINE
               ELSE
                   MOVE "  NONE" TO F-Graph-LINE
               END-IF
               PERFORM GRAPH-LINE-ROUTINE
           END-IF.
       END-ROUTINE.

       CLOSED-LOOP-ROUTINE.
           IF LS-Gr-Reach(LS-Gr-i, LS-Gr-i) = 0 THEN
               SET LS-Gr-One-Loop-BOOL TO 0
               EXIT PARAGRAPH
           END-IF.
           SET LS-Gr-Closed-BOOL TO 1.
           MOVE 0 TO LS-Gr-Reach-CNT.
           PERFORM VARYING LS-Gr-j FROM 1 BY 1
                   UNTIL LS-Gr-j > LS-Monkey-CNT
               IF LS-Gr-Reach(LS-Gr-i, LS-Gr-j) = 1 THEN
                   ADD 1 TO LS-Gr-Reach-CNT
                   IF LS-Gr-Reach(LS-Gr-j, LS-Gr-i) = 0
                           OR LS-Gr-j < LS-Gr-i THEN
                       SET LS-Gr-Closed-BOOL TO 0
                   END-IF
               END-IF
           END-PERFORM.
           IF LS-Gr-Reach-CNT < LS-Monkey-CNT THEN
               SET LS-Gr-One-Loop-BOOL TO 0
           ELSE
               EXIT PARAGRAPH
           END-IF.
           IF LS-Gr-Closed-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LS-Gr-k.
           SUBTRACT 1 FROM LS-Gr-i GIVING LS-Val-No.
           MOVE LS-Val-Hdr-Line(LS-Gr-i) TO LS-Val-Line-NUM.
           MOVE "MKY009" TO AUD-Code.
           STRING "CLOSED LOOP OF " LS-Gr-Reach-CNT
                  " MONKEY(S) - ITEMS THAT REACH IT NEVER LEAVE"
                  DELIMITED BY SIZE INTO LS-Val-Msg.
           PERFORM VAL-WARN-ROUTINE.
           MOVE "            LOOP MONKEYS" TO LS-Gr-List-Head.
           PERFORM START-LIST-ROUTINE.
           PERFORM VARYING LS-Gr-j FROM 1 BY 1
                   UNTIL LS-Gr-j > LS-Monkey-CNT
               IF LS-Gr-Reach(LS-Gr-i, LS-Gr-j) = 1 THEN
                   SUBTRACT 1 FROM LS-Gr-j GIVING LS-Gr-Num
                   PERFORM ADD-TO-LIST-ROUTINE
               END-IF
           END-PERFORM.
           PERFORM GRAPH-LINE-ROUTINE.
       END-ROUTINE.

       REJECT-RUN-ROUTINE.
      *> definition errors stop the run: no rounds are simulated and
      *> the results say so instead of giving a monkey business
      *> figure from a troop that cannot exist
           STRING "MONKEY DEFINITIONS REJECTED: " LS-Val-Err-CNT
                  " ERROR(S) - NO ROUNDS SIMULATED, SEE "
                  "monkey_graph.txt"
                  DELIMITED BY SIZE INTO LS-Spool-LINE.
           PERFORM SPOOL-LINE-ROUTINE.
           IF LS-Rounds-Open-BOOL = 1 THEN
               CLOSE F-Rounds-FILE
               MOVE "monkey_rounds.txt" TO OSL-File-Name
               PERFORM SEAL-OUTPUT-ROUTINE
           END-IF.
           CALL "run_totals" USING BY CONTENT "SET  ",
               BY REFERENCE LS-Records-Read, LS-Records-Rejected,
               LS-Totals-Flag
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE "INVALID" TO L-Result-1.
           MOVE LS-Val-Err-CNT TO L-Result-2.
       END-ROUTINE.

       PAGE-REPORT-ROUTINE.
      *> standard page headers and end-of-report trailer, then
      *> the control trailer record
           MOVE "PAGE  " TO RPT-Op.
           MOVE "monkey" TO RPT-Program.
           CALL "report_writer" USING RPT-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE RPT-File-Name TO OSL-File-Name.
           PERFORM SEAL-OUTPUT-ROUTINE.
       END-ROUTINE.

       SPOOL-LINE-ROUTINE.
           CALL "spool" USING BY CONTENT "PUT  ",
                              BY REFERENCE LS-Spool-LINE
           MOVE SPACES TO LS-Spool-LINE.
       END-ROUTINE.

       SEAL-OUTPUT-ROUTINE.
      *> control trailer: record count, checksum, run and program
           MOVE "SEAL  " TO OSL-Op.
           MOVE "monkey" TO OSL-Program.
           CALL "output_seal" USING OSL-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       CLOSE-FILE-ROUTINE.
           CLOSE F-input-FILE.
       END-ROUTINE.
