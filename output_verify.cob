       IDENTIFICATION DIVISION.
       PROGRAM-ID. output_verify.
      *> Proves every day program output of one run against its
      *> control trailer (see output_seal). The run's outputs are the
      *> rows side_archive.txt holds for it; each archived copy is
      *> read back and reported as
      *>   MISSING  the archived copy is not on disk, or a file the
      *>            program wrote for the same input in the run
      *>            before was not written at all this time
      *>   SHORT    the trailer is gone, or fewer records are there
      *>            than the trailer counts
      *>   CORRUPT  more records than the trailer counts, a checksum
      *>            that does not agree, or a trailer naming another
      *>            run or program
      *> Runs as a step of the nightly chain, after the day programs.
      *> Usage: output_verify [run-number]   (default: the last run
      *>        logged in run_log.txt)
      *> Condition code: 0 every output intact, 4 no outputs on file
      *> for the run, 12 an output missing, short or corrupted,
      *> 16 bad argument or no run to verify.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RunLog-FILE
           ASSIGN TO "run_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunLog-FS.
           SELECT F-Side-FILE
           ASSIGN TO "side_archive.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Side-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-RunLog-FILE.
       01 F-RunLog-LINE PIC X(80).

       FD F-Side-FILE.
       COPY "side-archive.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RunLog-FS PIC XX.
       01 WS-Side-FS PIC XX.
       01 WS-Argument PIC X(20) VALUE SPACES.
       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-Log-Num-TOK PIC X(8) VALUE SPACES.

       01 WS-Run PIC 9(6) VALUE ZERO.
       01 WS-Prev-Run PIC 9(6) VALUE ZERO.
       COPY "output-seal.cpy".

      *> the run's outputs, and those of the run before it
       01 WS-Out-Max-CONST PIC 9(4) VALUE 1000.
       01 WS-Out-CNT PIC 9(4) VALUE ZERO.
       01 WS-Out-TBL.
         02 WS-Out-Entry OCCURS 1000 TIMES.
           03 WS-Out-Program PIC X(20).
           03 WS-Out-Input PIC X(40).
           03 WS-Out-File PIC X(40).
           03 WS-Out-Archive PIC X(120).
       01 WS-Prv-CNT PIC 9(4) VALUE ZERO.
       01 WS-Prv-TBL.
         02 WS-Prv-Entry OCCURS 1000 TIMES.
           03 WS-Prv-Program PIC X(20).
           03 WS-Prv-Input PIC X(40).
           03 WS-Prv-File PIC X(40).
       01 WS-i PIC 9(4) VALUE ZERO.
       01 WS-j PIC 9(4) VALUE ZERO.
       01 WS-Ran-BOOL PIC 9(1) VALUE 0.
       01 WS-Wrote-BOOL PIC 9(1) VALUE 0.

       01 WS-Intact-CNT PIC 9(4) VALUE ZERO.
       01 WS-Missing-CNT PIC 9(4) VALUE ZERO.
       01 WS-Short-CNT PIC 9(4) VALUE ZERO.
       01 WS-Corrupt-CNT PIC 9(4) VALUE ZERO.
       01 WS-Verdict PIC X(8) VALUE SPACES.
       01 WS-Finding PIC X(100) VALUE SPACES.
       01 WS-Disp-CNT PIC Z(7)9.
       01 WS-Disp-Claim PIC Z(7)9.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           ACCEPT WS-Argument FROM COMMAND-LINE.
           IF WS-Argument NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-Argument))
                       NOT = 0 THEN
                   DISPLAY "Usage: output_verify [run-number]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-Argument) TO WS-Run
           ELSE
               PERFORM LAST-RUN-ROUTINE
           END-IF.
           IF WS-Run = 0 THEN
               DISPLAY "output_verify: no run to verify"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "output_verify: run " WS-Run.
           PERFORM LOAD-MANIFEST-ROUTINE.
           IF WS-Out-CNT = 0 THEN
               DISPLAY "  no outputs on file for run " WS-Run
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Out-CNT
               PERFORM CHECK-OUTPUT-ROUTINE
           END-PERFORM.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Prv-CNT
               PERFORM CHECK-DROPPED-ROUTINE
           END-PERFORM.
           DISPLAY "output_verify: " WS-Out-CNT " output(s) checked, "
                   WS-Intact-CNT " intact, "
                   WS-Missing-CNT " missing, "
                   WS-Short-CNT " short, "
                   WS-Corrupt-CNT " corrupt".
           IF WS-Missing-CNT + WS-Short-CNT + WS-Corrupt-CNT > 0 THEN
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-ROUTINE.

       LAST-RUN-ROUTINE.
           OPEN INPUT F-RunLog-FILE.
           IF WS-RunLog-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-RUNLOG-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-RunLog-FILE.
       END-ROUTINE.

       READ-RUNLOG-ROUTINE.
           READ F-RunLog-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   MOVE SPACES TO WS-Log-Num-TOK
                   UNSTRING F-RunLog-LINE
                       DELIMITED BY ALL SPACES
                       INTO WS-Log-Num-TOK
                   IF FUNCTION TEST-NUMVAL(WS-Log-Num-TOK) = 0 THEN
                       MOVE FUNCTION NUMVAL(WS-Log-Num-TOK) TO WS-Run
                   END-IF
           END-READ.
       END-ROUTINE.

       LOAD-MANIFEST-ROUTINE.
           OPEN INPUT F-Side-FILE.
           IF WS-Side-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-MANIFEST-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Side-FILE.
       END-ROUTINE.

       READ-MANIFEST-ROUTINE.
           READ F-Side-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   EVALUATE TRUE
                       WHEN SAR-Run-Number = WS-Run
                           PERFORM KEEP-OUTPUT-ROUTINE
                       WHEN SAR-Run-Number < WS-Run
                        AND SAR-Run-Number >= WS-Prev-Run
                           PERFORM KEEP-PREVIOUS-ROUTINE
                   END-EVALUATE
           END-READ.
       END-ROUTINE.

       KEEP-OUTPUT-ROUTINE.
           IF WS-Out-CNT >= WS-Out-Max-CONST THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Out-CNT.
           MOVE SAR-Program TO WS-Out-Program(WS-Out-CNT).
           MOVE SAR-Input TO WS-Out-Input(WS-Out-CNT).
           MOVE SAR-File TO WS-Out-File(WS-Out-CNT).
           MOVE SAR-Archive-Name TO WS-Out-Archive(WS-Out-CNT).
       END-ROUTINE.

      *> only the latest earlier run is kept; a later one turning up
      *> in the manifest replaces what was gathered so far
       KEEP-PREVIOUS-ROUTINE.
           IF SAR-Run-Number > WS-Prev-Run THEN
               MOVE SAR-Run-Number TO WS-Prev-Run
               SET WS-Prv-CNT TO 0
           END-IF.
           IF WS-Prv-CNT >= WS-Out-Max-CONST THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Prv-CNT.
           MOVE SAR-Program TO WS-Prv-Program(WS-Prv-CNT).
           MOVE SAR-Input TO WS-Prv-Input(WS-Prv-CNT).
           MOVE SAR-File TO WS-Prv-File(WS-Prv-CNT).
       END-ROUTINE.

       CHECK-OUTPUT-ROUTINE.
           MOVE "CHECK " TO OSL-Op.
           MOVE WS-Out-Archive(WS-i) TO OSL-File-Name.
           MOVE SPACES TO OSL-Program.
           CALL "output_seal" USING OSL-Request
               ON EXCEPTION
                   DISPLAY "output_verify: output_seal not available"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL.
           MOVE SPACES TO WS-Verdict, WS-Finding.
           MOVE OSL-Count TO WS-Disp-CNT.
           MOVE OSL-Records TO WS-Disp-Claim.
           EVALUATE OSL-Status
               WHEN "30"
                   MOVE "MISSING" TO WS-Verdict
                   MOVE "archived copy not on disk" TO WS-Finding
               WHEN "41"
                   MOVE "SHORT" TO WS-Verdict
                   STRING "no control trailer after "
                              DELIMITED BY SIZE,
                          FUNCTION TRIM(WS-Disp-CNT) DELIMITED BY SIZE,
                          " record(s)" DELIMITED BY SIZE
                          INTO WS-Finding
               WHEN "42"
                   IF OSL-Count < OSL-Records THEN
                       MOVE "SHORT" TO WS-Verdict
                   ELSE
                       MOVE "CORRUPT" TO WS-Verdict
                   END-IF
                   STRING FUNCTION TRIM(WS-Disp-CNT) DELIMITED BY SIZE,
                          " record(s), trailer counts "
                              DELIMITED BY SIZE,
                          FUNCTION TRIM(WS-Disp-Claim)
                              DELIMITED BY SIZE
                          INTO WS-Finding
               WHEN "43"
                   MOVE "CORRUPT" TO WS-Verdict
                   STRING "checksum " DELIMITED BY SIZE,
                          OSL-Sum DELIMITED BY SIZE,
                          ", trailer says " DELIMITED BY SIZE,
                          OSL-Checksum DELIMITED BY SIZE
                          INTO WS-Finding
               WHEN "00"
                   IF OSL-Run NOT = WS-Run THEN
                       MOVE "CORRUPT" TO WS-Verdict
                       STRING "trailer names run " DELIMITED BY SIZE,
                              OSL-Run DELIMITED BY SIZE
                              INTO WS-Finding
                   END-IF
                   IF OSL-Program NOT = WS-Out-Program(WS-i) THEN
                       MOVE "CORRUPT" TO WS-Verdict
                       STRING "trailer names program "
                                  DELIMITED BY SIZE,
                              OSL-Program DELIMITED BY SPACE
                              INTO WS-Finding
                   END-IF
               WHEN OTHER
                   MOVE "MISSING" TO WS-Verdict
                   STRING "archived copy not readable - status "
                              DELIMITED BY SIZE,
                          OSL-Status DELIMITED BY SIZE
                          INTO WS-Finding
           END-EVALUATE.
           EVALUATE WS-Verdict
               WHEN SPACES
                   ADD 1 TO WS-Intact-CNT
                   EXIT PARAGRAPH
               WHEN "MISSING"
                   ADD 1 TO WS-Missing-CNT
               WHEN "SHORT"
                   ADD 1 TO WS-Short-CNT
               WHEN OTHER
                   ADD 1 TO WS-Corrupt-CNT
           END-EVALUATE.
           DISPLAY "  " WS-Verdict " "
                   FUNCTION TRIM(WS-Out-Program(WS-i)) " "
                   FUNCTION TRIM(WS-Out-Input(WS-i)) " "
                   FUNCTION TRIM(WS-Out-File(WS-i)) ": "
                   FUNCTION TRIM(WS-Finding).
           DISPLAY "           "
                   FUNCTION TRIM(WS-Out-Archive(WS-i)).
       END-ROUTINE.

      *> a file the program wrote last run for the same input, when
      *> the program ran this run but wrote no such file
       CHECK-DROPPED-ROUTINE.
           SET WS-Ran-BOOL TO 0.
           SET WS-Wrote-BOOL TO 0.
           PERFORM VARYING WS-j FROM 1 UNTIL WS-j > WS-Out-CNT
               IF WS-Out-Program(WS-j) = WS-Prv-Program(WS-i)
                AND WS-Out-Input(WS-j) = WS-Prv-Input(WS-i) THEN
                   SET WS-Ran-BOOL TO 1
                   IF WS-Out-File(WS-j) = WS-Prv-File(WS-i) THEN
                       SET WS-Wrote-BOOL TO 1
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-Ran-BOOL = 0 OR WS-Wrote-BOOL = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Missing-CNT.
           DISPLAY "  MISSING  "
                   FUNCTION TRIM(WS-Prv-Program(WS-i)) " "
                   FUNCTION TRIM(WS-Prv-Input(WS-i)) " "
                   FUNCTION TRIM(WS-Prv-File(WS-i))
                   ": written by run " WS-Prev-Run
                   ", not by this run".
       END-ROUTINE.

       END PROGRAM output_verify.
