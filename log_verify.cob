       IDENTIFICATION DIVISION.
       PROGRAM-ID. log_verify.
      *> Walks the check-value chain of the audit log (audit.txt) and
      *> of the change log (change_log.txt) - see log_chain - and
      *> reports, per log: the record count, the first broken link
      *> (record number and sequence number), every gap in the
      *> sequence numbers, records out of order, and a tail cut
      *> short (the head file <log>.chain remembers the last record
      *> written). Records written before chaining was introduced
      *> carry no check value; leading ones are counted as legacy
      *> and skipped, one turning up after the chain has started is
      *> a break. Runs as a step of the nightly chain.
      *> Usage: log_verify [audit | changes | both]   (default both)
      *> Condition code: 0 intact, 4 head file missing or behind the
      *> log, 12 broken link / gap / truncation found.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Log-FILE
           ASSIGN TO WS-Log-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Log-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Log-FILE.
       01 F-Log-LINE PIC X(260).

       WORKING-STORAGE SECTION.
       01 WS-Log-FileName PIC X(20) VALUE SPACES.
       01 WS-Log-FS PIC XX.
       01 WS-Argument PIC X(20) VALUE SPACES.
       01 WS-RC PIC 9(2) VALUE ZERO.
       01 WS-EOF-BOOL PIC 9(1) VALUE 0.

      *> content length of one record ahead of the chain fields
       01 WS-Text-LEN PIC 9(3) VALUE ZERO.
       01 WS-Audit-LEN-CONST PIC 9(3) VALUE 147.
       01 WS-Change-LEN-CONST PIC 9(3) VALUE 202.
      *> the audit record's message code sits after the chain fields
      *> but is covered by the check value all the same
       01 WS-Code-BOOL PIC 9(1) VALUE 0.

       01 WS-Rec-CNT PIC 9(8) VALUE ZERO.
       01 WS-Legacy-CNT PIC 9(8) VALUE ZERO.
       01 WS-Break-CNT PIC 9(8) VALUE ZERO.
       01 WS-Gap-CNT PIC 9(8) VALUE ZERO.
       01 WS-Line-CNT PIC 9(4) VALUE ZERO.
       01 WS-Line-Max-CONST PIC 9(4) VALUE 20.
       01 WS-Chained-BOOL PIC 9(1) VALUE 0.
       01 WS-Prev-Seq PIC 9(8) VALUE ZERO.
       01 WS-Prev-Chain PIC 9(10) VALUE ZERO.
       01 WS-Expect-Seq PIC 9(8) VALUE ZERO.
       01 WS-Gap-To PIC 9(8) VALUE ZERO.
       01 WS-First-Break PIC X(100) VALUE SPACES.
       01 WS-Finding PIC X(100) VALUE SPACES.

       01 WS-Rec-Seq-X PIC X(8) VALUE SPACES.
       01 WS-Rec-Seq REDEFINES WS-Rec-Seq-X PIC 9(8).
       01 WS-Rec-Chain-X PIC X(10) VALUE SPACES.
       01 WS-Rec-Chain REDEFINES WS-Rec-Chain-X PIC 9(10).

       01 WS-Chain-Log PIC X(20) VALUE SPACES.
       01 WS-Chain-Text PIC X(240) VALUE SPACES.
       01 WS-Chain-Seq PIC 9(8) VALUE ZERO.
       01 WS-Chain-Value PIC 9(10) VALUE ZERO.
       01 WS-Chain-Status PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           ACCEPT WS-Argument FROM COMMAND-LINE.
           MOVE FUNCTION LOWER-CASE(WS-Argument) TO WS-Argument.
           EVALUATE WS-Argument
               WHEN "audit"
                   PERFORM VERIFY-AUDIT-ROUTINE
               WHEN "changes"
                   PERFORM VERIFY-CHANGES-ROUTINE
               WHEN "both"
               WHEN SPACES
                   PERFORM VERIFY-AUDIT-ROUTINE
                   PERFORM VERIFY-CHANGES-ROUTINE
               WHEN OTHER
                   DISPLAY "Usage: log_verify [audit | changes | both]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.
       END-ROUTINE.

       VERIFY-AUDIT-ROUTINE.
           MOVE "audit.txt" TO WS-Log-FileName.
           MOVE WS-Audit-LEN-CONST TO WS-Text-LEN.
           SET WS-Code-BOOL TO 1.
           PERFORM VERIFY-LOG-ROUTINE.
       END-ROUTINE.

       VERIFY-CHANGES-ROUTINE.
           MOVE "change_log.txt" TO WS-Log-FileName.
           MOVE WS-Change-LEN-CONST TO WS-Text-LEN.
           SET WS-Code-BOOL TO 0.
           PERFORM VERIFY-LOG-ROUTINE.
       END-ROUTINE.

       VERIFY-LOG-ROUTINE.
           MOVE ZERO TO WS-Rec-CNT, WS-Legacy-CNT, WS-Break-CNT,
                        WS-Gap-CNT, WS-Line-CNT, WS-Prev-Seq,
                        WS-Prev-Chain.
           SET WS-Chained-BOOL TO 0.
           MOVE SPACES TO WS-First-Break.
           MOVE WS-Log-FileName TO WS-Chain-Log.
           DISPLAY "log_verify: " FUNCTION TRIM(WS-Log-FileName).
      *> a missing log is walked as an empty one - the head check
      *> below still catches a log removed after records were written
           OPEN INPUT F-Log-FILE.
           IF WS-Log-FS = "00" THEN
               SET WS-EOF-BOOL TO 0
               PERFORM READ-LOG-ROUTINE UNTIL WS-EOF-BOOL = 1
               CLOSE F-Log-FILE
           ELSE
               DISPLAY "  " FUNCTION TRIM(WS-Log-FileName)
                       " not found - status " WS-Log-FS
           END-IF.
           PERFORM CHECK-HEAD-ROUTINE.
           DISPLAY "  RECORDS " WS-Rec-CNT
                   "  UNCHAINED LEGACY " WS-Legacy-CNT
                   "  LAST SEQ " WS-Prev-Seq.
           DISPLAY "  BROKEN LINKS " WS-Break-CNT
                   "  GAPS " WS-Gap-CNT.
           IF WS-First-Break = SPACES THEN
               DISPLAY "  CHAIN INTACT"
           ELSE
               DISPLAY "  FIRST BROKEN LINK: "
                       FUNCTION TRIM(WS-First-Break)
           END-IF.
           IF WS-Break-CNT > 0 OR WS-Gap-CNT > 0 THEN
               MOVE 12 TO WS-RC
           END-IF.
       END-ROUTINE.

       READ-LOG-ROUTINE.
           READ F-Log-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END PERFORM CHECK-RECORD-ROUTINE
           END-READ.
       END-ROUTINE.

       CHECK-RECORD-ROUTINE.
           ADD 1 TO WS-Rec-CNT.
           MOVE F-Log-LINE(WS-Text-LEN + 1:8) TO WS-Rec-Seq-X.
           MOVE F-Log-LINE(WS-Text-LEN + 9:10) TO WS-Rec-Chain-X.
           IF WS-Rec-Seq-X IS NOT NUMERIC
            OR WS-Rec-Chain-X IS NOT NUMERIC THEN
               IF WS-Chained-BOOL = 0 THEN
                   ADD 1 TO WS-Legacy-CNT
               ELSE
                   MOVE SPACES TO WS-Finding
                   STRING "RECORD " WS-Rec-CNT
                          " CARRIES NO CHECK VALUE (AFTER SEQ "
                          WS-Prev-Seq ")"
                          DELIMITED BY SIZE INTO WS-Finding
                   PERFORM BREAK-ROUTINE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-Chained-BOOL = 0 THEN
               SET WS-Chained-BOOL TO 1
               MOVE ZERO TO WS-Prev-Seq, WS-Prev-Chain
           END-IF.
           COMPUTE WS-Expect-Seq = WS-Prev-Seq + 1.
           EVALUATE TRUE
               WHEN WS-Rec-Seq = WS-Expect-Seq
                   PERFORM CHECK-LINK-ROUTINE
               WHEN WS-Rec-Seq > WS-Expect-Seq
      *> records removed: the link into this one cannot hold either
                   COMPUTE WS-Gap-To = WS-Rec-Seq - 1
                   MOVE SPACES TO WS-Finding
                   STRING "SEQ " WS-Expect-Seq " THRU " WS-Gap-To
                          " MISSING BEFORE RECORD " WS-Rec-CNT
                          DELIMITED BY SIZE INTO WS-Finding
                   PERFORM GAP-ROUTINE
                   MOVE SPACES TO WS-Finding
                   STRING "RECORD " WS-Rec-CNT " SEQ " WS-Rec-Seq
                          " - PREVIOUS RECORD MISSING"
                          DELIMITED BY SIZE INTO WS-Finding
                   PERFORM BREAK-ROUTINE
               WHEN OTHER
                   MOVE SPACES TO WS-Finding
                   STRING "RECORD " WS-Rec-CNT " SEQ " WS-Rec-Seq
                          " OUT OF ORDER OR DUPLICATED (AFTER SEQ "
                          WS-Prev-Seq ")"
                          DELIMITED BY SIZE INTO WS-Finding
                   PERFORM BREAK-ROUTINE
           END-EVALUATE.
      *> carry on from this record either way, so one bad record
      *> does not mark every record after it
           MOVE WS-Rec-Seq TO WS-Prev-Seq.
           MOVE WS-Rec-Chain TO WS-Prev-Chain.
       END-ROUTINE.

       CHECK-LINK-ROUTINE.
           MOVE SPACES TO WS-Chain-Text.
           MOVE F-Log-LINE(1:WS-Text-LEN) TO WS-Chain-Text.
           IF WS-Code-BOOL = 1 THEN
               MOVE F-Log-LINE(WS-Text-LEN + 19:8)
                   TO WS-Chain-Text(WS-Text-LEN + 1:8)
           END-IF.
           MOVE WS-Rec-Seq TO WS-Chain-Seq.
           MOVE WS-Prev-Chain TO WS-Chain-Value.
           CALL "log_chain" USING BY CONTENT "SEAL  ",
               BY REFERENCE WS-Chain-Log, WS-Chain-Text,
               WS-Chain-Seq, WS-Chain-Value, WS-Chain-Status
               ON EXCEPTION
                   DISPLAY "log_chain not available"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL.
           IF WS-Chain-Value NOT = WS-Rec-Chain THEN
               MOVE SPACES TO WS-Finding
               STRING "RECORD " WS-Rec-CNT " SEQ " WS-Rec-Seq
                      " - CHECK VALUE DOES NOT MATCH CONTENT"
                      DELIMITED BY SIZE INTO WS-Finding
               PERFORM BREAK-ROUTINE
           END-IF.
       END-ROUTINE.

       CHECK-HEAD-ROUTINE.
           CALL "log_chain" USING BY CONTENT "HEAD  ",
               BY REFERENCE WS-Chain-Log, WS-Chain-Text,
               WS-Chain-Seq, WS-Chain-Value, WS-Chain-Status
               ON EXCEPTION
                   DISPLAY "log_chain not available"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL.
           IF WS-Chain-Status = "23" THEN
               IF WS-Chained-BOOL = 1 THEN
                   DISPLAY "  WARNING: no head file "
                           FUNCTION TRIM(WS-Log-FileName)
                           ".chain - end of log not checked"
                   IF WS-RC < 4 THEN
                       MOVE 4 TO WS-RC
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN WS-Chain-Seq > WS-Prev-Seq
                   COMPUTE WS-Expect-Seq = WS-Prev-Seq + 1
                   MOVE SPACES TO WS-Finding
                   STRING "SEQ " WS-Expect-Seq " THRU " WS-Chain-Seq
                          " MISSING AT END OF LOG"
                          DELIMITED BY SIZE INTO WS-Finding
                   PERFORM GAP-ROUTINE
                   MOVE SPACES TO WS-Finding
                   STRING "END OF LOG - LAST SEQ " WS-Prev-Seq
                          " BUT HEAD AT SEQ " WS-Chain-Seq
                          DELIMITED BY SIZE INTO WS-Finding
                   PERFORM BREAK-ROUTINE
               WHEN WS-Chain-Seq = WS-Prev-Seq
                AND WS-Chain-Value NOT = WS-Prev-Chain
                   MOVE SPACES TO WS-Finding
                   STRING "LAST RECORD SEQ " WS-Prev-Seq
                          " - CHECK VALUE DIFFERS FROM HEAD"
                          DELIMITED BY SIZE INTO WS-Finding
                   PERFORM BREAK-ROUTINE
               WHEN WS-Chain-Seq < WS-Prev-Seq
                   DISPLAY "  WARNING: head file at SEQ " WS-Chain-Seq
                           " behind last record SEQ " WS-Prev-Seq
                   IF WS-RC < 4 THEN
                       MOVE 4 TO WS-RC
                   END-IF
           END-EVALUATE.
       END-ROUTINE.

       BREAK-ROUTINE.
           ADD 1 TO WS-Break-CNT.
           IF WS-First-Break = SPACES THEN
               MOVE WS-Finding TO WS-First-Break
           END-IF.
           PERFORM SHOW-FINDING-ROUTINE.
       END-ROUTINE.

       GAP-ROUTINE.
           ADD 1 TO WS-Gap-CNT.
           PERFORM SHOW-FINDING-ROUTINE.
       END-ROUTINE.

       SHOW-FINDING-ROUTINE.
           ADD 1 TO WS-Line-CNT.
           IF WS-Line-CNT <= WS-Line-Max-CONST THEN
               DISPLAY "  " FUNCTION TRIM(WS-Finding)
           END-IF.
           IF WS-Line-CNT = WS-Line-Max-CONST + 1 THEN
               DISPLAY "  ... further findings counted only"
           END-IF.
       END-ROUTINE.

       END PROGRAM log_verify.
