       IDENTIFICATION DIVISION.
       PROGRAM-ID. log_chain.
      *> Check-value chain shared by the two append-only logs,
      *> audit.txt (audit_log) and change_log.txt (change_log). Every
      *> record carries a sequence number and a check value computed
      *> over its own content, its sequence number and the previous
      *> record's check value, so removing, inserting or editing a
      *> line breaks every link after it; log_verify walks a log and
      *> reports the first broken link. The last sequence number and
      *> check value written are also kept in a head file beside the
      *> log (<log>.chain):
      *>   seq(8) check(10) date(8) time(6)
      *> so a log cut short at the end shows up too.
      *> Requests (L-Log names the log file, L-Text is the record
      *> content without the two chain fields):
      *>   BEGIN  claim the log (a directory <log>.busy, as in
      *>          side_archive, so parallel slices append one at a
      *>          time), read the head and return the next L-Seq and
      *>          the L-Chain to write with L-Text
      *>   END    the record is written: store L-Seq/L-Chain as the
      *>          new head and release the claim
      *>   ABORT  the record could not be written: release only
      *>   SEAL   compute the check value of L-Text/L-Seq chained on
      *>          the value passed in L-Chain (log_verify)
      *>   HEAD   return the head's L-Seq/L-Chain (log_verify)
      *> Status: "00" done, "23" no head yet (HEAD), "91" claim taken
      *> over from a holder presumed dead, "99" head not writable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Head-FILE
           ASSIGN TO WS-Head-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Head-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Head-FILE.
       01 F-Head-REC.
         02 F-Head-Seq PIC 9(8).
         02 F-Head-Chain PIC 9(10).
         02 F-Head-Date PIC X(8).
         02 F-Head-Time PIC X(6).

       WORKING-STORAGE SECTION.
       01 WS-Head-FileName PIC X(40) VALUE SPACES.
       01 WS-Head-FS PIC XX.
       01 WS-Busy-Dir PIC X(40) VALUE SPACES.
       01 WS-Hold-Tries PIC 9(4) VALUE ZERO.
       01 WS-Hold-Max-CONST PIC 9(4) VALUE 30.
       01 WS-Sleep-Sec PIC 9(4) COMP-5 VALUE 1.

       01 WS-Prior-Seq PIC 9(8) VALUE ZERO.
       01 WS-Prior-Chain PIC 9(10) VALUE ZERO.
       01 WS-Stamp PIC X(14) VALUE SPACES.

       01 WS-Hash-Seq PIC 9(8) VALUE ZERO.
       01 WS-Hash-Seq-X REDEFINES WS-Hash-Seq PIC X(8).
       01 WS-Hash-Work PIC 9(12) VALUE ZERO.
       01 WS-Hash-Mod-CONST PIC 9(10) VALUE 4294967291.
       01 WS-i PIC 9(3) VALUE ZERO.

       LINKAGE SECTION.
       01 L-Op PIC X(6).
       01 L-Log PIC X(20).
       01 L-Text PIC X(240).
       01 L-Seq PIC 9(8).
       01 L-Chain PIC 9(10).
       01 L-Status PIC X(2).

       PROCEDURE DIVISION USING L-Op, L-Log, L-Text, L-Seq, L-Chain,
                                L-Status.
       MAIN-ROUTINE.
           MOVE "00" TO L-Status.
           MOVE SPACES TO WS-Head-FileName, WS-Busy-Dir.
           STRING L-Log DELIMITED BY SPACE,
                  ".chain" DELIMITED BY SIZE
                  INTO WS-Head-FileName.
           STRING L-Log DELIMITED BY SPACE,
                  ".busy" DELIMITED BY SIZE
                  INTO WS-Busy-Dir.
           EVALUATE L-Op
               WHEN "BEGIN "
                   PERFORM HOLD-ROUTINE
                   PERFORM READ-HEAD-ROUTINE
                   COMPUTE L-Seq = WS-Prior-Seq + 1
                   MOVE WS-Prior-Chain TO L-Chain
                   PERFORM SEAL-ROUTINE
               WHEN "END   "
                   PERFORM WRITE-HEAD-ROUTINE
                   PERFORM FREE-ROUTINE
               WHEN "ABORT "
                   PERFORM FREE-ROUTINE
               WHEN "SEAL  "
                   PERFORM SEAL-ROUTINE
               WHEN "HEAD  "
                   PERFORM READ-HEAD-ROUTINE
                   MOVE WS-Prior-Seq TO L-Seq
                   MOVE WS-Prior-Chain TO L-Chain
               WHEN OTHER
                   DISPLAY "log_chain: unknown request '" L-Op "'"
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
               DISPLAY "log_chain: "
                       FUNCTION TRIM(WS-Busy-Dir)
                       " still held after " WS-Hold-Max-CONST
                       " s - presumed stale, taken over"
               MOVE "91" TO L-Status
           END-IF.
           MOVE 0 TO RETURN-CODE.
       END-ROUTINE.

       FREE-ROUTINE.
           CALL "CBL_DELETE_DIR" USING WS-Busy-Dir
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 0 TO RETURN-CODE.
       END-ROUTINE.

       READ-HEAD-ROUTINE.
           MOVE ZERO TO WS-Prior-Seq, WS-Prior-Chain.
           OPEN INPUT F-Head-FILE.
           IF WS-Head-FS NOT = "00" THEN
               IF L-Op = "HEAD  " THEN
                   MOVE "23" TO L-Status
               END-IF
               EXIT PARAGRAPH
           END-IF.
           READ F-Head-FILE RECORD
               AT END
                   IF L-Op = "HEAD  " THEN
                       MOVE "23" TO L-Status
                   END-IF
               NOT AT END
                   IF F-Head-Seq IS NUMERIC
                    AND F-Head-Chain IS NUMERIC THEN
                       MOVE F-Head-Seq TO WS-Prior-Seq
                       MOVE F-Head-Chain TO WS-Prior-Chain
                   END-IF
           END-READ.
           CLOSE F-Head-FILE.
       END-ROUTINE.

       WRITE-HEAD-ROUTINE.
           OPEN OUTPUT F-Head-FILE.
           IF WS-Head-FS NOT = "00" THEN
               DISPLAY "log_chain: cannot write "
                       FUNCTION TRIM(WS-Head-FileName)
                       " - status " WS-Head-FS
               MOVE "99" TO L-Status
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
           MOVE L-Seq TO F-Head-Seq.
           MOVE L-Chain TO F-Head-Chain.
           MOVE WS-Stamp(1:8) TO F-Head-Date.
           MOVE WS-Stamp(9:6) TO F-Head-Time.
           WRITE F-Head-REC.
           CLOSE F-Head-FILE.
       END-ROUTINE.

       SEAL-ROUTINE.
      *> L-Chain comes in as the previous record's check value and
      *> goes out as this record's: the previous value, then the
      *> sequence number, then every byte of the fixed-width content
      *> (trailing spaces included) folded in
           MOVE L-Seq TO WS-Hash-Seq.
           MOVE L-Chain TO WS-Hash-Work.
           PERFORM VARYING WS-i FROM 1 BY 1 UNTIL WS-i > 8
               COMPUTE WS-Hash-Work =
                   FUNCTION MOD(WS-Hash-Work * 31
                       + FUNCTION ORD(WS-Hash-Seq-X(WS-i:1)),
                       WS-Hash-Mod-CONST)
           END-PERFORM.
           PERFORM VARYING WS-i FROM 1 BY 1 UNTIL WS-i > 240
               COMPUTE WS-Hash-Work =
                   FUNCTION MOD(WS-Hash-Work * 31
                       + FUNCTION ORD(L-Text(WS-i:1)),
                       WS-Hash-Mod-CONST)
           END-PERFORM.
           MOVE WS-Hash-Work TO L-Chain.
       END-ROUTINE.

       END PROGRAM log_chain.
