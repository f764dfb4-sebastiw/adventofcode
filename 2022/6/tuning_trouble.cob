           SELECT F-Decoded-FILE
           ASSIGN TO "decoded_messages.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-Checkpoint-FILE
           ASSIGN TO "tuning_checkpoint.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Checkpoint-FS.
           SELECT F-Feed-FILE
           ASSIGN TO "tuning_feed.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD F-input-FILE.
       FD F-Decoded-FILE.
       01 F-Decoded-LINE PIC X(260).

      *> Continuous-feed checkpoint, one record per feed followed;
      *> layout in feed-checkpoint.cpy.
       FD F-Checkpoint-FILE.
       01 F-Checkpoint-LINE PIC X(424).

      *> Continuous-feed report: what this run picked up from the
      *> feed, every marker found in it at its stream offset, and the
      *> message still open at the end.
       FD F-Feed-FILE.
       01 F-Feed-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Filename PIC X(40) VALUE IS "testinput".
       01 WS-Checkpoint-FS PIC XX.
       COPY "output-seal.cpy".
       COPY "feed-checkpoint.cpy".
       COPY "audit-record.cpy".

       LOCAL-STORAGE SECTION.

       01 LS-Dec-Len PIC 9(4) VALUE 0.
       01 LS-Dec-Next-BOOL PIC 9(1) VALUE 0.

      *> Continuous-feed mode: the input is one stream file that
      *> grows all night. The checkpoint says how far it has been
      *> processed; only the bytes appended since are read (straight
      *> from that byte offset), through a work buffer that carries
      *> the last 100 stream characters over from the previous run
      *> and slides down when it fills, so there is no 5000-character
      *> clip. Offsets reported are absolute positions in the stream.
       01 LS-Feed-BOOL PIC 9(1) VALUE 0.
       01 LS-Fd-Status PIC X(15) VALUE SPACES.
       01 LS-Fd-Known-BOOL PIC 9(1) VALUE 0.
       01 LS-Fd-Open-BOOL PIC 9(1) VALUE 0.
       01 LS-Fd-EOF PIC 9(1) VALUE 0.
       01 LS-Fd-Entry-CNT PIC 9(2) VALUE 0.
       01 LS-Fd-Entry-Ix PIC 9(2) VALUE 0.
       01 LS-Fd-e PIC 9(2) VALUE 0.
       01 LS-Fd-TBL.
         02 LS-Fd-Entry PIC X(424) OCCURS 50 TIMES.
       01 LS-Fd-File-Details.
         02 LS-Fd-File-Size PIC X(8) COMP-X.
         02 LS-Fd-File-Day PIC X COMP-X.
         02 LS-Fd-File-Month PIC X COMP-X.
         02 LS-Fd-File-Year PIC X(2) COMP-X.
         02 LS-Fd-File-Hour PIC X COMP-X.
         02 LS-Fd-File-Minute PIC X COMP-X.
         02 LS-Fd-File-Second PIC X COMP-X.
         02 LS-Fd-File-Hundredth PIC X COMP-X.
       01 LS-Fd-Handle PIC X(4) VALUE LOW-VALUES.
       01 LS-Fd-Access-Mode PIC X COMP-X VALUE 1.
       01 LS-Fd-Deny-Mode PIC X COMP-X VALUE 0.
       01 LS-Fd-Device PIC X COMP-X VALUE 0.
       01 LS-Fd-Offset PIC X(8) COMP-X VALUE ZERO.
       01 LS-Fd-Count PIC X(4) COMP-X VALUE ZERO.
       01 LS-Fd-Flags PIC X COMP-X VALUE ZERO.
       01 LS-Fd-Block PIC X(4096) VALUE SPACES.
       01 LS-Fd-Block-Max CONSTANT 4096.
       01 LS-Fd-Block-LEN PIC 9(4) VALUE 0.
       01 LS-Fd-b PIC 9(4) VALUE 0.
       01 LS-Fd-Char PIC X(1) VALUE SPACE.
       01 LS-Fd-Size PIC 9(12) VALUE 0.
       01 LS-Fd-Remaining PIC 9(12) VALUE 0.
       01 LS-Fd-Read-At PIC 9(12) VALUE 0.
       01 LS-Fd-Sum PIC 9(8) VALUE 0.
       01 LS-Fd-Sum-From PIC 9(12) VALUE 0.
       01 LS-Fd-Sum-LEN PIC 9(4) VALUE 0.
       01 LS-Fd-Prime CONSTANT 99999989.
       01 LS-Fd-Pos PIC 9(4) VALUE 0.
       01 LS-Fd-Base PIC 9(12) VALUE 0.
       01 LS-Fd-Abs PIC 9(12) VALUE 0.
       01 LS-Fd-From-Chars PIC 9(12) VALUE 0.
       01 LS-Fd-New-CNT PIC 9(12) VALUE 0.
       01 LS-Fd-Tail-LEN PIC 9(3) VALUE 0.
       01 LS-Fd-Slide PIC X(100) VALUE SPACES.
       01 LS-Fd-SOP-CNT PIC 9(6) VALUE 0.
       01 LS-Fd-SOM-CNT PIC 9(6) VALUE 0.
       01 LS-Fd-Msg-CNT PIC 9(6) VALUE 0.
       01 LS-Fd-Msg-From PIC 9(12) VALUE 0.
       01 LS-Fd-Msg-To PIC 9(12) VALUE 0.
       01 LS-Fd-Msg-LEN PIC 9(12) VALUE 0.
       01 LS-Fd-Text-LEN PIC 9(3) VALUE 0.
       01 LS-Fd-Now PIC X(21) VALUE SPACES.

       01 LS-DryRun-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Records-Read PIC 9(6) VALUE ZERO.
       01 LS-Records-Rejected PIC 9(6) VALUE ZERO.
       01 LS-Totals-Flag PIC 9(1) VALUE ZERO.
       01 LS-Phase-CS PIC 9(8) VALUE ZERO.
       01 LS-Phase-Idx PIC 9(2) VALUE ZERO.


       LINKAGE SECTION.
       01 L-All-Markers PIC X(1) VALUE IS SPACE.
       01 L-Window-Len PIC 9(4) VALUE ZERO.
       01 L-Batch PIC X(1) VALUE IS SPACE.
       01 L-Feed PIC X(1) VALUE IS SPACE.

       PROCEDURE DIVISION USING L-Filename, L-Result-1, L-Result-2,
                                 OPTIONAL L-All-Markers,
                                 OPTIONAL L-Window-Len,
                                 OPTIONAL L-Batch,
                                 OPTIONAL L-Feed.
       MAIN-ROUTINE.
           IF ADDRESS OF L-All-Markers NOT = NULL THEN
               IF L-All-Markers = "Y" THEN
                   SET LS-Batch-BOOL TO 1
               END-IF
           END-IF.
      *> continuous-feed mode follows one growing stream, so it takes
      *> precedence over batch mode
           IF ADDRESS OF L-Feed NOT = NULL THEN
               IF L-Feed = "Y" OR L-Feed = "y" THEN
                   SET LS-Feed-BOOL TO 1
                   SET LS-Batch-BOOL TO 0
               END-IF
           END-IF.
           CALL "run_totals" USING BY CONTENT "GETDR",
               BY REFERENCE LS-Records-Read, LS-Records-Rejected,
               LS-DryRun-BOOL
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           CALL "phase_register" USING BY CONTENT "START", "PARSE  ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF LS-Feed-BOOL = 1 THEN
               PERFORM FEED-ROUTINE
           ELSE
               PERFORM OPEN-FILE-ROUTINE
               IF LS-Batch-BOOL = 1 THEN
                   OPEN OUTPUT F-Results-FILE
                   PERFORM READ-LINE-ROUTINE UNTIL LS-EOF = 1
                   CLOSE F-Results-FILE
                   MOVE "tuning_results.txt" TO OSL-File-Name
                   PERFORM SEAL-OUTPUT-ROUTINE
               ELSE
                   PERFORM READ-LINE-ROUTINE
                       UNTIL LS-EOF = 1 OR LS-EOL = 1
               END-IF
               PERFORM CLOSE-FILE-ROUTINE
           END-IF.
           CALL "phase_register" USING BY CONTENT "END  ", "       ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF LS-DryRun-BOOL = 1 THEN
               CALL "run_totals" USING BY CONTENT "SET  ",
                   BY REFERENCE LS-Records-Read,
               MOVE LS-Records-Rejected TO L-Result-2
               EXIT PROGRAM
           END-IF.
           IF LS-Batch-BOOL = 0 AND LS-Feed-BOOL = 0
                   AND LS-buffer-PNT > 1 THEN
               SET LS-Stream-NUM TO 1
               COMPUTE LS-Stream-Len = LS-buffer-PNT - 1
               CALL "phase_register"
                   USING BY CONTENT "START", "REPORT ",
                   BY REFERENCE LS-Phase-CS, LS-Phase-Idx
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               PERFORM QUALITY-REPORT-ROUTINE
               CALL "phase_register"
                   USING BY CONTENT "START", "COMPUTE",
                   BY REFERENCE LS-Phase-CS, LS-Phase-Idx
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               PERFORM EXTRACT-PAYLOAD-ROUTINE
           END-IF.
           IF LS-Q-Open-BOOL = 1 THEN
               CLOSE F-Quality-FILE
               MOVE "tuning_quality.txt" TO OSL-File-Name
               PERFORM SEAL-OUTPUT-ROUTINE
           END-IF.
           IF LS-Dec-Open-BOOL = 1 THEN
               CLOSE F-Decoded-FILE
               MOVE "decoded_messages.txt" TO OSL-File-Name
               PERFORM SEAL-OUTPUT-ROUTINE
           END-IF.
           CALL "phase_register" USING BY CONTENT "START", "COMPUTE",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM MOVE-RESULT-ROUTINE.
           CALL "phase_register" USING BY CONTENT "END  ", "       ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           CALL "run_totals" USING BY CONTENT "SET  ",
               BY REFERENCE LS-Records-Read, LS-Records-Rejected,
               LS-Totals-Flag
      *> rather than run past the buffer
               IF LS-line-PNT > 5000
                OR LS-buffer-PNT > 5000 THEN
                   MOVE "TUN003" TO AUD-Code
                   MOVE "stream exceeds 5000 characters - clipped at "
                       & "5000, payload truncated" TO AUD-Message
                   MOVE LS-Records-Read TO AUD-Line-NUM
                   PERFORM AUDIT-EXCEPTION-ROUTINE
                   SET LS-EOL TO 1
                   NEXT SENTENCE
               END-IF
           WRITE F-Decoded-LINE.
       END-ROUTINE.

       FEED-ROUTINE.
      *> continuous feed: pick the feed's checkpoint up, make sure the
      *> feed is still the file it was, process what has been
      *> appended since and move the checkpoint on
           MOVE "OK" TO LS-Fd-Status.
           IF LS-DryRun-BOOL = 0 THEN
               OPEN OUTPUT F-Feed-FILE
               SET LS-Fd-Open-BOOL TO 1
               OPEN OUTPUT F-Decoded-FILE
               SET LS-Dec-Open-BOOL TO 1
           END-IF.
           PERFORM FEED-LOAD-ROUTINE.
           IF LS-Fd-Status = "OK" THEN
               PERFORM FEED-VERIFY-ROUTINE
           END-IF.
           IF LS-Fd-Status = "OK" THEN
               PERFORM FEED-PROCESS-ROUTINE
           END-IF.
           IF LS-Fd-Status = "OK" AND LS-DryRun-BOOL = 0 THEN
               PERFORM FEED-SUMMARY-ROUTINE
               PERFORM FEED-SAVE-ROUTINE
           END-IF.
           IF LS-DryRun-BOOL = 1 THEN
               MOVE LS-Fd-New-CNT TO LS-Records-Read
               IF LS-Fd-Status NOT = "OK" THEN
                   MOVE 1 TO LS-Records-Rejected
               END-IF
           END-IF.
           IF LS-Fd-Open-BOOL = 1 THEN
               CLOSE F-Feed-FILE
               MOVE "tuning_feed.txt" TO OSL-File-Name
               PERFORM SEAL-OUTPUT-ROUTINE
           END-IF.
       END-ROUTINE.

       FEED-LOAD-ROUTINE.
      *> the checkpoint file holds every feed followed; this feed's
      *> record, if there is one, becomes TFC-REC
           SET LS-Fd-Entry-CNT TO 0.
           SET LS-Fd-Entry-Ix TO 0.
           SET LS-Fd-Known-BOOL TO 0.
           OPEN INPUT F-Checkpoint-FILE.
           IF WS-Checkpoint-FS = "00" THEN
               SET LS-Fd-EOF TO 0
               PERFORM READ-CHECKPOINT-ROUTINE UNTIL LS-Fd-EOF = 1
               CLOSE F-Checkpoint-FILE
           END-IF.
           PERFORM VARYING LS-Fd-e FROM 1
                   UNTIL LS-Fd-e > LS-Fd-Entry-CNT
               IF LS-Fd-Entry(LS-Fd-e)(1:40) = L-Filename THEN
                   MOVE LS-Fd-e TO LS-Fd-Entry-Ix
               END-IF
           END-PERFORM.
           IF LS-Fd-Entry-Ix > 0 THEN
               SET LS-Fd-Known-BOOL TO 1
               MOVE LS-Fd-Entry(LS-Fd-Entry-Ix) TO TFC-REC
               MOVE SPACES TO F-Feed-LINE
               STRING "FEED " FUNCTION TRIM(L-Filename)
                      " CHECKPOINT OF " TFC-Date " " TFC-Time
                      DELIMITED BY SIZE INTO F-Feed-LINE
               PERFORM FEED-LINE-ROUTINE
               IF TFC-Window-Len NOT = LS-COMPARE-LEN-2 THEN
                   MOVE SPACES TO F-Feed-LINE
                   STRING "WARNING: WINDOW LENGTH " LS-COMPARE-LEN-2
                          " IGNORED - FEED FOLLOWED WITH "
                          TFC-Window-Len
                          DELIMITED BY SIZE INTO F-Feed-LINE
                   PERFORM FEED-LINE-ROUTINE
                   MOVE TFC-Window-Len TO LS-COMPARE-LEN-2
               END-IF
               EXIT PARAGRAPH
           END-IF.
      *> a feed not seen before starts from its first byte
           IF LS-Fd-Entry-CNT >= 50 THEN
               MOVE "CHECKPOINT FULL" TO LS-Fd-Status
               MOVE SPACES TO F-Feed-LINE
               STRING "FEED " FUNCTION TRIM(L-Filename)
                      " NOT PROCESSED - tuning_checkpoint.txt "
                      "HOLDS 50 FEEDS"
                      DELIMITED BY SIZE INTO F-Feed-LINE
               PERFORM FEED-LINE-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           IF LS-COMPARE-LEN-2 > 100 THEN
               MOVE "BAD WINDOW" TO LS-Fd-Status
               MOVE SPACES TO F-Feed-LINE
               STRING "FEED " FUNCTION TRIM(L-Filename)
                      " NOT PROCESSED - WINDOW LENGTH "
                      LS-COMPARE-LEN-2 " OVER 100"
                      DELIMITED BY SIZE INTO F-Feed-LINE
               PERFORM FEED-LINE-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TFC-REC.
           MOVE L-Filename TO TFC-Feed.
           MOVE ZERO TO TFC-Bytes, TFC-Chars, TFC-Last-SOP,
                        TFC-Last-SOM, TFC-Pend-LEN, TFC-Head-Sum,
                        TFC-Tail-Sum.
           MOVE LS-COMPARE-LEN-2 TO TFC-Window-Len.
           MOVE SPACES TO F-Feed-LINE.
           STRING "FEED " FUNCTION TRIM(L-Filename)
                  " HAS NO CHECKPOINT - PROCESSED FROM THE START"
                  DELIMITED BY SIZE INTO F-Feed-LINE.
           PERFORM FEED-LINE-ROUTINE.
       END-ROUTINE.

       READ-CHECKPOINT-ROUTINE.
           READ F-Checkpoint-FILE RECORD
               AT END SET LS-Fd-EOF TO 1
               NOT AT END
                   IF LS-Fd-Entry-CNT < 50
                    AND F-Checkpoint-LINE NOT = SPACES THEN
                       ADD 1 TO LS-Fd-Entry-CNT
                       MOVE F-Checkpoint-LINE
                           TO LS-Fd-Entry(LS-Fd-Entry-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       FEED-VERIFY-ROUTINE.
      *> the feed only ever grows: one now shorter than the processed
      *> part was truncated, and one whose first bytes or bytes up to
      *> the checkpoint no longer checksum as they did was replaced.
      *> Either is reported and the checkpoint left alone - nothing
      *> is reprocessed behind the operator's back.
           CALL "CBL_CHECK_FILE_EXIST" USING L-Filename,
                                             LS-Fd-File-Details
               ON EXCEPTION
                   MOVE 1 TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = 0 THEN
               MOVE 0 TO RETURN-CODE
               MOVE "NO FEED" TO LS-Fd-Status
               MOVE SPACES TO F-Feed-LINE
               STRING "FEED " FUNCTION TRIM(L-Filename)
                      " NOT FOUND - CHECKPOINT KEPT"
                      DELIMITED BY SIZE INTO F-Feed-LINE
               PERFORM FEED-LINE-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           MOVE LS-Fd-File-Size TO LS-Fd-Size.
           IF LS-Fd-Known-BOOL = 0 OR TFC-Bytes = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF LS-Fd-Size < TFC-Bytes THEN
               MOVE "TRUNCATED" TO LS-Fd-Status
               MOVE SPACES TO F-Feed-LINE
               STRING "FEED TRUNCATED: " LS-Fd-Size " BYTES, "
                      TFC-Bytes " ALREADY PROCESSED"
                      DELIMITED BY SIZE INTO F-Feed-LINE
               PERFORM FEED-LINE-ROUTINE
               MOVE "TUN001" TO AUD-Code
               MOVE SPACES TO AUD-Message
               STRING "FEED NOW " LS-Fd-Size " BYTES, CHECKPOINT AT "
                      TFC-Bytes " - NOTHING PROCESSED"
                      DELIMITED BY SIZE INTO AUD-Message
               PERFORM FEED-AUDIT-ROUTINE
               PERFORM FEED-KEPT-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO LS-Fd-Sum-From.
           MOVE 64 TO LS-Fd-Sum-LEN.
           IF TFC-Bytes < 64 THEN
               MOVE TFC-Bytes TO LS-Fd-Sum-LEN
           END-IF.
           PERFORM FEED-SUM-ROUTINE.
           IF LS-Fd-Status = "OK" AND LS-Fd-Sum = TFC-Head-Sum THEN
               COMPUTE LS-Fd-Sum-From = TFC-Bytes - LS-Fd-Sum-LEN
               PERFORM FEED-SUM-ROUTINE
               IF LS-Fd-Status = "OK"
                       AND LS-Fd-Sum = TFC-Tail-Sum THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF LS-Fd-Status NOT = "OK" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "REPLACED" TO LS-Fd-Status.
           MOVE SPACES TO F-Feed-LINE.
           STRING "FEED REPLACED: THE FIRST " TFC-Bytes
                  " BYTES ARE NOT THE ONES PROCESSED"
                  DELIMITED BY SIZE INTO F-Feed-LINE.
           PERFORM FEED-LINE-ROUTINE.
           MOVE "TUN002" TO AUD-Code.
           MOVE SPACES TO AUD-Message.
           STRING "FEED CHANGED UP TO ITS CHECKPOINT AT " TFC-Bytes
                  " BYTES - NOTHING PROCESSED"
                  DELIMITED BY SIZE INTO AUD-Message.
           PERFORM FEED-AUDIT-ROUTINE.
           PERFORM FEED-KEPT-ROUTINE.
       END-ROUTINE.

       FEED-KEPT-ROUTINE.
           MOVE SPACES TO F-Feed-LINE.
           STRING "CHECKPOINT KEPT AT STREAM OFFSET " TFC-Chars
                  " - DROP IT TO START OVER"
                  DELIMITED BY SIZE INTO F-Feed-LINE.
           PERFORM FEED-LINE-ROUTINE.
       END-ROUTINE.

       FEED-SUM-ROUTINE.
      *> checksum of LS-Fd-Sum-LEN bytes of the feed from byte offset
      *> LS-Fd-Sum-From (the module_fp checksum)
           MOVE ZERO TO LS-Fd-Sum.
           IF LS-Fd-Sum-LEN = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FEED-OPEN-ROUTINE.
           IF LS-Fd-Status NOT = "OK" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LS-Fd-Sum-From TO LS-Fd-Offset.
           MOVE LS-Fd-Sum-LEN TO LS-Fd-Count.
           PERFORM FEED-READ-ROUTINE.
           IF LS-Fd-Status = "OK" THEN
               PERFORM VARYING LS-Fd-b FROM 1
                       UNTIL LS-Fd-b > LS-Fd-Sum-LEN
                   COMPUTE LS-Fd-Sum = FUNCTION MOD(LS-Fd-Sum * 257
                       + FUNCTION ORD(LS-Fd-Block(LS-Fd-b:1)),
                       LS-Fd-Prime)
               END-PERFORM
           END-IF.
           PERFORM FEED-CLOSE-ROUTINE.
       END-ROUTINE.

       FEED-PROCESS-ROUTINE.
      *> the work buffer starts with the trailing characters carried
      *> in the checkpoint, so windows spanning the previous run's
      *> last characters are tested like any other
           MOVE TFC-Chars TO LS-Fd-From-Chars.
           SET LS-Fd-New-CNT TO 0.
           MOVE SPACES TO LS-buffer-STR.
           MOVE 100 TO LS-Fd-Tail-LEN.
           IF TFC-Chars < 100 THEN
               MOVE TFC-Chars TO LS-Fd-Tail-LEN
           END-IF.
           IF LS-Fd-Tail-LEN > 0 THEN
               MOVE TFC-Tail(1:LS-Fd-Tail-LEN)
                   TO LS-buffer-STR(1:LS-Fd-Tail-LEN)
           END-IF.
           MOVE LS-Fd-Tail-LEN TO LS-Fd-Pos.
           COMPUTE LS-Fd-Base = TFC-Chars - LS-Fd-Tail-LEN.
           COMPUTE LS-Fd-Remaining = LS-Fd-Size - TFC-Bytes.
           MOVE TFC-Bytes TO LS-Fd-Read-At.
           IF LS-Fd-Remaining = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FEED-OPEN-ROUTINE.
           IF LS-Fd-Status NOT = "OK" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FEED-BLOCK-ROUTINE
               UNTIL LS-Fd-Remaining = 0 OR LS-Fd-Status NOT = "OK".
           PERFORM FEED-CLOSE-ROUTINE.
       END-ROUTINE.

       FEED-BLOCK-ROUTINE.
           MOVE LS-Fd-Block-Max TO LS-Fd-Block-LEN.
           IF LS-Fd-Remaining < LS-Fd-Block-Max THEN
               MOVE LS-Fd-Remaining TO LS-Fd-Block-LEN
           END-IF.
           MOVE LS-Fd-Read-At TO LS-Fd-Offset.
           MOVE LS-Fd-Block-LEN TO LS-Fd-Count.
           PERFORM FEED-READ-ROUTINE.
           IF LS-Fd-Status NOT = "OK" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING LS-Fd-b FROM 1
                   UNTIL LS-Fd-b > LS-Fd-Block-LEN
               MOVE LS-Fd-Block(LS-Fd-b:1) TO LS-Fd-Char
               PERFORM FEED-CHAR-ROUTINE
           END-PERFORM.
           ADD LS-Fd-Block-LEN TO LS-Fd-Read-At.
           SUBTRACT LS-Fd-Block-LEN FROM LS-Fd-Remaining.
       END-ROUTINE.

       FEED-CHAR-ROUTINE.
      *> line ends and padding are not part of the signal
           IF LS-Fd-Char = X"0A" OR LS-Fd-Char = X"0D"
                   OR LS-Fd-Char = SPACE
                   OR LS-Fd-Char = LOW-VALUE THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LS-Fd-New-CNT.
           IF LS-DryRun-BOOL = 1 THEN
               EXIT PARAGRAPH
           END-IF.
      *> a full work buffer slides down to its last 100 characters
           IF LS-Fd-Pos >= 5000 THEN
               MOVE LS-buffer-STR(4901:100) TO LS-Fd-Slide
               MOVE SPACES TO LS-buffer-STR
               MOVE LS-Fd-Slide TO LS-buffer-STR(1:100)
               ADD 4900 TO LS-Fd-Base
               MOVE 100 TO LS-Fd-Pos
           END-IF.
           ADD 1 TO LS-Fd-Pos.
           MOVE LS-Fd-Char TO LS-buffer-STR(LS-Fd-Pos:1).
           COMPUTE LS-Fd-Abs = LS-Fd-Base + LS-Fd-Pos.
           IF TFC-Last-SOM > 0 AND TFC-Pend-LEN < 200 THEN
               ADD 1 TO TFC-Pend-LEN
               MOVE LS-Fd-Char TO TFC-Pend(TFC-Pend-LEN:1)
           END-IF.
      *> a marker is a duplicate-free window lying wholly after the
      *> last marker of its kind
           IF LS-Fd-Abs >= LS-COMPARE-LEN-1 AND (TFC-Last-SOP = 0
                   OR LS-Fd-Abs - LS-COMPARE-LEN-1 >= TFC-Last-SOP)
                   THEN
               MOVE LS-COMPARE-LEN-1 TO LS-Check-Len
               COMPUTE LS-buffer-PNT = LS-Fd-Pos + 1
               PERFORM CHECK-DUPLICATES-ROUTINE
               IF LS-duplicates-BOOL = 0 THEN
                   MOVE LS-Fd-Abs TO TFC-Last-SOP
                   ADD 1 TO LS-Fd-SOP-CNT
                   MOVE SPACES TO F-Feed-LINE
                   STRING "START-OF-PACKET  MARKER AT " LS-Fd-Abs
                          DELIMITED BY SIZE INTO F-Feed-LINE
                   PERFORM FEED-LINE-ROUTINE
               END-IF
           END-IF.
           IF LS-Fd-Abs >= LS-COMPARE-LEN-2 AND (TFC-Last-SOM = 0
                   OR LS-Fd-Abs - LS-COMPARE-LEN-2 >= TFC-Last-SOM)
                   THEN
               MOVE LS-COMPARE-LEN-2 TO LS-Check-Len
               COMPUTE LS-buffer-PNT = LS-Fd-Pos + 1
               PERFORM CHECK-DUPLICATES-ROUTINE
               IF LS-duplicates-BOOL = 0 THEN
                   IF TFC-Last-SOM > 0 THEN
                       PERFORM FEED-PAYLOAD-ROUTINE
                   END-IF
                   MOVE LS-Fd-Abs TO TFC-Last-SOM
                   MOVE ZERO TO TFC-Pend-LEN
                   MOVE SPACES TO TFC-Pend
                   ADD 1 TO LS-Fd-SOM-CNT
                   MOVE SPACES TO F-Feed-LINE
                   STRING "START-OF-MESSAGE MARKER AT " LS-Fd-Abs
                          DELIMITED BY SIZE INTO F-Feed-LINE
                   PERFORM FEED-LINE-ROUTINE
               END-IF
           END-IF.
       END-ROUTINE.

       FEED-PAYLOAD-ROUTINE.
      *> the message behind the last start-of-message marker is
      *> complete now the next one has arrived: its payload runs up
      *> to the new marker's window (clipped at 200 characters per
      *> record, as in the other modes)
           COMPUTE LS-Fd-Msg-From = TFC-Last-SOM + 1.
           COMPUTE LS-Fd-Msg-To = LS-Fd-Abs - LS-COMPARE-LEN-2.
           COMPUTE LS-Fd-Msg-LEN = LS-Fd-Msg-To + 1 - LS-Fd-Msg-From.
           ADD 1 TO LS-Fd-Msg-CNT.
           MOVE SPACES TO F-Decoded-LINE.
           IF LS-Fd-Msg-LEN = 0 THEN
               STRING "FEED MESSAGE AT " TFC-Last-SOM
                      " NO PAYLOAD AFTER MARKER"
                      DELIMITED BY SIZE INTO F-Decoded-LINE
           ELSE
               MOVE 200 TO LS-Fd-Text-LEN
               IF LS-Fd-Msg-LEN < 200 THEN
                   MOVE LS-Fd-Msg-LEN TO LS-Fd-Text-LEN
               END-IF
               STRING "FEED FROM " LS-Fd-Msg-From
                      " TO " LS-Fd-Msg-To
                      ": "
                      TFC-Pend(1:LS-Fd-Text-LEN)
                      DELIMITED BY SIZE INTO F-Decoded-LINE
           END-IF.
           WRITE F-Decoded-LINE.
           MOVE SPACES TO F-Feed-LINE.
           STRING "MESSAGE COMPLETE FROM " LS-Fd-Msg-From
                  " TO " LS-Fd-Msg-To
                  DELIMITED BY SIZE INTO F-Feed-LINE.
           PERFORM FEED-LINE-ROUTINE.
       END-ROUTINE.

       FEED-SUMMARY-ROUTINE.
           ADD LS-Fd-New-CNT TO TFC-Chars.
           MOVE LS-Fd-Size TO TFC-Bytes.
           MOVE SPACES TO F-Feed-LINE.
           IF LS-Fd-New-CNT = 0 THEN
               STRING "NO NEW CHARACTERS SINCE STREAM OFFSET "
                      TFC-Chars
                      DELIMITED BY SIZE INTO F-Feed-LINE
           ELSE
               COMPUTE LS-Fd-Msg-From = LS-Fd-From-Chars + 1
               STRING "PROCESSED STREAM OFFSETS " LS-Fd-Msg-From
                      " TO " TFC-Chars
                      DELIMITED BY SIZE INTO F-Feed-LINE
           END-IF.
           PERFORM FEED-LINE-ROUTINE.
           MOVE SPACES TO F-Feed-LINE.
           STRING "NEW MARKERS: START-OF-PACKET " LS-Fd-SOP-CNT
                  " START-OF-MESSAGE " LS-Fd-SOM-CNT
                  " MESSAGES " LS-Fd-Msg-CNT
                  DELIMITED BY SIZE INTO F-Feed-LINE.
           PERFORM FEED-LINE-ROUTINE.
           MOVE SPACES TO F-Feed-LINE.
           IF TFC-Last-SOM = 0 THEN
               STRING "NO START-OF-MESSAGE MARKER IN THE FEED YET"
                      DELIMITED BY SIZE INTO F-Feed-LINE
           ELSE
               COMPUTE LS-Fd-Msg-LEN = TFC-Chars - TFC-Last-SOM
               STRING "MESSAGE OPEN AFTER MARKER AT " TFC-Last-SOM
                      ", " LS-Fd-Msg-LEN " CHARACTERS SO FAR"
                      DELIMITED BY SIZE INTO F-Feed-LINE
           END-IF.
           PERFORM FEED-LINE-ROUTINE.
       END-ROUTINE.

       FEED-SAVE-ROUTINE.
      *> the checkpoint moves on: offsets, trailing window and the
      *> head and tail checksums the next run proves the feed against
           MOVE 100 TO LS-Fd-Tail-LEN.
           IF TFC-Chars < 100 THEN
               MOVE TFC-Chars TO LS-Fd-Tail-LEN
           END-IF.
           MOVE SPACES TO TFC-Tail.
           IF LS-Fd-Tail-LEN > 0 THEN
               COMPUTE LS-Fd-b = LS-Fd-Pos - LS-Fd-Tail-LEN + 1
               MOVE LS-buffer-STR(LS-Fd-b:LS-Fd-Tail-LEN)
                   TO TFC-Tail(1:LS-Fd-Tail-LEN)
           END-IF.
           MOVE ZERO TO LS-Fd-Sum-From.
           MOVE 64 TO LS-Fd-Sum-LEN.
           IF TFC-Bytes < 64 THEN
               MOVE TFC-Bytes TO LS-Fd-Sum-LEN
           END-IF.
           PERFORM FEED-SUM-ROUTINE.
           MOVE LS-Fd-Sum TO TFC-Head-Sum.
           COMPUTE LS-Fd-Sum-From = TFC-Bytes - LS-Fd-Sum-LEN.
           PERFORM FEED-SUM-ROUTINE.
           MOVE LS-Fd-Sum TO TFC-Tail-Sum.
           IF LS-Fd-Status NOT = "OK" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO LS-Fd-Now.
           MOVE LS-Fd-Now(1:8) TO TFC-Date.
           MOVE LS-Fd-Now(9:6) TO TFC-Time.
           IF LS-Fd-Entry-Ix = 0 THEN
               ADD 1 TO LS-Fd-Entry-CNT
               MOVE LS-Fd-Entry-CNT TO LS-Fd-Entry-Ix
           END-IF.
           MOVE TFC-REC TO LS-Fd-Entry(LS-Fd-Entry-Ix).
           OPEN OUTPUT F-Checkpoint-FILE.
           PERFORM VARYING LS-Fd-e FROM 1
                   UNTIL LS-Fd-e > LS-Fd-Entry-CNT
               MOVE LS-Fd-Entry(LS-Fd-e) TO F-Checkpoint-LINE
               WRITE F-Checkpoint-LINE
           END-PERFORM.
           CLOSE F-Checkpoint-FILE.
       END-ROUTINE.

       FEED-OPEN-ROUTINE.
           MOVE LOW-VALUES TO LS-Fd-Handle.
           CALL "CBL_OPEN_FILE" USING L-Filename, LS-Fd-Access-Mode,
               LS-Fd-Deny-Mode, LS-Fd-Device, LS-Fd-Handle
               ON EXCEPTION
                   MOVE 1 TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = 0 THEN
               MOVE 0 TO RETURN-CODE
               MOVE "UNREADABLE" TO LS-Fd-Status
               MOVE SPACES TO F-Feed-LINE
               STRING "FEED " FUNCTION TRIM(L-Filename)
                      " CANNOT BE READ - CHECKPOINT KEPT"
                      DELIMITED BY SIZE INTO F-Feed-LINE
               PERFORM FEED-LINE-ROUTINE
           END-IF.
       END-ROUTINE.

       FEED-READ-ROUTINE.
           MOVE ZERO TO LS-Fd-Flags.
           CALL "CBL_READ_FILE" USING LS-Fd-Handle, LS-Fd-Offset,
               LS-Fd-Count, LS-Fd-Flags, LS-Fd-Block
               ON EXCEPTION
                   MOVE 1 TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = 0 THEN
               MOVE 0 TO RETURN-CODE
               MOVE "UNREADABLE" TO LS-Fd-Status
               MOVE SPACES TO F-Feed-LINE
               STRING "FEED " FUNCTION TRIM(L-Filename)
                      " READ FAILED - CHECKPOINT KEPT"
                      DELIMITED BY SIZE INTO F-Feed-LINE
               PERFORM FEED-LINE-ROUTINE
           END-IF.
       END-ROUTINE.

       FEED-CLOSE-ROUTINE.
           CALL "CBL_CLOSE_FILE" USING LS-Fd-Handle
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 0 TO RETURN-CODE.
       END-ROUTINE.

       FEED-LINE-ROUTINE.
      *> feed report line; a dry run only shows it on the console
           IF LS-Fd-Open-BOOL = 1 THEN
               WRITE F-Feed-LINE
           ELSE
               DISPLAY FUNCTION TRIM(F-Feed-LINE TRAILING)
           END-IF.
       END-ROUTINE.

       FEED-AUDIT-ROUTINE.
           MOVE ZERO TO AUD-Line-NUM.
           PERFORM AUDIT-EXCEPTION-ROUTINE.
       END-ROUTINE.

       AUDIT-EXCEPTION-ROUTINE.
           MOVE "tuning_trouble" TO AUD-Program.
           MOVE L-Filename TO AUD-Input-File.
           MOVE SPACE TO AUD-Severity.
           CALL "audit_log" USING AUD-Record
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           DISPLAY "WARNING: " FUNCTION TRIM(AUD-Message TRAILING).
       END-ROUTINE.

       CHECK-DUPLICATES-ROUTINE.
           SET LS-duplicates-BOOL TO 0.
           IF LS-buffer-PNT > LS-Check-Len THEN
       END-ROUTINE.

       MOVE-RESULT-ROUTINE.
      *> continuous feed: how far the stream has been processed, and
      *> the messages completed this run (or why nothing was)
           IF LS-Feed-BOOL = 1 THEN
               MOVE TFC-Chars TO L-Result-1
               IF LS-Fd-Status = "OK" THEN
                   MOVE LS-Fd-Msg-CNT TO L-Result-2
               ELSE
                   MOVE LS-Fd-Status TO L-Result-2
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF LS-Batch-BOOL = 1 THEN
               MOVE LS-First-M1 TO L-Result-1
               MOVE LS-First-M2 TO L-Result-2
           END-IF.
       END-ROUTINE.

       SEAL-OUTPUT-ROUTINE.
      *> control trailer: record count, checksum, run and program
           MOVE "SEAL  " TO OSL-Op.
           MOVE "tuning_trouble" TO OSL-Program.
           CALL "output_seal" USING OSL-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       CLOSE-FILE-ROUTINE.
           CLOSE F-input-FILE.
       END-ROUTINE.
