           SELECT F-CTrace-FILE
           ASSIGN TO "crt.trace"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-Frames-FILE
           ASSIGN TO "crt_frames.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-Ref-FILE
           ASSIGN TO WS-Ref-FileName
           ORGANIZATION IS LINE SEQUENTIAL
       FD F-CTrace-FILE.
       01 F-CTrace-LINE PIC X(80).

      *> Frame-difference report for a multi-frame program: per
      *> consecutive pair of frames the pixels that turned on and off,
      *> then the changed-pixel count of every frame.
       FD F-Frames-FILE.
       01 F-Frames-LINE PIC X(80).

      *> Approved reference image for this input (<input>.ref): one
      *> record per screen row, "#" for a lit pixel, anything else
      *> dark. Kept per input so render regressions finally count.

       WORKING-STORAGE SECTION.
       01 WS-Filename PIC X(40) VALUE IS "testinput".
       COPY "output-seal.cpy".
       COPY "audit-record.cpy".
       01 WS-Ref-FileName PIC X(44) VALUE SPACES.
       01 WS-Ref-FS PIC XX.

       01 LS-Ref-Got PIC 9(1) VALUE 0.
       01 LS-Ref-Q-CNT PIC 9(2) VALUE 0.

      *> multi-frame state: a "frame" line in the instruction stream
      *> closes the screen drawn so far as one frame; the next frame
      *> starts on a cleared screen with the beam back at the top
      *> left, the X register carrying over. LS-Prev-Dark holds the
      *> previous frame for the difference report.
       01 LS-Frame-Mode-BOOL PIC 9(1) VALUE 0.
       01 LS-Frame-Open-BOOL PIC 9(1) VALUE 1.
       01 LS-Frame-CNT PIC 9(4) VALUE 0.
       01 LS-Frame-Prev PIC 9(4) VALUE 0.
       01 LS-Frame-TBL.
         02 LS-Frame-REC OCCURS 9999 TIMES.
           03 LS-Frame-Decoded PIC X(15).
           03 LS-Frame-Changed PIC 9(7).
       01 LS-Fr-p PIC 9(7) VALUE 0.
       01 LS-Fr-Row PIC 9(3) VALUE 0.
       01 LS-Fr-Col PIC 9(3) VALUE 0.
       01 LS-Fr-On PIC 9(7) VALUE 0.
       01 LS-Fr-Off PIC 9(7) VALUE 0.
       01 LS-Fr-Chg PIC 9(7) VALUE 0.
       01 LS-Fr-Dir PIC X(3) VALUE SPACES.
       01 LS-Prev-Dark OCCURS 1 TO 998001 TIMES
                        DEPENDING ON LS-Total-Pixels PIC 1 VALUE 0.

       01 LS-DryRun-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Records-Read PIC 9(6) VALUE ZERO.
       01 LS-Records-Rejected PIC 9(6) VALUE ZERO.
       01 LS-Totals-Flag PIC 9(1) VALUE ZERO.
       01 LS-Phase-CS PIC 9(8) VALUE ZERO.
       01 LS-Phase-Idx PIC 9(2) VALUE ZERO.

       LINKAGE SECTION.
       COPY "common-linkage.cpy".
                   CONTINUE
           END-CALL.
           MULTIPLY LS-Width BY LS-Rows GIVING LS-Total-Pixels.
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
               CALL "run_totals" USING BY CONTENT "SET  ",
                   BY REFERENCE LS-Records-Read,
               MOVE LS-Records-Rejected TO L-Result-2
               EXIT PROGRAM
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
           UNSTRING
               F-IncWith DELIMITED BY SPACES
               INTO LS-IncWith.
           IF LS-Frame-Open-BOOL = 0 THEN
               IF F-Instruction = "addx" OR "subx" OR "noop" THEN
                   PERFORM FRAME-START-ROUTINE
               END-IF
           END-IF.
           EVALUATE F-Instruction
               WHEN "addx"
                   PERFORM CYCLE-ROUTINE
               WHEN "noop"
                   PERFORM CYCLE-ROUTINE
                        VARYING LS-i FROM 1 UNTIL LS-i > 1
               WHEN "fram"
                   PERFORM FRAME-MARK-ROUTINE
               WHEN OTHER
                   ADD 1 TO LS-Records-Rejected
                   DISPLAY "Unknown instruction: " F-Instruction
                   MOVE "CRT001" TO AUD-Code
                   MOVE SPACES TO AUD-Message
                   STRING "unknown instruction '" F-Instruction
                          "' rejected"
                          DELIMITED BY SIZE INTO AUD-Message
                   PERFORM AUDIT-EXCEPTION-ROUTINE
           END-EVALUATE.
       END-ROUTINE.

       AUDIT-EXCEPTION-ROUTINE.
           MOVE "crt" TO AUD-Program.
           MOVE WS-Filename TO AUD-Input-File.
           MOVE LS-Records-Read TO AUD-Line-NUM.
           MOVE SPACE TO AUD-Severity.
           CALL "audit_log" USING AUD-Record
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       CYCLE-ROUTINE.
      *> The row offset must be in place before this cycle's pixel is
      *> tested, or the first column of every row after the first is
           WRITE F-CTrace-LINE.
       END-ROUTINE.

       FRAME-MARK-ROUTINE.
      *> A frame boundary. One ahead of any drawing only switches the
      *> run to multi-frame output; two in a row close a blank frame.
           SET LS-Frame-Mode-BOOL TO 1.
           IF LS-Frame-CNT = 0 AND LS-Cycle = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF LS-Frame-Open-BOOL = 0 THEN
               PERFORM FRAME-START-ROUTINE
           END-IF.
           PERFORM FRAME-CLOSE-ROUTINE.
       END-ROUTINE.

       FRAME-START-ROUTINE.
           PERFORM VARYING LS-Fr-p FROM 1 BY 1
                   UNTIL LS-Fr-p > LS-Total-Pixels
               MOVE 0 TO LS-Dark(LS-Fr-p)
           END-PERFORM.
           MOVE 0 TO LS-Cycle.
           MOVE 0 TO LS-Offset.
           SET LS-Frame-Open-BOOL TO 1.
       END-ROUTINE.

       FRAME-CLOSE-ROUTINE.
      *> Render the finished frame into crt.out under its own label,
      *> decode it, and report what changed since the frame before.
           ADD 1 TO LS-Frame-CNT.
           SET LS-Frame-Open-BOOL TO 0.
           IF LS-Trace-BOOL = 1 THEN
               MOVE SPACES TO F-CTrace-LINE
               STRING "FRAME " LS-Frame-CNT " ENDS AT CYCLE " LS-Cycle
                      DELIMITED BY SIZE INTO F-CTrace-LINE
               WRITE F-CTrace-LINE
           END-IF.
           IF LS-DryRun-BOOL = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           IF LS-Frame-CNT = 1 THEN
               OPEN OUTPUT F-Output-FILE
               OPEN OUTPUT F-Frames-FILE
           END-IF.
           DISPLAY "Frame " LS-Frame-CNT ":".
           PERFORM DECODE-SCREEN-ROUTINE.
           IF LS-Frame-CNT <= 9999 THEN
               MOVE LS-Decoded TO LS-Frame-Decoded(LS-Frame-CNT)
               MOVE 0 TO LS-Frame-Changed(LS-Frame-CNT)
           END-IF.
           MOVE SPACES TO F-Output-LINE.
           STRING "FRAME " LS-Frame-CNT " DECODED "
                  LS-Decoded DELIMITED BY SIZE INTO F-Output-LINE.
           WRITE F-Output-LINE.
           MOVE SPACE TO LS-Out-LINE.
           SET LS-Out-PNT TO 1.
           PERFORM VARYING LS-Fr-p FROM 1 BY 1
                   UNTIL LS-Fr-p > LS-Total-Pixels
               IF LS-Dark(LS-Fr-p) = 1 THEN
                   MOVE "#" TO LS-Out-LINE(LS-Out-PNT:1)
               END-IF
               ADD 1 TO LS-Out-PNT
               IF FUNCTION MOD(LS-Fr-p, LS-Width) = 0 THEN
                   WRITE F-Output-LINE FROM LS-Out-LINE
                   MOVE SPACE TO LS-Out-LINE
                   SET LS-Out-PNT TO 1
               END-IF
           END-PERFORM.
           IF LS-Frame-CNT > 1 THEN
               PERFORM FRAME-DIFF-ROUTINE
           END-IF.
           PERFORM VARYING LS-Fr-p FROM 1 BY 1
                   UNTIL LS-Fr-p > LS-Total-Pixels
               MOVE LS-Dark(LS-Fr-p) TO LS-Prev-Dark(LS-Fr-p)
           END-PERFORM.
       END-ROUTINE.

       FRAME-DIFF-ROUTINE.
           SUBTRACT 1 FROM LS-Frame-CNT GIVING LS-Frame-Prev.
           MOVE SPACES TO F-Frames-LINE.
           STRING "FRAME " LS-Frame-Prev " -> " LS-Frame-CNT
                  DELIMITED BY SIZE INTO F-Frames-LINE.
           WRITE F-Frames-LINE.
           MOVE 0 TO LS-Fr-On, LS-Fr-Off.
           PERFORM VARYING LS-Fr-p FROM 1 BY 1
                   UNTIL LS-Fr-p > LS-Total-Pixels
               IF LS-Dark(LS-Fr-p) NOT = LS-Prev-Dark(LS-Fr-p) THEN
                   IF LS-Dark(LS-Fr-p) = 1 THEN
                       MOVE "ON" TO LS-Fr-Dir
                       ADD 1 TO LS-Fr-On
                   ELSE
                       MOVE "OFF" TO LS-Fr-Dir
                       ADD 1 TO LS-Fr-Off
                   END-IF
                   COMPUTE LS-Fr-Row =
                       (LS-Fr-p - 1) / LS-Width + 1
                   COMPUTE LS-Fr-Col =
                       FUNCTION MOD(LS-Fr-p - 1, LS-Width) + 1
                   MOVE SPACES TO F-Frames-LINE
                   STRING "  " LS-Fr-Dir " ROW " LS-Fr-Row
                          " COL " LS-Fr-Col
                          DELIMITED BY SIZE INTO F-Frames-LINE
                   WRITE F-Frames-LINE
               END-IF
           END-PERFORM.
           ADD LS-Fr-On LS-Fr-Off GIVING LS-Fr-Chg.
           MOVE SPACES TO F-Frames-LINE.
           STRING "  CHANGED " LS-Fr-Chg " PIXEL(S): "
                  LS-Fr-On " ON, " LS-Fr-Off " OFF"
                  DELIMITED BY SIZE INTO F-Frames-LINE.
           WRITE F-Frames-LINE.
           IF LS-Frame-CNT <= 9999 THEN
               MOVE LS-Fr-Chg TO LS-Frame-Changed(LS-Frame-CNT)
           END-IF.
       END-ROUTINE.

       FRAME-SUMMARY-ROUTINE.
           MOVE SPACES TO F-Frames-LINE.
           STRING "CHANGED PIXELS PER FRAME - " LS-Frame-CNT
                  " FRAME(S)" DELIMITED BY SIZE INTO F-Frames-LINE.
           WRITE F-Frames-LINE.
           PERFORM VARYING LS-Frame-Prev FROM 1 BY 1
                   UNTIL LS-Frame-Prev > LS-Frame-CNT
               MOVE SPACES TO F-Frames-LINE
               IF LS-Frame-Prev = 1 THEN
                   STRING "FRAME " LS-Frame-Prev " DECODED "
                          LS-Frame-Decoded(LS-Frame-Prev)
                          " FIRST FRAME"
                          DELIMITED BY SIZE INTO F-Frames-LINE
               ELSE
                   STRING "FRAME " LS-Frame-Prev " DECODED "
                          LS-Frame-Decoded(LS-Frame-Prev)
                          " CHANGED "
                          LS-Frame-Changed(LS-Frame-Prev)
                          DELIMITED BY SIZE INTO F-Frames-LINE
               END-IF
               WRITE F-Frames-LINE
           END-PERFORM.
       END-ROUTINE.

       MOVE-RESULT-ROUTINE.
      *> A multi-frame program has rendered each frame as it closed;
      *> the results and the reference check are the final frame's.
           IF LS-Frame-Mode-BOOL = 1 THEN
               IF LS-Frame-Open-BOOL = 1 THEN
                   PERFORM FRAME-CLOSE-ROUTINE
               END-IF
               MOVE LS-Signal-SUM TO L-Result-1
               MOVE LS-Decoded TO L-Result-2
               IF LS-Frame-CNT > 0 THEN
                   PERFORM REF-CHECK-ROUTINE
                   PERFORM FRAME-SUMMARY-ROUTINE
                   CLOSE F-Output-FILE
                   CLOSE F-Frames-FILE
                   MOVE "crt.out" TO OSL-File-Name
                   PERFORM SEAL-OUTPUT-ROUTINE
                   MOVE "crt_frames.txt" TO OSL-File-Name
                   PERFORM SEAL-OUTPUT-ROUTINE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE LS-Signal-SUM TO L-Result-1.
           PERFORM DECODE-SCREEN-ROUTINE.
           MOVE LS-Decoded TO L-Result-2.
               END-IF
           END-PERFORM.
           CLOSE F-Output-FILE.
           MOVE "crt.out" TO OSL-File-Name.
           PERFORM SEAL-OUTPUT-ROUTINE.
       END-ROUTINE.

       REF-CHECK-ROUTINE.
           DISPLAY "Decoded screen: " FUNCTION TRIM(LS-Decoded).
       END-ROUTINE.

       SEAL-OUTPUT-ROUTINE.
      *> control trailer: record count, checksum, run and program
           MOVE "SEAL  " TO OSL-Op.
           MOVE "crt" TO OSL-Program.
           CALL "output_seal" USING OSL-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       CLOSE-FILE-ROUTINE.
           CLOSE F-input-FILE.
           IF LS-Trace-BOOL = 1 THEN
               CLOSE F-CTrace-FILE
               MOVE "crt.trace" TO OSL-File-Name
               PERFORM SEAL-OUTPUT-ROUTINE
               SET LS-Trace-BOOL TO 0
           END-IF.
       END-ROUTINE.
