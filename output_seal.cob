       IDENTIFICATION DIVISION.
       PROGRAM-ID. output_seal.
      *> Output control trailer service. Every output file a day
      *> program writes (the files listed against it in
      *> side_outputs.txt) closes with one control trailer record,
      *>   *TRL* RECORDS nnnnnnnn CHECKSUM nnnnnnnnn RUN nnnnnn
      *>         PROGRAM <program>
      *> (one line), so a file cut short, padded or altered after it
      *> was written can be told from a good one further down the line.
      *> Request block output-seal.cpy:
      *>   SEAL   the program has written and closed the file; count
      *>          its records, checksum them and append the trailer.
      *>          A file that already ends in a trailer is left as it
      *>          is.
      *>   CHECK  read the file back, recount and re-checksum the
      *>          records ahead of the trailer and compare them with
      *>          what the trailer says (used by output_verify).
      *> The checksum is the one answers_seal keeps over the answers
      *> master: per record, 131 times the record number plus each
      *> character's ordinal times its position, modulo 999999937,
      *> trailing spaces not counted. The run is the last one logged
      *> for the business date in run_log.txt (zero when none has
      *> been).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Output-FILE
           ASSIGN TO WS-Output-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Output-FS.
           SELECT F-RunLog-FILE
           ASSIGN TO "run_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunLog-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Output-FILE.
       01 F-Output-LINE PIC X(1000).

       FD F-RunLog-FILE.
       01 F-RunLog-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Output-FileName PIC X(120) VALUE SPACES.
       01 WS-Output-FS PIC XX.
       01 WS-RunLog-FS PIC XX.
       01 WS-EOF-BOOL PIC 9(1) VALUE 0.

       01 WS-Bus-Date PIC X(8) VALUE SPACES.
       01 WS-BDate-User PIC X(20) VALUE "output_seal".
       01 WS-BDate-Status PIC XX VALUE SPACES.
       01 WS-Run PIC 9(6) VALUE ZERO.
       01 WS-Log-Num-TOK PIC X(8) VALUE SPACES.
       01 WS-Log-Date-TOK PIC X(10) VALUE SPACES.

      *> records are summed one behind the read, so that the last
      *> record - the trailer, on a sealed file - is never summed
       01 WS-Held-LINE PIC X(1000) VALUE SPACES.
       01 WS-Held-BOOL PIC 9(1) VALUE 0.
       01 WS-Rec-CNT PIC 9(8) VALUE ZERO.
       01 WS-Sum PIC 9(9) VALUE ZERO.
       01 WS-Rec-LEN PIC 9(4) VALUE ZERO.
       01 WS-k PIC 9(4) VALUE ZERO.

       01 WS-Trailer.
         02 WS-Trl-Tag PIC X(14) VALUE "*TRL* RECORDS ".
         02 WS-Trl-Records PIC 9(8) VALUE ZERO.
         02 WS-Trl-Sum-Tag PIC X(10) VALUE " CHECKSUM ".
         02 WS-Trl-Checksum PIC 9(9) VALUE ZERO.
         02 WS-Trl-Run-Tag PIC X(5) VALUE " RUN ".
         02 WS-Trl-Run PIC 9(6) VALUE ZERO.
         02 WS-Trl-Prog-Tag PIC X(9) VALUE " PROGRAM ".
         02 WS-Trl-Program PIC X(20) VALUE SPACES.
       01 WS-Got-Trailer.
         02 WS-Got-Tag PIC X(14).
         02 WS-Got-Records PIC X(8).
         02 WS-Got-Sum-Tag PIC X(10).
         02 WS-Got-Checksum PIC X(9).
         02 WS-Got-Run-Tag PIC X(5).
         02 WS-Got-Run PIC X(6).
         02 WS-Got-Prog-Tag PIC X(9).
         02 WS-Got-Program PIC X(20).
       01 WS-Is-Trailer-BOOL PIC 9(1) VALUE 0.

       LINKAGE SECTION.
       COPY "output-seal.cpy".

       PROCEDURE DIVISION USING OSL-Request.
       MAIN-ROUTINE.
           EVALUATE OSL-Op
               WHEN "SEAL  "
                   PERFORM SEAL-ROUTINE
               WHEN "CHECK "
                   PERFORM CHECK-ROUTINE
               WHEN OTHER
                   DISPLAY "output_seal: unknown request '"
                           OSL-Op "'"
                   MOVE "99" TO OSL-Status
           END-EVALUATE.
           EXIT PROGRAM.
       END-ROUTINE.

       SEAL-ROUTINE.
           PERFORM SCAN-ROUTINE.
           IF OSL-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Is-Trailer-BOOL = 1 THEN
               EXIT PARAGRAPH
           END-IF.
      *> no trailer yet: the last record read is data as well
           IF WS-Held-BOOL = 1 THEN
               PERFORM SUM-HELD-ROUTINE
           END-IF.
           PERFORM FIND-RUN-ROUTINE.
           MOVE WS-Rec-CNT TO WS-Trl-Records.
           MOVE WS-Sum TO WS-Trl-Checksum.
           MOVE WS-Run TO WS-Trl-Run.
           MOVE OSL-Program TO WS-Trl-Program.
           OPEN EXTEND F-Output-FILE.
           IF WS-Output-FS NOT = "00" THEN
               DISPLAY "output_seal: cannot seal "
                       FUNCTION TRIM(WS-Output-FileName)
                       " - status " WS-Output-FS
               MOVE "99" TO OSL-Status
               EXIT PARAGRAPH
           END-IF.
           WRITE F-Output-LINE FROM WS-Trailer.
           CLOSE F-Output-FILE.
           MOVE WS-Rec-CNT TO OSL-Records, OSL-Count.
           MOVE WS-Sum TO OSL-Checksum, OSL-Sum.
           MOVE WS-Run TO OSL-Run.
       END-ROUTINE.

       CHECK-ROUTINE.
           MOVE SPACES TO OSL-Program.
           MOVE ZERO TO OSL-Records, OSL-Checksum, OSL-Run.
           PERFORM SCAN-ROUTINE.
           IF OSL-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Is-Trailer-BOOL = 0 THEN
      *> a file without its trailer has lost at least its last record
               IF WS-Held-BOOL = 1 THEN
                   PERFORM SUM-HELD-ROUTINE
               END-IF
               MOVE WS-Rec-CNT TO OSL-Count
               MOVE WS-Sum TO OSL-Sum
               MOVE "41" TO OSL-Status
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Got-Program TO OSL-Program.
           MOVE WS-Got-Records TO OSL-Records.
           MOVE WS-Got-Checksum TO OSL-Checksum.
           MOVE WS-Got-Run TO OSL-Run.
           IF OSL-Records NOT = OSL-Count THEN
               MOVE "42" TO OSL-Status
               EXIT PARAGRAPH
           END-IF.
           IF OSL-Checksum NOT = OSL-Sum THEN
               MOVE "43" TO OSL-Status
           END-IF.
       END-ROUTINE.

      *> reads the whole file, summing every record but the last;
      *> leaves the last one held and says whether it is a trailer
       SCAN-ROUTINE.
           MOVE OSL-File-Name TO WS-Output-FileName.
           MOVE ZERO TO WS-Rec-CNT, WS-Sum, OSL-Count, OSL-Sum.
           SET WS-Held-BOOL TO 0.
           SET WS-Is-Trailer-BOOL TO 0.
           OPEN INPUT F-Output-FILE.
           IF WS-Output-FS NOT = "00" THEN
               MOVE "30" TO OSL-Status
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-OUTPUT-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Output-FILE.
           MOVE WS-Rec-CNT TO OSL-Count.
           MOVE WS-Sum TO OSL-Sum.
           MOVE "00" TO OSL-Status.
           IF WS-Held-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Held-LINE(1:81) TO WS-Got-Trailer.
           IF WS-Got-Tag = WS-Trl-Tag
            AND WS-Got-Records IS NUMERIC
            AND WS-Got-Sum-Tag = WS-Trl-Sum-Tag
            AND WS-Got-Checksum IS NUMERIC
            AND WS-Got-Run-Tag = WS-Trl-Run-Tag
            AND WS-Got-Run IS NUMERIC
            AND WS-Got-Prog-Tag = WS-Trl-Prog-Tag THEN
               SET WS-Is-Trailer-BOOL TO 1
           END-IF.
       END-ROUTINE.

       READ-OUTPUT-ROUTINE.
           READ F-Output-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF WS-Held-BOOL = 1 THEN
                       PERFORM SUM-HELD-ROUTINE
                   END-IF
                   MOVE F-Output-LINE TO WS-Held-LINE
                   SET WS-Held-BOOL TO 1
           END-READ.
       END-ROUTINE.

       SUM-HELD-ROUTINE.
           ADD 1 TO WS-Rec-CNT.
           COMPUTE WS-Sum = FUNCTION MOD(WS-Sum +
               WS-Rec-CNT * 131, 999999937).
           COMPUTE WS-Rec-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-Held-LINE TRAILING)).
           PERFORM VARYING WS-k FROM 1 BY 1 UNTIL WS-k > WS-Rec-LEN
               COMPUTE WS-Sum = FUNCTION MOD(WS-Sum +
                   WS-k * FUNCTION ORD(WS-Held-LINE(WS-k:1)),
                   999999937)
           END-PERFORM.
           SET WS-Held-BOOL TO 0.
       END-ROUTINE.

       FIND-RUN-ROUTINE.
           CALL "business_date" USING BY CONTENT "GET    ",
               BY REFERENCE WS-Bus-Date, WS-BDate-User,
               WS-BDate-Status
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Bus-Date
           END-CALL.
           SET WS-Run TO 0.
           OPEN INPUT F-RunLog-FILE.
           IF WS-RunLog-FS = "00" THEN
               SET WS-EOF-BOOL TO 0
               PERFORM READ-RUNLOG-ROUTINE UNTIL WS-EOF-BOOL = 1
               CLOSE F-RunLog-FILE
           END-IF.
       END-ROUTINE.

       READ-RUNLOG-ROUTINE.
           READ F-RunLog-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   MOVE SPACES TO WS-Log-Num-TOK, WS-Log-Date-TOK
                   UNSTRING F-RunLog-LINE
                       DELIMITED BY ALL SPACES
                       INTO WS-Log-Num-TOK, WS-Log-Date-TOK
                   IF WS-Log-Date-TOK(1:8) = WS-Bus-Date
                    AND FUNCTION TEST-NUMVAL(WS-Log-Num-TOK) = 0 THEN
                       MOVE FUNCTION NUMVAL(WS-Log-Num-TOK) TO WS-Run
                   END-IF
           END-READ.
       END-ROUTINE.

       END PROGRAM output_seal.
