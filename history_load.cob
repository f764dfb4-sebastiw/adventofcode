       DATA DIVISION.
       FILE SECTION.
       FD F-Daily-FILE.
       01 F-Daily-LINE PIC X(200).

       FD F-Master-FILE.
       COPY "history-master-idx.cpy".
       01 LS-Since-Trailer PIC 9(6) VALUE ZERO.

       01 LS-TOK-TBL.
         02 LS-TOK PIC X(40) OCCURS 13 TIMES.
       01 LS-PH-TBL.
         02 LS-PH PIC X(8) OCCURS 3 TIMES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
               DELIMITED BY ALL SPACES
               INTO LS-TOK(1), LS-TOK(2), LS-TOK(3), LS-TOK(4),
                    LS-TOK(5), LS-TOK(6), LS-TOK(7), LS-TOK(8),
                    LS-TOK(9), LS-TOK(10), LS-TOK(11),
                    LS-TOK(12), LS-TOK(13).
           IF LS-TOK(4) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LS-Line-Seq.
           MOVE LS-TOK(1)(1:8) TO HMX-Date.
           MOVE "000000" TO HMX-Run.
      *> the RUN=, PT=, PH= and MF= stamps float behind the fixed
      *> columns (older lines carry ALT= as well, and no PT=, PH= or
      *> MF=); pick them out wherever they sit
           MOVE ZERO TO HMX-Parse-CS, HMX-Compute-CS, HMX-Report-CS.
           MOVE SPACES TO HMX-MF, HMX-Parts.
           PERFORM VARYING LS-k FROM 6 BY 1 UNTIL LS-k > 13
               IF LS-TOK(LS-k)(1:4) = "RUN=" THEN
                   MOVE LS-TOK(LS-k)(5:6) TO HMX-Run
               END-IF
               IF LS-TOK(LS-k)(1:3) = "PT=" THEN
                   MOVE LS-TOK(LS-k)(4:2) TO HMX-Parts
               END-IF
               IF LS-TOK(LS-k)(1:3) = "PH=" THEN
                   PERFORM LOAD-PHASES-ROUTINE
               END-IF
               IF LS-TOK(LS-k)(1:3) = "MF=" THEN
                   MOVE LS-TOK(LS-k)(1:20) TO HMX-MF
               END-IF
           END-PERFORM.
           MOVE LS-Line-Seq TO HMX-Seq.
           MOVE LS-TOK(2)(1:10) TO HMX-YearDay.
           END-WRITE.
       END-ROUTINE.

       LOAD-PHASES-ROUTINE.
           MOVE SPACES TO LS-PH-TBL.
           UNSTRING LS-TOK(LS-k)(4:)
               DELIMITED BY "/"
               INTO LS-PH(1), LS-PH(2), LS-PH(3).
           IF FUNCTION TEST-NUMVAL(LS-PH(1)) = 0
            AND FUNCTION TEST-NUMVAL(LS-PH(2)) = 0
            AND FUNCTION TEST-NUMVAL(LS-PH(3)) = 0 THEN
               MOVE FUNCTION NUMVAL(LS-PH(1)) TO HMX-Parse-CS
               MOVE FUNCTION NUMVAL(LS-PH(2)) TO HMX-Compute-CS
               MOVE FUNCTION NUMVAL(LS-PH(3)) TO HMX-Report-CS
           END-IF.
       END-ROUTINE.

       END PROGRAM history_load.
