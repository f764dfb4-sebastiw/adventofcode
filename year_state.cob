       IDENTIFICATION DIVISION.
       PROGRAM-ID. year_state.
      *> Standing state of a puzzle year in the year-close register
      *> (year_close.txt, layout year-close.cpy): the last record for
      *> L-Year comes back in YCL-REC. A year never closed comes back
      *> with YCL-State blank, and so does every year when there is no
      *> register. answers_maint, answers_review, answers_approve and
      *> answers_batch refuse to touch a closed year's answers;
      *> test_all reports a closed year's failures as regressions.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Close-FILE
           ASSIGN TO "year_close.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Close-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Close-FILE.
       01 F-Close-LINE PIC X(77).

       WORKING-STORAGE SECTION.
       01 WS-Close-FS PIC XX.
       01 WS-EOF-BOOL PIC 9(1) VALUE 0.

       LINKAGE SECTION.
       01 L-Year PIC X(4).
       COPY "year-close.cpy".

       PROCEDURE DIVISION USING L-Year, YCL-REC.
       MAIN-ROUTINE.
           MOVE SPACES TO YCL-REC.
           MOVE L-Year TO YCL-Year.
           MOVE ZERO TO YCL-Run-Number, YCL-Days.
           SET WS-EOF-BOOL TO 0.
           OPEN INPUT F-Close-FILE.
           IF WS-Close-FS = "00" THEN
               PERFORM READ-CLOSE-ROUTINE UNTIL WS-EOF-BOOL = 1
               CLOSE F-Close-FILE
           END-IF.
           EXIT PROGRAM.
       END-ROUTINE.

       READ-CLOSE-ROUTINE.
           READ F-Close-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF F-Close-LINE(1:4) = L-Year THEN
                       MOVE F-Close-LINE TO YCL-REC
                   END-IF
           END-READ.
       END-ROUTINE.

       END PROGRAM year_state.
