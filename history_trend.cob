       DATA DIVISION.
       FILE SECTION.
       FD F-History-FILE.
       01 F-History-LINE PIC X(200).

       FD F-Master-FILE.
       COPY "history-master-idx.cpy".
               MOVE LS-Line-Date TO LS-Trend-Last-Success(LS-i)
           END-IF.
           IF (LS-Line-Outcome = "FAILURE"
               OR LS-Line-Outcome = "RETRIED-FAIL"
               OR LS-Line-Outcome = "REGRESSION")
                   AND LS-Trend-First-Fail(LS-i) = SPACES THEN
               MOVE LS-Line-Date TO LS-Trend-First-Fail(LS-i)
           END-IF.
           DISPLAY "=== NEW REGRESSIONS ===".
           PERFORM VARYING LS-i FROM 1 UNTIL LS-i > LS-Trend-CNT
               IF (LS-Trend-Last-Outcome(LS-i) = "FAILURE"
                OR LS-Trend-Last-Outcome(LS-i) = "RETRIED-FAIL"
                OR LS-Trend-Last-Outcome(LS-i) = "REGRESSION")
                AND (LS-Trend-Prev-Outcome(LS-i) = "SUCCESS"
                 OR LS-Trend-Prev-Outcome(LS-i) = "RETRIED-OK") THEN
                   ADD 1 TO LS-Regression-CNT
