       PROGRAM-ID. dashboard.
      *> Morning dashboard: one page per run date combining the run's
      *> history file, the prior run, the day registry and any restart
      *> checkpoint left behind, with the day programs' side outputs
      *> archived for the date (side_archive.txt) and the runs
      *> run_anomaly found unusually slow or fast against their own
      *> history (run_anomalies_YYYYMMDD.txt); days flaky_report
      *> found flipping between pass and fail on an unchanged input
      *> (flaky_days.txt) get their own heading beside the
      *> quarantined ones. Registry days are judged by the version
      *> in force on the run date (registry_asof). Written to
      *> dashboard_YYYYMMDD.txt and echoed to the terminal so it can
      *> go straight to the shift lead. The same page is published as
      *> dashboard_YYYYMMDD.html for the intranet: a colour-coded
      *> results table with SLA breaches and the failing days' spool
      *> members linked, open alerts highlighted, and links to the
      *> previous run's page, the weekly summary and index.html
      *> (html_index). The last shift handover from the shift log
      *> (shift_log.txt) closes the page with its summary and the
      *> open items it handed on.
      *> Usage: dashboard [YYYYMMDD]   (default the business date)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO "operator_alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Alert-FS.
           SELECT F-Side-FILE
           ASSIGN TO "side_archive.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Side-FS.
           SELECT F-Master-FILE
           ASSIGN TO "history_master.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HMX-Key
           FILE STATUS IS WS-Master-FS.
           SELECT F-Anomaly-FILE
           ASSIGN TO WS-Anomaly-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Anomaly-FS.
           SELECT F-Html-FILE
           ASSIGN TO WS-Html-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Html-FS.
           SELECT F-Flaky-FILE
           ASSIGN TO "flaky_days.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Flaky-FS.
           SELECT F-Shift-FILE
           ASSIGN TO "shift_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Shift-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-History-FILE.
       01 F-History-LINE PIC X(200).

       FD F-Registry-FILE.
       COPY "registry-master-idx.cpy".
         02 F-Cal-Date PIC X(8).
         02 F-Cal-Status PIC X(1).
         02 F-Cal-Note PIC X(40).
         02 F-Cal-Source PIC X(1).

       FD F-Alert-FILE.
       01 F-Alert-LINE PIC X(160).

       FD F-Side-FILE.
       COPY "side-archive.cpy".

       FD F-Master-FILE.
       COPY "history-master-idx.cpy".

       FD F-Anomaly-FILE.
       COPY "run-anomaly.cpy".

       FD F-Html-FILE.
       01 F-Html-LINE PIC X(400).

       FD F-Flaky-FILE.
       COPY "flaky-day.cpy".

       FD F-Shift-FILE.
       COPY "shift-log.cpy".

       WORKING-STORAGE SECTION.
       01 WS-History-FileName PIC X(40) VALUE SPACES.
       01 WS-History-FS PIC XX.
       01 WS-Registry-FS PIC XX.
       01 WS-Restart-FS PIC XX.
       01 WS-Report-FileName PIC X(40) VALUE SPACES.
       01 WS-Report-RC PIC S9(4) VALUE ZERO.
       COPY "report-page.cpy".
       01 WS-Calendar-FS PIC XX.
       01 WS-Alert-FS PIC XX.
       01 WS-Master-FS PIC XX.
       01 WS-Side-FS PIC XX.
       01 WS-Anomaly-FileName PIC X(40) VALUE SPACES.
       01 WS-Anomaly-FS PIC XX.
       01 WS-Flaky-FS PIC XX.
       01 WS-Shift-FS PIC XX.
       01 WS-Html-FileName PIC X(40) VALUE SPACES.
       01 WS-Html-FS PIC XX.
       01 WS-Html-Open-BOOL PIC 9(1) VALUE 0.
       01 WS-Spool-Dir PIC X(20) VALUE "spool".
       COPY "html-style.cpy".

       LOCAL-STORAGE SECTION.
       01 LS-EOF-BOOL PIC 9(1) VALUE 0.
       01 LS-Argument PIC X(80) VALUE SPACES.
       01 LS-Run-Date PIC X(8) VALUE SPACES.
       01 LS-BDate-User PIC X(20) VALUE "dashboard".
       01 LS-BDate-Status PIC X(2) VALUE SPACES.
       01 LS-Reg-Asof-Status PIC X(2) VALUE SPACES.
       01 LS-Prior-Date PIC X(8) VALUE SPACES.
       01 LS-Scan-INT PIC 9(8) VALUE ZERO.
       01 LS-Stop-INT PIC 9(8) VALUE ZERO.
       01 LS-Line-File PIC X(60) VALUE SPACES.
       01 LS-Line-Outcome PIC X(12) VALUE SPACES.
       01 LS-Line-Elapsed PIC X(8) VALUE SPACES.
       01 LS-Line-Parts PIC X(2) VALUE SPACES.
       01 LS-PT-Pos PIC 9(4) VALUE ZERO.

       01 LS-i PIC 9(4) VALUE ZERO.
       01 LS-j PIC 9(4) VALUE ZERO.
       01 LS-Fail-CNT PIC 9(4) VALUE ZERO.
       01 LS-Skip-CNT PIC 9(4) VALUE ZERO.
       01 LS-Regress-CNT PIC 9(4) VALUE ZERO.
       01 LS-Part-Pass-CNT PIC 9(4) VALUE ZERO.
       01 LS-Part-Alt-CNT PIC 9(4) VALUE ZERO.
       01 LS-Part-Retry-CNT PIC 9(4) VALUE ZERO.
       01 LS-Part-Fail-CNT PIC 9(4) VALUE ZERO.
       01 LS-Part-Skip-CNT PIC 9(4) VALUE ZERO.
       01 LS-Part-Quar-CNT PIC 9(4) VALUE ZERO.
       01 LS-Part-Code PIC X(1) VALUE SPACE.
       01 LS-Slow-Stop PIC 9(2) VALUE ZERO.
       01 LS-Slow-Count PIC 9(2) VALUE 5.
       01 LS-Profile-Key PIC X(12) VALUE SPACES.
       01 LS-Profile-Value PIC X(20) VALUE SPACES.
       01 LS-Profile-Found PIC 9(1) VALUE ZERO.
       01 LS-Report-LINE PIC X(120) VALUE SPACES.
       01 LS-Part-Work PIC X(120) VALUE SPACES.

      *> HTML page: class of the report lines under the current
      *> heading, the escaped text of one line and the link lookups
       01 LS-Html-Class PIC X(8) VALUE SPACES.
       01 LS-Html-Text PIC X(300) VALUE SPACES.
       01 LS-Html-Work PIC X(400) VALUE SPACES.
       01 LS-Html-Len PIC 9(4) VALUE ZERO.
       01 LS-Html-Pos PIC 9(4) VALUE ZERO.
       01 LS-Html-Ptr PIC 9(4) VALUE ZERO.
       01 LS-Html-Op PIC X(4) VALUE SPACES.
       01 LS-Html-Kind PIC X(1) VALUE SPACES.
       01 LS-Html-Date PIC X(8) VALUE SPACES.
       01 LS-Html-Link PIC X(40) VALUE SPACES.
       01 LS-Html-Row-Class PIC X(8) VALUE SPACES.
       01 LS-Html-SLA-Class PIC X(8) VALUE SPACES.
       01 LS-Html-SLA-Text PIC X(8) VALUE SPACES.
       01 LS-Html-Spool PIC X(80) VALUE SPACES.
       01 LS-SLA-Limit PIC 9(6) VALUE ZERO.
       01 LS-SLA-Breach-CNT PIC 9(4) VALUE ZERO.
       01 LS-Reg-Open-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Line-Year PIC X(4) VALUE SPACES.
       01 LS-Line-Day PIC X(2) VALUE SPACES.
       01 LS-Day-Padded PIC X(2) VALUE SPACES.

       01 LS-Run-CNT PIC 9(4) VALUE ZERO.
       01 LS-Run-TBL.
           03 LS-Run-Prog PIC X(60).
           03 LS-Run-Outcome PIC X(12).
           03 LS-Run-Elapsed PIC 9(6).
           03 LS-Run-Parts PIC X(2).

       01 LS-Quar-CNT PIC 9(2) VALUE ZERO.
       01 LS-Quar-TBL.
         02 LS-Quar-REC OCCURS 50 TIMES.
           03 LS-Quar-YD PIC X(10).
           03 LS-Quar-Prog PIC X(20).
           03 LS-Quar-Part PIC X(1).

      *> the last handover in the shift log and the items still open
       01 LS-Hand-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Hand-Shift PIC 9(5) VALUE ZERO.
       01 LS-Hand-Date PIC X(8) VALUE SPACES.
       01 LS-Hand-Time PIC X(6) VALUE SPACES.
       01 LS-Hand-User PIC X(8) VALUE SPACES.
       01 LS-Hand-Events PIC 9(4) VALUE ZERO.
       01 LS-Hand-Opened PIC 9(4) VALUE ZERO.
       01 LS-Hand-Closed PIC 9(4) VALUE ZERO.
       01 LS-Hand-Carried PIC 9(4) VALUE ZERO.
       01 LS-Hand-Summary PIC X(100) VALUE SPACES.
       01 LS-Item-Show-CONST PIC 9(2) VALUE 20.
       01 LS-Item-CNT PIC 9(4) VALUE ZERO.
       01 LS-Item-TBL.
         02 LS-Item-REC OCCURS 500 TIMES.
           03 LS-Item-NUM PIC 9(5).
           03 LS-Item-Shift PIC 9(5).
           03 LS-Item-Run PIC X(6).
           03 LS-Item-Text PIC X(60).

       01 LS-Next-Run-Date PIC X(8) VALUE SPACES.
       01 LS-Next-Run-Note PIC X(40) VALUE SPACES.
                   AND NOT LS-Argument = SPACES THEN
               MOVE LS-Argument(1:8) TO LS-Run-Date
           ELSE
               CALL "business_date" USING BY CONTENT "GET    ",
                   BY REFERENCE LS-Run-Date, LS-BDate-User,
                   LS-BDate-Status
                   ON EXCEPTION
                       MOVE FUNCTION CURRENT-DATE(1:8) TO LS-Run-Date
               END-CALL
           END-IF.
      *> the slowest-N section depth comes from the runtime profile
           MOVE "SLOWCOUNT" TO LS-Profile-Key.
                  ".txt" DELIMITED BY SIZE
                  INTO WS-Report-FileName.
           OPEN OUTPUT F-Report-FILE.
           PERFORM HTML-OPEN-ROUTINE.
           PERFORM HEADER-SECTION-ROUTINE.
           PERFORM TOTALS-SECTION-ROUTINE.
           PERFORM HTML-RESULTS-ROUTINE.
           PERFORM REGRESSION-SECTION-ROUTINE.
           PERFORM SLOWEST-SECTION-ROUTINE.
           PERFORM UNUSUAL-SECTION-ROUTINE.
           PERFORM REGISTRY-SECTION-ROUTINE.
           PERFORM CHECKPOINT-SECTION-ROUTINE.
           PERFORM OPEN-ALERTS-SECTION-ROUTINE.
           PERFORM SIDE-OUTPUTS-SECTION-ROUTINE.
           PERFORM NEXT-RUN-SECTION-ROUTINE.
           PERFORM HANDOVER-SECTION-ROUTINE.
           CLOSE F-Report-FILE.
           PERFORM PAGE-REPORT-ROUTINE.
           DISPLAY "Dashboard written to "
                   FUNCTION TRIM(WS-Report-FileName).
           PERFORM HTML-CLOSE-ROUTINE.
           STOP RUN.
       END-ROUTINE.

       PUT-REPORT-ROUTINE.
           WRITE F-Report-LINE FROM LS-Report-LINE.
           DISPLAY FUNCTION TRIM(LS-Report-LINE).
           PERFORM HTML-LINE-ROUTINE.
           MOVE SPACES TO LS-Report-LINE.
       END-ROUTINE.

       HTML-OPEN-ROUTINE.
      *> the HTML page is a by-product: if it cannot be written the
      *> text dashboard still goes out
           MOVE "SPOOLDIR" TO LS-Profile-Key.
           CALL "profile_get" USING LS-Profile-Key,
               LS-Profile-Value, LS-Profile-Found
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF LS-Profile-Found = 1
                   AND LS-Profile-Value NOT = SPACES THEN
               MOVE LS-Profile-Value TO WS-Spool-Dir
           END-IF.
           MOVE SPACES TO WS-Html-FileName.
           STRING "dashboard_" DELIMITED BY SIZE,
                  LS-Run-Date DELIMITED BY SIZE,
                  ".html" DELIMITED BY SIZE
                  INTO WS-Html-FileName.
           OPEN OUTPUT F-Html-FILE.
           IF WS-Html-FS NOT = "00" THEN
               DISPLAY "WARNING: cannot write "
                       FUNCTION TRIM(WS-Html-FileName)
                       " - status " WS-Html-FS
               EXIT PARAGRAPH
           END-IF.
           SET WS-Html-Open-BOOL TO 1.
           MOVE "<!DOCTYPE html>" TO LS-Html-Work.
           PERFORM HTML-PUT-ROUTINE.
           MOVE "<html><head><meta charset='utf-8'>" TO LS-Html-Work.
           PERFORM HTML-PUT-ROUTINE.
           STRING "<title>Morning dashboard " DELIMITED BY SIZE,
                  LS-Run-Date DELIMITED BY SIZE,
                  "</title>" DELIMITED BY SIZE
                  INTO LS-Html-Work.
           PERFORM HTML-PUT-ROUTINE.
           PERFORM VARYING LS-i FROM 1 UNTIL LS-i > HTM-Style-CNT
               MOVE HTM-Style-Line(LS-i) TO LS-Html-Work
               PERFORM HTML-PUT-ROUTINE
           END-PERFORM.
           MOVE "</head><body>" TO LS-Html-Work.
           PERFORM HTML-PUT-ROUTINE.
           MOVE "<div class='nav'><a href='index.html'>index</a>"
               TO LS-Html-Work.
           PERFORM HTML-PUT-ROUTINE.
      *> the previous run's page and the week's summary, when they
      *> have been published
           IF LS-Prior-Date NOT = SPACES THEN
               MOVE "HAVE" TO LS-Html-Op
               MOVE "D" TO LS-Html-Kind
               MOVE LS-Prior-Date TO LS-Html-Date
               PERFORM HTML-INDEX-CALL-ROUTINE
               IF LS-Html-Link NOT = SPACES THEN
                   STRING " | <a href='" DELIMITED BY SIZE,
                          LS-Html-Link DELIMITED BY SPACE,
                          "'>previous run " DELIMITED BY SIZE,
                          LS-Prior-Date DELIMITED BY SIZE,
                          "</a>" DELIMITED BY SIZE
                          INTO LS-Html-Work
                   PERFORM HTML-PUT-ROUTINE
               END-IF
           END-IF.
           MOVE "WEEK" TO LS-Html-Op.
           MOVE "W" TO LS-Html-Kind.
           MOVE LS-Run-Date TO LS-Html-Date.
           PERFORM HTML-INDEX-CALL-ROUTINE.
           IF LS-Html-Link NOT = SPACES THEN
               STRING " | <a href='" DELIMITED BY SIZE,
                      LS-Html-Link DELIMITED BY SPACE,
                      "'>weekly summary</a>" DELIMITED BY SIZE
                      INTO LS-Html-Work
               PERFORM HTML-PUT-ROUTINE
           END-IF.
           MOVE "</div>" TO LS-Html-Work.
           PERFORM HTML-PUT-ROUTINE.
       END-ROUTINE.

       HTML-INDEX-CALL-ROUTINE.
           MOVE SPACES TO LS-Html-Link.
           CALL "html_index" USING LS-Html-Op, LS-Html-Kind,
               LS-Html-Date, LS-Html-Link
               ON EXCEPTION
                   MOVE SPACES TO LS-Html-Link
           END-CALL.
       END-ROUTINE.

       HTML-LINE-ROUTINE.
      *> every text line goes on the page too: "===" is the title,
      *> "***" a warning banner, an unindented line ending in ":" a
      *> section heading, and the lines under a heading take the
      *> class its section set (see LS-Html-Class)
           IF WS-Html-Open-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM HTML-ESCAPE-ROUTINE.
           EVALUATE TRUE
               WHEN LS-Report-LINE(1:3) = "==="
                   STRING "<h1>" DELIMITED BY SIZE,
                          LS-Html-Text(1:LS-Html-Ptr - 1)
                              DELIMITED BY SIZE,
                          "</h1>" DELIMITED BY SIZE
                          INTO LS-Html-Work
               WHEN LS-Report-LINE(1:3) = "***"
                   STRING "<div class='ln alert'>" DELIMITED BY SIZE,
                          LS-Html-Text(1:LS-Html-Ptr - 1)
                              DELIMITED BY SIZE,
                          "</div>" DELIMITED BY SIZE
                          INTO LS-Html-Work
               WHEN LS-Report-LINE(1:1) NOT = SPACE
                AND LS-Report-LINE(LS-Html-Len:1) = ":"
                   MOVE SPACES TO LS-Html-Class
                   STRING "<h2>" DELIMITED BY SIZE,
                          LS-Html-Text(1:LS-Html-Ptr - 1)
                              DELIMITED BY SIZE,
                          "</h2>" DELIMITED BY SIZE
                          INTO LS-Html-Work
               WHEN LS-Report-LINE(1:3) = "  ("
                   STRING "<div class='ln'>" DELIMITED BY SIZE,
                          LS-Html-Text(1:LS-Html-Ptr - 1)
                              DELIMITED BY SIZE,
                          "</div>" DELIMITED BY SIZE
                          INTO LS-Html-Work
               WHEN OTHER
                   STRING "<div class='ln " DELIMITED BY SIZE,
                          LS-Html-Class DELIMITED BY SPACE,
                          "'>" DELIMITED BY SIZE,
                          LS-Html-Text(1:LS-Html-Ptr - 1)
                              DELIMITED BY SIZE,
                          "</div>" DELIMITED BY SIZE
                          INTO LS-Html-Work
           END-EVALUATE.
           PERFORM HTML-PUT-ROUTINE.
       END-ROUTINE.

       HTML-ESCAPE-ROUTINE.
      *> LS-Report-LINE with & < > made safe, into LS-Html-Text up to
      *> LS-Html-Ptr - 1; an empty line keeps one space
           MOVE SPACES TO LS-Html-Text.
           MOVE 1 TO LS-Html-Ptr.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LS-Report-LINE
               TRAILING)) TO LS-Html-Len.
           IF LS-Report-LINE = SPACES THEN
               MOVE 1 TO LS-Html-Len
           END-IF.
           PERFORM VARYING LS-Html-Pos FROM 1 BY 1
                   UNTIL LS-Html-Pos > LS-Html-Len
               EVALUATE LS-Report-LINE(LS-Html-Pos:1)
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                           INTO LS-Html-Text
                           WITH POINTER LS-Html-Ptr
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                           INTO LS-Html-Text
                           WITH POINTER LS-Html-Ptr
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                           INTO LS-Html-Text
                           WITH POINTER LS-Html-Ptr
                   WHEN OTHER
                       STRING LS-Report-LINE(LS-Html-Pos:1)
                           DELIMITED BY SIZE
                           INTO LS-Html-Text
                           WITH POINTER LS-Html-Ptr
               END-EVALUATE
           END-PERFORM.
       END-ROUTINE.

       HTML-PUT-ROUTINE.
           IF WS-Html-Open-BOOL = 1 THEN
               WRITE F-Html-LINE FROM LS-Html-Work
           END-IF.
           MOVE SPACES TO LS-Html-Work.
       END-ROUTINE.

       HTML-RESULTS-ROUTINE.
      *> page only: every run of the date in one table, outcome
      *> coloured, elapsed against the registry SLA in force on the
      *> run date, and the spool member linked for each failure
           IF WS-Html-Open-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "<h2>RESULTS BY DAY:</h2>" TO LS-Html-Work.
           PERFORM HTML-PUT-ROUTINE.
           MOVE "<table><tr><th>Day</th><th>Program</th><th>Outcome"
               & "</th><th>Parts</th><th>Elapsed cs</th><th>SLA cs"
               & "</th><th>Spool</th></tr>" TO LS-Html-Work.
           PERFORM HTML-PUT-ROUTINE.
           SET LS-SLA-Breach-CNT TO 0.
           SET LS-Reg-Open-BOOL TO 0.
           OPEN INPUT F-Registry-FILE.
           IF WS-Registry-FS = "00" THEN
               SET LS-Reg-Open-BOOL TO 1
           END-IF.
           PERFORM HTML-RESULT-ROW-ROUTINE
               VARYING LS-i FROM 1 BY 1 UNTIL LS-i > LS-Run-CNT.
           IF LS-Reg-Open-BOOL = 1 THEN
               CLOSE F-Registry-FILE
           END-IF.
           MOVE "</table>" TO LS-Html-Work.
           PERFORM HTML-PUT-ROUTINE.
           IF LS-SLA-Breach-CNT > 0 THEN
               STRING "<div class='ln alert'>SLA BREACHES: "
                          DELIMITED BY SIZE,
                      LS-SLA-Breach-CNT DELIMITED BY SIZE,
                      "</div>" DELIMITED BY SIZE
                      INTO LS-Html-Work
           ELSE
               MOVE "<div class='ln ok'>SLA BREACHES: none</div>"
                   TO LS-Html-Work
           END-IF.
           PERFORM HTML-PUT-ROUTINE.
       END-ROUTINE.

       HTML-RESULT-ROW-ROUTINE.
           EVALUATE LS-Run-Outcome(LS-i)
               WHEN "SUCCESS"
               WHEN "RETRIED-OK"
                   MOVE "ok" TO LS-Html-Row-Class
               WHEN "SKIPPED"
               WHEN "QUARANTINE"
                   MOVE "skip" TO LS-Html-Row-Class
               WHEN OTHER
                   MOVE "fail" TO LS-Html-Row-Class
           END-EVALUATE.
           MOVE SPACES TO LS-Line-Year, LS-Line-Day.
           UNSTRING LS-Run-YD(LS-i)
               DELIMITED BY "/"
               INTO LS-Line-Year, LS-Line-Day.
           MOVE SPACES TO LS-Html-SLA-Text, LS-Html-SLA-Class.
           MOVE ZERO TO LS-SLA-Limit.
           IF LS-Reg-Open-BOOL = 1 THEN
               MOVE LS-Line-Year TO REGX-Year
               MOVE LS-Line-Day TO REGX-Day
               READ F-Registry-FILE RECORD KEY IS REGX-Key
                   INVALID KEY
                       MOVE SPACES TO REGX-SLA
                   NOT INVALID KEY
                       CALL "registry_asof" USING LS-Run-Date,
                           REGX-REC, LS-Reg-Asof-Status
                           ON EXCEPTION
                               CONTINUE
                       END-CALL
               END-READ
               IF FUNCTION TEST-NUMVAL(REGX-SLA) = 0 THEN
                   MOVE FUNCTION NUMVAL(REGX-SLA) TO LS-SLA-Limit
                   MOVE REGX-SLA TO LS-Html-SLA-Text
               END-IF
           END-IF.
           IF LS-SLA-Limit > 0
            AND LS-Html-Row-Class NOT = "skip"
            AND LS-Run-Elapsed(LS-i) > LS-SLA-Limit THEN
               ADD 1 TO LS-SLA-Breach-CNT
               MOVE "alert" TO LS-Html-SLA-Class
           END-IF.
           MOVE SPACES TO LS-Html-Spool.
           IF LS-Html-Row-Class = "fail" THEN
               MOVE LS-Line-Day TO LS-Day-Padded
               IF LS-Day-Padded(2:1) = SPACE THEN
                   MOVE LS-Day-Padded(1:1) TO LS-Day-Padded(2:1)
                   MOVE "0" TO LS-Day-Padded(1:1)
               END-IF
               STRING WS-Spool-Dir DELIMITED BY SPACE,
                      "/" DELIMITED BY SIZE,
                      LS-Run-Date DELIMITED BY SIZE,
                      "_" DELIMITED BY SIZE,
                      LS-Line-Year DELIMITED BY SPACE,
                      "_" DELIMITED BY SIZE,
                      LS-Day-Padded DELIMITED BY SIZE,
                      "_" DELIMITED BY SIZE,
                      LS-Run-Prog(LS-i) DELIMITED BY SPACE,
                      ".txt" DELIMITED BY SIZE
                      INTO LS-Html-Spool
           END-IF.
           STRING "<tr><td>" DELIMITED BY SIZE,
                  LS-Run-YD(LS-i) DELIMITED BY SPACE,
                  "</td><td>" DELIMITED BY SIZE,
                  LS-Run-Prog(LS-i) DELIMITED BY SPACE,
                  "</td><td class='" DELIMITED BY SIZE,
                  LS-Html-Row-Class DELIMITED BY SPACE,
                  "'>" DELIMITED BY SIZE,
                  LS-Run-Outcome(LS-i) DELIMITED BY SPACE,
                  "</td><td>" DELIMITED BY SIZE,
                  LS-Run-Parts(LS-i) DELIMITED BY SIZE,
                  "</td><td class='" DELIMITED BY SIZE,
                  LS-Html-SLA-Class DELIMITED BY SPACE,
                  "'>" DELIMITED BY SIZE,
                  LS-Run-Elapsed(LS-i) DELIMITED BY SIZE,
                  "</td><td>" DELIMITED BY SIZE,
                  LS-Html-SLA-Text DELIMITED BY SPACE,
                  "</td><td>" DELIMITED BY SIZE
                  INTO LS-Html-Work.
           IF LS-Html-Spool NOT = SPACES THEN
               MOVE LS-Html-Work TO LS-Html-Text
               MOVE SPACES TO LS-Html-Work
               STRING FUNCTION TRIM(LS-Html-Text TRAILING)
                          DELIMITED BY SIZE,
                      "<a href='" DELIMITED BY SIZE,
                      LS-Html-Spool DELIMITED BY SPACE,
                      "'>spool</a>" DELIMITED BY SIZE
                      INTO LS-Html-Work
           END-IF.
           MOVE LS-Html-Work TO LS-Html-Text.
           MOVE SPACES TO LS-Html-Work.
           STRING FUNCTION TRIM(LS-Html-Text TRAILING)
                      DELIMITED BY SIZE,
                  "</td></tr>" DELIMITED BY SIZE
                  INTO LS-Html-Work.
           PERFORM HTML-PUT-ROUTINE.
       END-ROUTINE.

       HTML-CLOSE-ROUTINE.
           IF WS-Html-Open-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "</body></html>" TO LS-Html-Work.
           PERFORM HTML-PUT-ROUTINE.
           CLOSE F-Html-FILE.
           SET WS-Html-Open-BOOL TO 0.
           MOVE "ADD " TO LS-Html-Op.
           MOVE "D" TO LS-Html-Kind.
           MOVE LS-Run-Date TO LS-Html-Date.
           PERFORM HTML-INDEX-CALL-ROUTINE.
           DISPLAY "HTML page written to "
                   FUNCTION TRIM(WS-Html-FileName).
       END-ROUTINE.

       LOAD-MASTER-ROUTINE.
      *> One pass over the consolidated history master fills both the
      *> run table and the prior-run table; falling out with an empty
                   MOVE HMX-Outcome
                       TO LS-Run-Outcome(LS-Run-CNT)
                   MOVE HMX-Elapsed TO LS-Run-Elapsed(LS-Run-CNT)
                   MOVE HMX-Parts TO LS-Run-Parts(LS-Run-CNT)
               END-IF
           ELSE
           IF HMX-Date < LS-Run-Date THEN
           ADD 1 TO LS-Since-Trailer.
           IF LS-Load-Phase = 1 THEN
               IF LS-Run-CNT < 300 THEN
                   PERFORM PICK-PARTS-ROUTINE
                   ADD 1 TO LS-Run-CNT
                   MOVE LS-Line-Parts TO LS-Run-Parts(LS-Run-CNT)
                   MOVE LS-Line-YearDay TO LS-Run-YD(LS-Run-CNT)
                   MOVE LS-Line-File TO LS-Run-Prog(LS-Run-CNT)
                   MOVE LS-Line-Outcome
           END-IF.
       END-ROUTINE.

       PICK-PARTS-ROUTINE.
      *> the PT= stamp follows SEQ= on lines written since parts were
      *> tracked; older lines have none and leave the parts blank
           MOVE SPACES TO LS-Line-Parts.
           SET LS-PT-Pos TO 0.
           INSPECT F-History-LINE TALLYING LS-PT-Pos
               FOR CHARACTERS BEFORE INITIAL " PT=".
           IF LS-PT-Pos < 195 THEN
               MOVE F-History-LINE(LS-PT-Pos + 5:2) TO LS-Line-Parts
           END-IF.
       END-ROUTINE.

       HEADER-SECTION-ROUTINE.
           STRING "=== MORNING DASHBOARD FOR RUN " DELIMITED BY SIZE,
                  LS-Run-Date DELIMITED BY SIZE,
                   WHEN OTHER
                       ADD 1 TO LS-Fail-CNT
               END-EVALUATE
               MOVE LS-Run-Parts(LS-i)(1:1) TO LS-Part-Code
               PERFORM COUNT-PART-ROUTINE
               MOVE LS-Run-Parts(LS-i)(2:1) TO LS-Part-Code
               PERFORM COUNT-PART-ROUTINE
           END-PERFORM.
           IF LS-Incomplete-BOOL = 1 THEN
               MOVE "*** HISTORY FILE INCOMPLETE - no end-of-run "
                  LS-Skip-CNT DELIMITED BY SIZE
                  INTO LS-Report-LINE.
           PERFORM PUT-REPORT-ROUTINE.
      *> the same run counted by part, for the days whose history
      *> carries part outcomes
           STRING "PARTS:  pass " DELIMITED BY SIZE,
                  LS-Part-Pass-CNT DELIMITED BY SIZE,
                  " (alternate " DELIMITED BY SIZE,
                  LS-Part-Alt-CNT DELIMITED BY SIZE,
                  ", on retry " DELIMITED BY SIZE,
                  LS-Part-Retry-CNT DELIMITED BY SIZE,
                  ")  fail " DELIMITED BY SIZE,
                  LS-Part-Fail-CNT DELIMITED BY SIZE,
                  "  skip " DELIMITED BY SIZE,
                  LS-Part-Skip-CNT DELIMITED BY SIZE,
                  "  quarantined " DELIMITED BY SIZE,
                  LS-Part-Quar-CNT DELIMITED BY SIZE
                  INTO LS-Report-LINE.
           PERFORM PUT-REPORT-ROUTINE.
       END-ROUTINE.

       COUNT-PART-ROUTINE.
           EVALUATE LS-Part-Code
               WHEN "P"
                   ADD 1 TO LS-Part-Pass-CNT
               WHEN "A"
                   ADD 1 TO LS-Part-Pass-CNT
                   ADD 1 TO LS-Part-Alt-CNT
               WHEN "R"
                   ADD 1 TO LS-Part-Pass-CNT
                   ADD 1 TO LS-Part-Retry-CNT
               WHEN "F"
                   ADD 1 TO LS-Part-Fail-CNT
               WHEN "S"
                   ADD 1 TO LS-Part-Skip-CNT
               WHEN "Q"
                   ADD 1 TO LS-Part-Quar-CNT
           END-EVALUATE.
       END-ROUTINE.

       REGRESSION-SECTION-ROUTINE.
                  "):" DELIMITED BY SIZE
                  INTO LS-Report-LINE.
           PERFORM PUT-REPORT-ROUTINE.
           MOVE "fail" TO LS-Html-Class.
           SET LS-Regress-CNT TO 0.
           PERFORM VARYING LS-i FROM 1 UNTIL LS-i > LS-Run-CNT
               IF LS-Run-Outcome(LS-i) NOT = "SUCCESS"
                                  LS-Run-Outcome(LS-i)
                                      DELIMITED BY SIZE
                                  INTO LS-Report-LINE
                           IF LS-Run-Parts(LS-i) NOT = SPACES THEN
                               PERFORM APPEND-PARTS-ROUTINE
                           END-IF
                           PERFORM PUT-REPORT-ROUTINE
                       END-IF
                   END-IF
           END-IF.
       END-ROUTINE.

       APPEND-PARTS-ROUTINE.
           MOVE LS-Report-LINE TO LS-Part-Work.
           MOVE SPACES TO LS-Report-LINE.
           STRING FUNCTION TRIM(LS-Part-Work TRAILING)
                      DELIMITED BY SIZE,
                  " (part 1 " DELIMITED BY SIZE,
                  LS-Run-Parts(LS-i)(1:1) DELIMITED BY SIZE,
                  ", part 2 " DELIMITED BY SIZE,
                  LS-Run-Parts(LS-i)(2:1) DELIMITED BY SIZE,
                  ")" DELIMITED BY SIZE
                  INTO LS-Report-LINE.
       END-ROUTINE.

       SLOWEST-SECTION-ROUTINE.
           MOVE SPACES TO LS-Report-LINE.
           STRING "SLOWEST " DELIMITED BY SIZE,
           END-PERFORM.
       END-ROUTINE.

       UNUSUAL-SECTION-ROUTINE.
      *> not SLA breaches: runs well outside their own day's normal
      *> band either way, as judged by run_anomaly
           MOVE "UNUSUAL RUN TIMES (vs own history, elapsed cs):"
               TO LS-Report-LINE.
           PERFORM PUT-REPORT-ROUTINE.
           MOVE "warn" TO LS-Html-Class.
           MOVE SPACES TO WS-Anomaly-FileName.
           STRING "run_anomalies_" DELIMITED BY SIZE,
                  LS-Run-Date DELIMITED BY SIZE,
                  ".txt" DELIMITED BY SIZE
                  INTO WS-Anomaly-FileName.
           OPEN INPUT F-Anomaly-FILE.
           IF WS-Anomaly-FS NOT = "00" THEN
               MOVE "  (not checked - run_anomaly has not run)"
                   TO LS-Report-LINE
               PERFORM PUT-REPORT-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           SET LS-k TO 0.
           SET LS-EOF-BOOL TO 0.
           PERFORM READ-ANOMALY-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-Anomaly-FILE.
           IF LS-k = 0 THEN
               MOVE "  (none)" TO LS-Report-LINE
               PERFORM PUT-REPORT-ROUTINE
           END-IF.
       END-ROUTINE.

       READ-ANOMALY-ROUTINE.
           READ F-Anomaly-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   ADD 1 TO LS-k
                   MOVE SPACES TO LS-Report-LINE
                   STRING "  " DELIMITED BY SIZE,
                          ANO-Direction DELIMITED BY SIZE,
                          " " DELIMITED BY SIZE,
                          ANO-Elapsed DELIMITED BY SIZE,
                          " " DELIMITED BY SIZE,
                          ANO-YearDay DELIMITED BY SPACE,
                          " " DELIMITED BY SIZE,
                          FUNCTION TRIM(ANO-Program)
                              DELIMITED BY SIZE,
                          " RUN " DELIMITED BY SIZE,
                          ANO-Run DELIMITED BY SIZE,
                          " normal " DELIMITED BY SIZE,
                          ANO-Low DELIMITED BY SIZE,
                          "-" DELIMITED BY SIZE,
                          ANO-High DELIMITED BY SIZE,
                          " mean " DELIMITED BY SIZE,
                          ANO-Mean DELIMITED BY SIZE,
                          " of " DELIMITED BY SIZE,
                          ANO-Samples DELIMITED BY SIZE,
                          " runs" DELIMITED BY SIZE
                          INTO LS-Report-LINE
                   PERFORM PUT-REPORT-ROUTINE
           END-READ.
       END-ROUTINE.

       REGISTRY-SECTION-ROUTINE.
           MOVE "REGISTRY DAYS THAT NEVER RAN:" TO LS-Report-LINE.
           PERFORM PUT-REPORT-ROUTINE.
           MOVE "warn" TO LS-Html-Class.
           OPEN INPUT F-Registry-FILE.
           IF WS-Registry-FS NOT = "00" THEN
               MOVE "  (registry.idx not readable)"
               PERFORM PUT-REPORT-ROUTINE
           END-IF.
           PERFORM QUARANTINE-SECTION-ROUTINE.
           PERFORM FLAKY-SECTION-ROUTINE.
       END-ROUTINE.

       READ-REGISTRY-ROUTINE.
       END-ROUTINE.

       DO-REGISTRY-REC-ROUTINE.
      *> judged by the registry version in force on the run date: a
      *> day not yet (or no longer) in force was not due to run
           CALL "registry_asof" USING LS-Run-Date, REGX-REC,
               LS-Reg-Asof-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF REGX-Active = "I" THEN
               EXIT PARAGRAPH
           END-IF.
           IF REGX-Active = "Q"
            OR REGX-Active = "1" OR REGX-Active = "2" THEN
      *> quarantined days are reported under their own heading, not
      *> as never-ran noise; a day with one part quarantined still
      *> runs, and is listed with the part held out
               IF LS-Quar-CNT < 50 THEN
                   ADD 1 TO LS-Quar-CNT
                   MOVE SPACES TO LS-Quar-YD(LS-Quar-CNT)
                          INTO LS-Quar-YD(LS-Quar-CNT)
                   MOVE REGX-Program
                       TO LS-Quar-Prog(LS-Quar-CNT)
                   MOVE REGX-Active TO LS-Quar-Part(LS-Quar-CNT)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE "QUARANTINED DAYS (release in registry_maint):"
               TO LS-Report-LINE.
           PERFORM PUT-REPORT-ROUTINE.
           MOVE "skip" TO LS-Html-Class.
           IF LS-Quar-CNT = 0 THEN
               MOVE "  (none)" TO LS-Report-LINE
               PERFORM PUT-REPORT-ROUTINE
                      FUNCTION TRIM(LS-Quar-Prog(LS-i))
                          DELIMITED BY SIZE
                      INTO LS-Report-LINE
               IF LS-Quar-Part(LS-i) NOT = "Q" THEN
                   MOVE LS-Report-LINE TO LS-Part-Work
                   MOVE SPACES TO LS-Report-LINE
                   STRING FUNCTION TRIM(LS-Part-Work TRAILING)
                              DELIMITED BY SIZE,
                          " part " DELIMITED BY SIZE,
                          LS-Quar-Part(LS-i) DELIMITED BY SIZE,
                          " only" DELIMITED BY SIZE
                          INTO LS-Report-LINE
               END-IF
               PERFORM PUT-REPORT-ROUTINE
           END-PERFORM.
       END-ROUTINE.

       FLAKY-SECTION-ROUTINE.
      *> not quarantined - these still run every night - but their
      *> failures are as likely noise as news
           MOVE "FLAKY DAYS (pass/fail flips on unchanged input):"
               TO LS-Report-LINE.
           PERFORM PUT-REPORT-ROUTINE.
           MOVE "warn" TO LS-Html-Class.
           OPEN INPUT F-Flaky-FILE.
           IF WS-Flaky-FS NOT = "00" THEN
               MOVE "  (not checked - flaky_report has not run)"
                   TO LS-Report-LINE
               PERFORM PUT-REPORT-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           SET LS-k TO 0.
           SET LS-EOF-BOOL TO 0.
           PERFORM READ-FLAKY-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-Flaky-FILE.
           IF LS-k = 0 THEN
               MOVE "  (none)" TO LS-Report-LINE
               PERFORM PUT-REPORT-ROUTINE
           END-IF.
       END-ROUTINE.

       READ-FLAKY-ROUTINE.
           READ F-Flaky-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   ADD 1 TO LS-k
                   MOVE SPACES TO LS-Report-LINE
                   STRING "  " DELIMITED BY SIZE,
                          FLK-YearDay DELIMITED BY SPACE,
                          " " DELIMITED BY SIZE,
                          FUNCTION TRIM(FLK-Program)
                              DELIMITED BY SIZE,
                          " part " DELIMITED BY SIZE,
                          FLK-Part DELIMITED BY SIZE,
                          " FLAKY " DELIMITED BY SIZE,
                          FLK-Flips DELIMITED BY SIZE,
                          "/" DELIMITED BY SIZE,
                          FLK-Pairs DELIMITED BY SIZE,
                          " flipped (" DELIMITED BY SIZE,
                          FLK-Rate DELIMITED BY SIZE,
                          "%) " DELIMITED BY SIZE,
                          FLK-Pattern DELIMITED BY SPACE
                          INTO LS-Report-LINE
                   PERFORM PUT-REPORT-ROUTINE
           END-READ.
       END-ROUTINE.

       CHECKPOINT-SECTION-ROUTINE.
           MOVE "RESTART CHECKPOINT:" TO LS-Report-LINE.
           PERFORM PUT-REPORT-ROUTINE.
           MOVE "alert" TO LS-Html-Class.
           OPEN INPUT F-Restart-FILE.
           IF WS-Restart-FS NOT = "00" THEN
               MOVE "  (none - run completed or never started)"
           MOVE "OPEN OPERATOR ALERTS (work off in alert_console):"
               TO LS-Report-LINE.
           PERFORM PUT-REPORT-ROUTINE.
           MOVE "alert" TO LS-Html-Class.
           OPEN INPUT F-Alert-FILE.
           IF WS-Alert-FS NOT = "00" THEN
               MOVE "  (none - no alert file)" TO LS-Report-LINE
           END-READ.
       END-ROUTINE.

       SIDE-OUTPUTS-SECTION-ROUTINE.
      *> where last night's heatmaps, traces and schedules went -
      *> every run of the date, one line per archived file
           MOVE "ARCHIVED SIDE OUTPUTS:" TO LS-Report-LINE.
           PERFORM PUT-REPORT-ROUTINE.
           OPEN INPUT F-Side-FILE.
           IF WS-Side-FS NOT = "00" THEN
               MOVE "  (none - no side_archive.txt)" TO LS-Report-LINE
               PERFORM PUT-REPORT-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           SET LS-k TO 0.
           SET LS-EOF-BOOL TO 0.
           PERFORM READ-SIDE-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-Side-FILE.
           IF LS-k = 0 THEN
               MOVE "  (none)" TO LS-Report-LINE
               PERFORM PUT-REPORT-ROUTINE
           END-IF.
       END-ROUTINE.

       READ-SIDE-ROUTINE.
           READ F-Side-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   IF SAR-Run-Date = LS-Run-Date THEN
                       ADD 1 TO LS-k
                       MOVE SPACES TO LS-Report-LINE
                       STRING "  RUN " DELIMITED BY SIZE,
                              SAR-Run-Number DELIMITED BY SIZE,
                              " " DELIMITED BY SIZE,
                              SAR-Year DELIMITED BY SPACE,
                              "/" DELIMITED BY SIZE,
                              SAR-Day DELIMITED BY SPACE,
                              " " DELIMITED BY SIZE,
                              FUNCTION TRIM(SAR-File)
                                  DELIMITED BY SIZE,
                              " " DELIMITED BY SIZE,
                              SAR-Records DELIMITED BY SIZE,
                              " rec -> " DELIMITED BY SIZE,
                              FUNCTION TRIM(SAR-Archive-Name)
                                  DELIMITED BY SIZE
                              INTO LS-Report-LINE
                       PERFORM PUT-REPORT-ROUTINE
                   END-IF
           END-READ.
       END-ROUTINE.

       NEXT-RUN-SECTION-ROUTINE.
      *> The next "R" entry on the run calendar after the report date,
      *> so the shift lead sees the next scheduled run night without
           END-READ.
       END-ROUTINE.

       HANDOVER-SECTION-ROUTINE.
      *> what the last shift handed on, so the shift lead reads it
      *> with the results rather than from a sticky note
           MOVE "LAST SHIFT HANDOVER (shift_log):" TO LS-Report-LINE.
           PERFORM PUT-REPORT-ROUTINE.
           SET LS-Hand-BOOL TO 0.
           SET LS-Item-CNT TO 0.
           OPEN INPUT F-Shift-FILE.
           IF WS-Shift-FS NOT = "00" THEN
               MOVE "  (none - no shift log)" TO LS-Report-LINE
               PERFORM PUT-REPORT-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           SET LS-EOF-BOOL TO 0.
           PERFORM READ-SHIFT-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-Shift-FILE.
           IF LS-Hand-BOOL = 0 THEN
               MOVE "  (no shift handed over yet)" TO LS-Report-LINE
               PERFORM PUT-REPORT-ROUTINE
           ELSE
               STRING "  shift " DELIMITED BY SIZE,
                      LS-Hand-Shift DELIMITED BY SIZE,
                      " handed over " DELIMITED BY SIZE,
                      LS-Hand-Date DELIMITED BY SIZE,
                      " " DELIMITED BY SIZE,
                      LS-Hand-Time(1:4) DELIMITED BY SIZE,
                      " by " DELIMITED BY SIZE,
                      LS-Hand-User DELIMITED BY SPACE,
                      ": " DELIMITED BY SIZE,
                      LS-Hand-Events DELIMITED BY SIZE,
                      " event(s), " DELIMITED BY SIZE,
                      LS-Hand-Opened DELIMITED BY SIZE,
                      " item(s) raised, " DELIMITED BY SIZE,
                      LS-Hand-Closed DELIMITED BY SIZE,
                      " closed, " DELIMITED BY SIZE,
                      LS-Hand-Carried DELIMITED BY SIZE,
                      " handed on" DELIMITED BY SIZE
                      INTO LS-Report-LINE
               PERFORM PUT-REPORT-ROUTINE
               STRING "  " DELIMITED BY SIZE,
                      LS-Hand-Summary DELIMITED BY SIZE
                      INTO LS-Report-LINE
               PERFORM PUT-REPORT-ROUTINE
           END-IF.
           MOVE "alert" TO LS-Html-Class.
           PERFORM VARYING LS-i FROM 1 UNTIL LS-i > LS-Item-CNT
                   OR LS-i > LS-Item-Show-CONST
               STRING "  open item " DELIMITED BY SIZE,
                      LS-Item-NUM(LS-i) DELIMITED BY SIZE,
                      " (shift " DELIMITED BY SIZE,
                      LS-Item-Shift(LS-i) DELIMITED BY SIZE,
                      " run " DELIMITED BY SIZE,
                      LS-Item-Run(LS-i) DELIMITED BY SIZE,
                      ") " DELIMITED BY SIZE,
                      LS-Item-Text(LS-i) DELIMITED BY SIZE
                      INTO LS-Report-LINE
               PERFORM PUT-REPORT-ROUTINE
           END-PERFORM.
           IF LS-Item-CNT > LS-Item-Show-CONST THEN
               COMPUTE LS-k = LS-Item-CNT - LS-Item-Show-CONST
               STRING "  ... and " DELIMITED BY SIZE,
                      LS-k DELIMITED BY SIZE,
                      " more open item(s) - see shift_log"
                          DELIMITED BY SIZE
                      INTO LS-Report-LINE
               PERFORM PUT-REPORT-ROUTINE
           END-IF.
       END-ROUTINE.

       READ-SHIFT-ROUTINE.
           READ F-Shift-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   EVALUATE SHL-Type
                       WHEN "H"
                           SET LS-Hand-BOOL TO 1
                           MOVE SHL-Shift TO LS-Hand-Shift
                           MOVE SHL-Date TO LS-Hand-Date
                           MOVE SHL-Time TO LS-Hand-Time
                           MOVE SHL-User TO LS-Hand-User
                           MOVE SHL-Event-CNT TO LS-Hand-Events
                           MOVE SHL-Opened-CNT TO LS-Hand-Opened
                           MOVE SHL-Closed-CNT TO LS-Hand-Closed
                           MOVE SHL-Carried-CNT TO LS-Hand-Carried
                           MOVE SHL-Summary TO LS-Hand-Summary
                       WHEN "I"
                           IF LS-Item-CNT < 500 THEN
                               ADD 1 TO LS-Item-CNT
                               MOVE SHL-Item TO LS-Item-NUM(LS-Item-CNT)
                               MOVE SHL-Shift
                                   TO LS-Item-Shift(LS-Item-CNT)
                               MOVE SHL-Run TO LS-Item-Run(LS-Item-CNT)
                               MOVE SHL-Text
                                   TO LS-Item-Text(LS-Item-CNT)
                           END-IF
                       WHEN "X"
                           PERFORM DROP-SHIFT-ITEM-ROUTINE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       END-ROUTINE.

       DROP-SHIFT-ITEM-ROUTINE.
           SET LS-Found-Slot TO 0.
           PERFORM VARYING LS-j FROM 1 UNTIL LS-j > LS-Item-CNT
               IF LS-Item-NUM(LS-j) = SHL-Item THEN
                   MOVE LS-j TO LS-Found-Slot
               END-IF
           END-PERFORM.
           IF LS-Found-Slot = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING LS-j FROM LS-Found-Slot
                   UNTIL LS-j >= LS-Item-CNT
               MOVE LS-Item-REC(LS-j + 1) TO LS-Item-REC(LS-j)
           END-PERFORM.
           SUBTRACT 1 FROM LS-Item-CNT.
       END-ROUTINE.

       PAGE-REPORT-ROUTINE.
      *> standard page headers and end-of-report trailer; the
      *> condition code already set is kept
           MOVE RETURN-CODE TO WS-Report-RC.
           MOVE "PAGE  " TO RPT-Op.
           MOVE WS-Report-FileName TO RPT-File-Name.
           MOVE "DASHBRD" TO RPT-Report-Id.
           MOVE "OPERATIONS DASHBOARD" TO RPT-Title.
           MOVE "dashboard" TO RPT-Program.
           CALL "report_writer" USING RPT-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE WS-Report-RC TO RETURN-CODE.
       END-ROUTINE.

       END PROGRAM dashboard.
