      *> SLA compliance percentage per registered day program over
      *> the week, and the five slowest and five most-failing days.
      *> Written to weekly_summary_YYYYMMDD.txt and echoed to the
      *> terminal so it can be handed over unedited, and published as
      *> weekly_summary_YYYYMMDD.html for the intranet: SLA lines
      *> short of 100 pct and failing days highlighted, with links
      *> to each day's dashboard page and to index.html (html_index).
      *> Usage: weekly_summary [YYYYMMDD]   (default today)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT F-Report-FILE
           ASSIGN TO WS-Report-FileName
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-Html-FILE
           ASSIGN TO WS-Html-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Html-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-History-FILE.
       01 F-History-LINE PIC X(200).

       FD F-Registry-FILE.
       COPY "registry-master-idx.cpy".
       FD F-Report-FILE.
       01 F-Report-LINE PIC X(120).

       FD F-Html-FILE.
       01 F-Html-LINE PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-History-FileName PIC X(40) VALUE SPACES.
       01 WS-History-FS PIC XX.
       01 WS-Registry-FS PIC XX.
       01 WS-Registry-Open-BOOL PIC 9(1) VALUE 0.
       01 WS-Report-FileName PIC X(40) VALUE SPACES.
       01 WS-Report-RC PIC S9(4) VALUE ZERO.
       COPY "report-page.cpy".
       01 WS-Html-FileName PIC X(40) VALUE SPACES.
       01 WS-Html-FS PIC XX.
       01 WS-Html-Open-BOOL PIC 9(1) VALUE 0.
       COPY "html-style.cpy".

       LOCAL-STORAGE SECTION.
       01 LS-EOF-BOOL PIC 9(1) VALUE 0.
       01 LS-Rate PIC 9(3) VALUE ZERO.
       01 LS-SLA-Limit PIC 9(6) VALUE ZERO.

      *> HTML page: class of the report lines under the current
      *> heading (or of the one line about to go out), the escaped
      *> text of one line and the link lookups
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

       01 LS-Agg-CNT PIC 9(3) VALUE ZERO.
       01 LS-Agg-Max-CONST PIC 9(3) VALUE 200.
       01 LS-Agg-TBL.
                  ".txt" DELIMITED BY SIZE
                  INTO WS-Report-FileName.
           OPEN OUTPUT F-Report-FILE.
           PERFORM HTML-OPEN-ROUTINE.
           PERFORM TOTALS-SECTION-ROUTINE.
           PERFORM SLA-SECTION-ROUTINE.
           PERFORM SLOWEST-SECTION-ROUTINE.
           PERFORM FAILING-SECTION-ROUTINE.
           PERFORM HTML-DAYS-ROUTINE.
           CLOSE F-Report-FILE.
           PERFORM PAGE-REPORT-ROUTINE.
           DISPLAY "Weekly summary written to "
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
      *> text summary still goes out
           MOVE SPACES TO WS-Html-FileName.
           STRING "weekly_summary_" DELIMITED BY SIZE,
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
           STRING "<title>Weekly summary to " DELIMITED BY SIZE,
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
           MOVE "HAVE" TO LS-Html-Op.
           MOVE "D" TO LS-Html-Kind.
           MOVE LS-Run-Date TO LS-Html-Date.
           PERFORM HTML-INDEX-CALL-ROUTINE.
           IF LS-Html-Link NOT = SPACES THEN
               STRING " | <a href='" DELIMITED BY SIZE,
                      LS-Html-Link DELIMITED BY SPACE,
                      "'>dashboard " DELIMITED BY SIZE,
                      LS-Run-Date DELIMITED BY SIZE,
                      "</a>" DELIMITED BY SIZE
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
      *> every text line goes on the page too: "===" is the title, an
      *> unindented line ending in ":" a section heading, and other
      *> lines take the class set in LS-Html-Class
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
               WHEN LS-Report-LINE(1:1) NOT = SPACE
                AND LS-Report-LINE(LS-Html-Len:1) = ":"
                   MOVE SPACES TO LS-Html-Class
                   STRING "<h2>" DELIMITED BY SIZE,
                          LS-Html-Text(1:LS-Html-Ptr - 1)
                              DELIMITED BY SIZE,
                          "</h2>" DELIMITED BY SIZE
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

       HTML-DAYS-ROUTINE.
      *> page only: the week's seven dashboard pages, linked where
      *> they were published
           IF WS-Html-Open-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "<h2>DAILY PAGES:</h2>" TO LS-Html-Work.
           PERFORM HTML-PUT-ROUTINE.
           PERFORM HTML-DAY-LINK-ROUTINE
               VARYING LS-Scan-INT FROM LS-Week-INT BY 1
               UNTIL LS-Scan-INT > LS-Today-INT.
       END-ROUTINE.

       HTML-DAY-LINK-ROUTINE.
           MOVE FUNCTION DATE-OF-INTEGER(LS-Scan-INT)
               TO LS-Scan-Date.
           MOVE "HAVE" TO LS-Html-Op.
           MOVE "D" TO LS-Html-Kind.
           MOVE LS-Scan-Date TO LS-Html-Date.
           PERFORM HTML-INDEX-CALL-ROUTINE.
           IF LS-Html-Link NOT = SPACES THEN
               STRING "<div class='ln'>  <a href='" DELIMITED BY SIZE,
                      LS-Html-Link DELIMITED BY SPACE,
                      "'>" DELIMITED BY SIZE,
                      LS-Scan-Date DELIMITED BY SIZE,
                      "</a></div>" DELIMITED BY SIZE
                      INTO LS-Html-Work
           ELSE
               STRING "<div class='ln skip'>  " DELIMITED BY SIZE,
                      LS-Scan-Date DELIMITED BY SIZE,
                      " (no dashboard page)</div>" DELIMITED BY SIZE
                      INTO LS-Html-Work
           END-IF.
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
           MOVE "W" TO LS-Html-Kind.
           MOVE LS-Run-Date TO LS-Html-Date.
           PERFORM HTML-INDEX-CALL-ROUTINE.
           DISPLAY "HTML page written to "
                   FUNCTION TRIM(WS-Html-FileName).
       END-ROUTINE.

       OPEN-REGISTRY-ROUTINE.
           OPEN INPUT F-Registry-FILE.
           IF WS-Registry-FS = "00" THEN
                          LS-Agg-SLA-Runs(LS-i) DELIMITED BY SIZE,
                          " within SLA)" DELIMITED BY SIZE
                          INTO LS-Report-LINE
                   IF LS-Rate < 100 THEN
                       MOVE "alert" TO LS-Html-Class
                   ELSE
                       MOVE "ok" TO LS-Html-Class
                   END-IF
                   PERFORM PUT-REPORT-ROUTINE
               END-IF
           END-PERFORM.
                      FUNCTION TRIM(LS-Agg-Prog(LS-i))
                          DELIMITED BY SIZE
                      INTO LS-Report-LINE
               IF LS-Agg-Fail(LS-i) > 0 THEN
                   MOVE "fail" TO LS-Html-Class
               ELSE
                   MOVE SPACES TO LS-Html-Class
               END-IF
               PERFORM PUT-REPORT-ROUTINE
           END-PERFORM.
       END-ROUTINE.

       PAGE-REPORT-ROUTINE.
      *> standard page headers and end-of-report trailer; the
      *> condition code already set is kept
           MOVE RETURN-CODE TO WS-Report-RC.
           MOVE "PAGE  " TO RPT-Op.
           MOVE WS-Report-FileName TO RPT-File-Name.
           MOVE "WEEKSUM" TO RPT-Report-Id.
           MOVE "WEEKLY SUMMARY" TO RPT-Title.
           MOVE "weekly_summary" TO RPT-Program.
           CALL "report_writer" USING RPT-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE WS-Report-RC TO RETURN-CODE.
       END-ROUTINE.

       END PROGRAM weekly_summary.
