       IDENTIFICATION DIVISION.
       PROGRAM-ID. html_index.
      *> Register of the HTML pages published for the intranet and
      *> the index page over them. dashboard and weekly_summary write
      *> an HTML page beside each text report and hand it in here:
      *>   ADD   L-Kind "D" (dashboard_YYYYMMDD.html) or "W"
      *>         (weekly_summary_YYYYMMDD.html) for L-Date is noted
      *>         in html_pages.txt and index.html is rebuilt: the
      *>         last N run dates (HTMLDAYS profile key, default 14)
      *>         with their daily page and the weekly page covering
      *>         them, then the last N weekly pages
      *>   WEEK  the weekly page whose seven days cover L-Date comes
      *>         back in L-Link (spaces when none is published)
      *>   HAVE  the L-Kind page for L-Date comes back in L-Link when
      *>         it has been published, so pages link only to pages
      *>         that are there
      *> The register keeps one line per page: kind, date, file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Page-FILE
           ASSIGN TO "html_pages.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Page-FS.
           SELECT F-Index-FILE
           ASSIGN TO "index.html"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Index-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Page-FILE.
       01 F-Page-REC.
         02 F-Page-Kind PIC X(1).
         02 FILLER PIC X(1).
         02 F-Page-Date PIC X(8).
         02 FILLER PIC X(1).
         02 F-Page-Name PIC X(40).

       FD F-Index-FILE.
       01 F-Index-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-Page-FS PIC XX.
       01 WS-Index-FS PIC XX.
       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       COPY "html-style.cpy".

       01 WS-Page-Max-CONST PIC 9(4) VALUE 1000.
       01 WS-Page-CNT PIC 9(4) VALUE ZERO.
       01 WS-Page-TBL.
         02 WS-Page-REC OCCURS 1000 TIMES.
           03 WS-Page-Date PIC X(8).
           03 WS-Page-Kind PIC X(1).
           03 WS-Page-File PIC X(40).
       01 WS-i PIC 9(4) VALUE ZERO.
       01 WS-j PIC 9(4) VALUE ZERO.
       01 WS-Found-i PIC 9(4) VALUE ZERO.
       01 WS-Shown PIC 9(4) VALUE ZERO.
       01 WS-Keep PIC 9(4) VALUE 14.
       01 WS-Date-INT PIC 9(8) VALUE ZERO.
       01 WS-Week-INT PIC 9(8) VALUE ZERO.
       01 WS-Best-Date PIC X(8) VALUE SPACES.
       01 WS-Cover-Link PIC X(40) VALUE SPACES.
       01 WS-Index-Work PIC X(200) VALUE SPACES.
       01 WS-Index-Hold PIC X(200) VALUE SPACES.
       01 WS-Stamp PIC X(14) VALUE SPACES.

       01 WS-Profile-Key PIC X(12) VALUE SPACES.
       01 WS-Profile-Value PIC X(20) VALUE SPACES.
       01 WS-Profile-Found PIC 9(1) VALUE ZERO.

       LINKAGE SECTION.
       01 L-Op PIC X(4).
       01 L-Kind PIC X(1).
       01 L-Date PIC X(8).
       01 L-Link PIC X(40).

       PROCEDURE DIVISION USING L-Op, L-Kind, L-Date, L-Link.
       MAIN-ROUTINE.
           PERFORM LOAD-PAGES-ROUTINE.
           EVALUATE L-Op
               WHEN "ADD "
                   PERFORM ADD-PAGE-ROUTINE
               WHEN "WEEK"
                   PERFORM FIND-WEEK-ROUTINE
                   MOVE WS-Cover-Link TO L-Link
               WHEN "HAVE"
                   PERFORM FIND-PAGE-ROUTINE
                   MOVE SPACES TO L-Link
                   IF WS-Found-i > 0 THEN
                       MOVE WS-Page-File(WS-Found-i) TO L-Link
                   END-IF
               WHEN OTHER
                   DISPLAY "html_index: unknown request '" L-Op "'"
                   MOVE SPACES TO L-Link
           END-EVALUATE.
           EXIT PROGRAM.
       END-ROUTINE.

       LOAD-PAGES-ROUTINE.
           SET WS-Page-CNT TO 0.
           MOVE SPACES TO WS-Page-TBL.
           OPEN INPUT F-Page-FILE.
           IF WS-Page-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-PAGE-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Page-FILE.
       END-ROUTINE.

       READ-PAGE-ROUTINE.
           READ F-Page-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF F-Page-Date NOT = SPACES
                    AND WS-Page-CNT < WS-Page-Max-CONST THEN
                       ADD 1 TO WS-Page-CNT
                       MOVE F-Page-Date TO WS-Page-Date(WS-Page-CNT)
                       MOVE F-Page-Kind TO WS-Page-Kind(WS-Page-CNT)
                       MOVE F-Page-Name TO WS-Page-File(WS-Page-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       FIND-PAGE-ROUTINE.
           MOVE 0 TO WS-Found-i.
           PERFORM VARYING WS-i FROM 1 BY 1
                   UNTIL WS-i > WS-Page-CNT OR WS-Found-i > 0
               IF WS-Page-Kind(WS-i) = L-Kind
                AND WS-Page-Date(WS-i) = L-Date THEN
                   MOVE WS-i TO WS-Found-i
               END-IF
           END-PERFORM.
       END-ROUTINE.

       FIND-WEEK-ROUTINE.
      *> a weekly summary dated W covers W-6 through W; the earliest
      *> such page on or after the date is the one that covers it
           MOVE SPACES TO WS-Cover-Link, WS-Best-Date.
           IF FUNCTION TEST-NUMVAL(L-Date) NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(L-Date))
               TO WS-Date-INT.
           PERFORM VARYING WS-i FROM 1 BY 1 UNTIL WS-i > WS-Page-CNT
               IF WS-Page-Kind(WS-i) = "W"
                AND WS-Page-Date(WS-i) >= L-Date
                AND (WS-Best-Date = SPACES
                     OR WS-Page-Date(WS-i) < WS-Best-Date) THEN
                   MOVE FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-Page-Date(WS-i)))
                       TO WS-Week-INT
                   IF WS-Week-INT - 6 <= WS-Date-INT THEN
                       MOVE WS-Page-Date(WS-i) TO WS-Best-Date
                       MOVE WS-Page-File(WS-i) TO WS-Cover-Link
                   END-IF
               END-IF
           END-PERFORM.
       END-ROUTINE.

       ADD-PAGE-ROUTINE.
           PERFORM FIND-PAGE-ROUTINE.
           IF WS-Found-i = 0 THEN
               IF WS-Page-CNT >= WS-Page-Max-CONST THEN
      *> a full register gives up its oldest page
                   SORT WS-Page-REC ON DESCENDING KEY WS-Page-Date
                   MOVE WS-Page-Max-CONST TO WS-Found-i
               ELSE
                   ADD 1 TO WS-Page-CNT
                   MOVE WS-Page-CNT TO WS-Found-i
               END-IF
           END-IF.
           MOVE L-Date TO WS-Page-Date(WS-Found-i).
           MOVE L-Kind TO WS-Page-Kind(WS-Found-i).
           MOVE SPACES TO WS-Page-File(WS-Found-i).
           IF L-Kind = "W" THEN
               STRING "weekly_summary_" DELIMITED BY SIZE,
                      L-Date DELIMITED BY SIZE,
                      ".html" DELIMITED BY SIZE
                      INTO WS-Page-File(WS-Found-i)
           ELSE
               STRING "dashboard_" DELIMITED BY SIZE,
                      L-Date DELIMITED BY SIZE,
                      ".html" DELIMITED BY SIZE
                      INTO WS-Page-File(WS-Found-i)
           END-IF.
           MOVE WS-Page-File(WS-Found-i) TO L-Link.
           SORT WS-Page-REC ON DESCENDING KEY WS-Page-Date.
           PERFORM SAVE-PAGES-ROUTINE.
           PERFORM WRITE-INDEX-ROUTINE.
       END-ROUTINE.

       SAVE-PAGES-ROUTINE.
           OPEN OUTPUT F-Page-FILE.
           IF WS-Page-FS NOT = "00" THEN
               DISPLAY "WARNING: cannot write html_pages.txt - "
                       "status " WS-Page-FS
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-i FROM 1 BY 1 UNTIL WS-i > WS-Page-CNT
               MOVE SPACES TO F-Page-REC
               MOVE WS-Page-Kind(WS-i) TO F-Page-Kind
               MOVE WS-Page-Date(WS-i) TO F-Page-Date
               MOVE WS-Page-File(WS-i) TO F-Page-Name
               WRITE F-Page-REC
           END-PERFORM.
           CLOSE F-Page-FILE.
       END-ROUTINE.

       WRITE-INDEX-ROUTINE.
      *> the register is newest first by now
           MOVE "HTMLDAYS" TO WS-Profile-Key.
           CALL "profile_get" USING WS-Profile-Key,
               WS-Profile-Value, WS-Profile-Found
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-Profile-Found = 1
            AND FUNCTION TEST-NUMVAL(WS-Profile-Value) = 0
            AND FUNCTION NUMVAL(WS-Profile-Value) > 0 THEN
               MOVE FUNCTION NUMVAL(WS-Profile-Value) TO WS-Keep
           END-IF.
           OPEN OUTPUT F-Index-FILE.
           IF WS-Index-FS NOT = "00" THEN
               DISPLAY "WARNING: cannot write index.html - status "
                       WS-Index-FS
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
           MOVE "<!DOCTYPE html>" TO WS-Index-Work.
           PERFORM INDEX-LINE-ROUTINE.
           MOVE "<html><head><meta charset='utf-8'>" TO WS-Index-Work.
           PERFORM INDEX-LINE-ROUTINE.
           MOVE "<title>Nightly batch reports</title>"
               TO WS-Index-Work.
           PERFORM INDEX-LINE-ROUTINE.
           PERFORM VARYING WS-j FROM 1 BY 1
                   UNTIL WS-j > HTM-Style-CNT
               MOVE HTM-Style-Line(WS-j) TO WS-Index-Work
               PERFORM INDEX-LINE-ROUTINE
           END-PERFORM.
           MOVE "</head><body>" TO WS-Index-Work.
           PERFORM INDEX-LINE-ROUTINE.
           MOVE "<h1>NIGHTLY BATCH REPORTS</h1>" TO WS-Index-Work.
           PERFORM INDEX-LINE-ROUTINE.
           STRING "<div class='ln'>Updated " DELIMITED BY SIZE,
                  WS-Stamp(1:8) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Stamp(9:6) DELIMITED BY SIZE,
                  "</div>" DELIMITED BY SIZE
                  INTO WS-Index-Work.
           PERFORM INDEX-LINE-ROUTINE.
           MOVE "<h2>RUN DATES:</h2>" TO WS-Index-Work.
           PERFORM INDEX-LINE-ROUTINE.
           MOVE "<table><tr><th>Run date</th><th>Morning dashboard"
               & "</th><th>Weekly summary</th></tr>" TO WS-Index-Work.
           PERFORM INDEX-LINE-ROUTINE.
           SET WS-Shown TO 0.
           PERFORM INDEX-DAILY-ROUTINE
               VARYING WS-j FROM 1 BY 1
               UNTIL WS-j > WS-Page-CNT OR WS-Shown >= WS-Keep.
           MOVE "</table>" TO WS-Index-Work.
           PERFORM INDEX-LINE-ROUTINE.
           MOVE "<h2>WEEKLY SUMMARIES:</h2>" TO WS-Index-Work.
           PERFORM INDEX-LINE-ROUTINE.
           SET WS-Shown TO 0.
           PERFORM INDEX-WEEKLY-ROUTINE
               VARYING WS-j FROM 1 BY 1
               UNTIL WS-j > WS-Page-CNT OR WS-Shown >= WS-Keep.
           IF WS-Shown = 0 THEN
               MOVE "<div class='ln'>  (none published)</div>"
                   TO WS-Index-Work
               PERFORM INDEX-LINE-ROUTINE
           END-IF.
           MOVE "</body></html>" TO WS-Index-Work.
           PERFORM INDEX-LINE-ROUTINE.
           CLOSE F-Index-FILE.
       END-ROUTINE.

       INDEX-DAILY-ROUTINE.
           IF WS-Page-Kind(WS-j) NOT = "D" THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Shown.
           MOVE WS-Page-Date(WS-j) TO L-Date.
           PERFORM FIND-WEEK-ROUTINE.
           STRING "<tr><td>" DELIMITED BY SIZE,
                  WS-Page-Date(WS-j) DELIMITED BY SIZE,
                  "</td><td><a href='" DELIMITED BY SIZE,
                  WS-Page-File(WS-j) DELIMITED BY SPACE,
                  "'>" DELIMITED BY SIZE,
                  WS-Page-File(WS-j) DELIMITED BY SPACE,
                  "</a></td><td>" DELIMITED BY SIZE
                  INTO WS-Index-Work.
           MOVE WS-Index-Work TO WS-Index-Hold.
           MOVE SPACES TO WS-Index-Work.
           IF WS-Cover-Link NOT = SPACES THEN
               STRING FUNCTION TRIM(WS-Index-Hold TRAILING)
                          DELIMITED BY SIZE,
                      "<a href='" DELIMITED BY SIZE,
                      WS-Cover-Link DELIMITED BY SPACE,
                      "'>week to " DELIMITED BY SIZE,
                      WS-Best-Date DELIMITED BY SIZE,
                      "</a></td></tr>" DELIMITED BY SIZE
                      INTO WS-Index-Work
           ELSE
               STRING FUNCTION TRIM(WS-Index-Hold TRAILING)
                          DELIMITED BY SIZE,
                      "</td></tr>" DELIMITED BY SIZE
                      INTO WS-Index-Work
           END-IF.
           PERFORM INDEX-LINE-ROUTINE.
       END-ROUTINE.

       INDEX-WEEKLY-ROUTINE.
           IF WS-Page-Kind(WS-j) NOT = "W" THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Shown.
           STRING "<div class='ln'>  <a href='" DELIMITED BY SIZE,
                  WS-Page-File(WS-j) DELIMITED BY SPACE,
                  "'>week to " DELIMITED BY SIZE,
                  WS-Page-Date(WS-j) DELIMITED BY SIZE,
                  "</a></div>" DELIMITED BY SIZE
                  INTO WS-Index-Work.
           PERFORM INDEX-LINE-ROUTINE.
       END-ROUTINE.

       INDEX-LINE-ROUTINE.
           WRITE F-Index-LINE FROM WS-Index-Work.
           MOVE SPACES TO WS-Index-Work.
       END-ROUTINE.

       END PROGRAM html_index.
