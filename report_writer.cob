       IDENTIFICATION DIVISION.
       PROGRAM-ID. report_writer.
      *> Report page service: gives every report file the same page
      *> layout so printed copies can be told apart on the shift
      *> desk. The calling program writes and closes its report as
      *> usual and then hands the file in (request block
      *> report-page.cpy):
      *>   PAGE  the file is rewritten in place in pages of PAGELEN
      *>         lines (profile key, default 60). Each page opens
      *>         with the standard header
      *>           <report id>  <title>          PAGE x OF y
      *>           PROGRAM <program>  RUN <run>  BUSINESS DATE <date>
      *>           ---------------------------------------------
      *>         and the report closes with the trailer
      *>           *** END OF REPORT <report id> - n LINE(S) ***
      *> The run is the last one logged for the business date in
      *> run_log.txt (zero when none has been); the business date
      *> comes from the business_date service.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Report-FILE
           ASSIGN TO WS-Report-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Report-FS.
           SELECT F-Work-FILE
           ASSIGN TO WS-Work-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Work-FS.
           SELECT F-RunLog-FILE
           ASSIGN TO "run_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunLog-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Report-FILE.
       01 F-Report-LINE PIC X(250).

       FD F-Work-FILE.
       01 F-Work-LINE PIC X(250).

       FD F-RunLog-FILE.
       01 F-RunLog-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Report-FileName PIC X(60) VALUE SPACES.
       01 WS-Report-FS PIC XX.
       01 WS-Work-FileName PIC X(64) VALUE SPACES.
       01 WS-Work-FS PIC XX.
       01 WS-RunLog-FS PIC XX.
       01 WS-EOF-BOOL PIC 9(1) VALUE 0.

       01 WS-Profile-Key PIC X(12) VALUE SPACES.
       01 WS-Profile-Value PIC X(20) VALUE SPACES.
       01 WS-Profile-Found PIC 9(1) VALUE ZERO.
       01 WS-Page-Len PIC 9(3) VALUE 60.
       01 WS-Body-Len PIC 9(3) VALUE ZERO.

       01 WS-Bus-Date PIC X(8) VALUE SPACES.
       01 WS-BDate-User PIC X(20) VALUE "report_writer".
       01 WS-BDate-Status PIC XX VALUE SPACES.
       01 WS-Run PIC 9(6) VALUE ZERO.
       01 WS-Log-Num-TOK PIC X(8) VALUE SPACES.
       01 WS-Log-Date-TOK PIC X(10) VALUE SPACES.

       01 WS-Lines PIC 9(7) VALUE ZERO.
       01 WS-Pages PIC 9(5) VALUE ZERO.
       01 WS-Page PIC 9(5) VALUE ZERO.
       01 WS-On-Page PIC 9(3) VALUE ZERO.
       01 WS-Page-Disp PIC Z(4)9.
       01 WS-Pages-Disp PIC Z(4)9.
       01 WS-Lines-Disp PIC Z(6)9.

       01 WS-Head-1 PIC X(80) VALUE SPACES.
       01 WS-Head-2 PIC X(80) VALUE SPACES.
       01 WS-Head-3 PIC X(80) VALUE ALL "-".
       01 WS-Trailer PIC X(80) VALUE SPACES.
       01 WS-Page-Tag PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       COPY "report-page.cpy".

       PROCEDURE DIVISION USING RPT-Request.
       MAIN-ROUTINE.
           EVALUATE RPT-Op
               WHEN "PAGE  "
                   PERFORM PAGE-ROUTINE
               WHEN OTHER
                   DISPLAY "report_writer: unknown request '"
                           RPT-Op "'"
                   MOVE "99" TO RPT-Status
           END-EVALUATE.
           EXIT PROGRAM.
       END-ROUTINE.

       PAGE-ROUTINE.
           MOVE ZERO TO RPT-Pages, RPT-Lines.
           MOVE RPT-File-Name TO WS-Report-FileName.
           MOVE SPACES TO WS-Work-FileName.
           STRING RPT-File-Name DELIMITED BY SPACE,
                  ".rpw" DELIMITED BY SIZE
                  INTO WS-Work-FileName.
           OPEN INPUT F-Report-FILE.
           IF WS-Report-FS NOT = "00" THEN
               MOVE "30" TO RPT-Status
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT F-Work-FILE.
           IF WS-Work-FS NOT = "00" THEN
               CLOSE F-Report-FILE
               DISPLAY "report_writer: cannot write "
                       FUNCTION TRIM(WS-Work-FileName)
                       " - status " WS-Work-FS
               MOVE "99" TO RPT-Status
               EXIT PARAGRAPH
           END-IF.
      *> first pass: set the report aside and count it, so the
      *> page count is known before the first header is written
           SET WS-Lines TO 0.
           SET WS-EOF-BOOL TO 0.
           PERFORM COPY-ASIDE-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Report-FILE.
           CLOSE F-Work-FILE.
           PERFORM PAGE-SETTINGS-ROUTINE.
           PERFORM HEADER-FIELDS-ROUTINE.
      *> the trailer and the blank line before it ride on the last
      *> page
           COMPUTE WS-Pages =
               (WS-Lines + 2 + WS-Body-Len - 1) / WS-Body-Len.
           OPEN INPUT F-Work-FILE.
           OPEN OUTPUT F-Report-FILE.
           IF WS-Report-FS NOT = "00" THEN
               CLOSE F-Work-FILE
               DISPLAY "report_writer: cannot rewrite "
                       FUNCTION TRIM(WS-Report-FileName)
                       " - status " WS-Report-FS
                       " (unpaged copy kept in "
                       FUNCTION TRIM(WS-Work-FileName) ")"
               MOVE "99" TO RPT-Status
               EXIT PARAGRAPH
           END-IF.
           SET WS-Page TO 0.
           PERFORM NEW-PAGE-ROUTINE.
           SET WS-EOF-BOOL TO 0.
           PERFORM COPY-BACK-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Work-FILE.
           IF WS-On-Page + 2 > WS-Body-Len THEN
               PERFORM NEW-PAGE-ROUTINE
           END-IF.
           MOVE WS-Lines TO WS-Lines-Disp.
           MOVE SPACES TO WS-Trailer.
           STRING "*** END OF REPORT " DELIMITED BY SIZE,
                  RPT-Report-Id DELIMITED BY SPACE,
                  " - " DELIMITED BY SIZE,
                  FUNCTION TRIM(WS-Lines-Disp) DELIMITED BY SIZE,
                  " LINE(S) ***" DELIMITED BY SIZE
                  INTO WS-Trailer.
           MOVE SPACES TO F-Report-LINE.
           WRITE F-Report-LINE.
           WRITE F-Report-LINE FROM WS-Trailer.
           CLOSE F-Report-FILE.
           CALL "CBL_DELETE_FILE" USING WS-Work-FileName
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           MOVE WS-Page TO RPT-Pages.
           MOVE WS-Lines TO RPT-Lines.
           MOVE "00" TO RPT-Status.
       END-ROUTINE.

       COPY-ASIDE-ROUTINE.
           READ F-Report-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   ADD 1 TO WS-Lines
                   WRITE F-Work-LINE FROM F-Report-LINE
           END-READ.
       END-ROUTINE.

       COPY-BACK-ROUTINE.
           READ F-Work-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF WS-On-Page >= WS-Body-Len THEN
                       PERFORM NEW-PAGE-ROUTINE
                   END-IF
                   WRITE F-Report-LINE FROM F-Work-LINE
                   ADD 1 TO WS-On-Page
           END-READ.
       END-ROUTINE.

       NEW-PAGE-ROUTINE.
      *> pages after the first are set off by a blank line ahead of
      *> their header
           IF WS-Page > 0 THEN
               MOVE SPACES TO F-Report-LINE
               WRITE F-Report-LINE
           END-IF.
           ADD 1 TO WS-Page.
           MOVE WS-Page TO WS-Page-Disp.
           MOVE WS-Pages TO WS-Pages-Disp.
           MOVE SPACES TO WS-Page-Tag.
           STRING "PAGE " DELIMITED BY SIZE,
                  FUNCTION TRIM(WS-Page-Disp) DELIMITED BY SIZE,
                  " OF " DELIMITED BY SIZE,
                  FUNCTION TRIM(WS-Pages-Disp) DELIMITED BY SIZE
                  INTO WS-Page-Tag.
           MOVE SPACES TO WS-Head-1.
           MOVE RPT-Report-Id TO WS-Head-1(1:8).
           MOVE RPT-Title TO WS-Head-1(11:40).
           MOVE WS-Page-Tag TO WS-Head-1(61:20).
           WRITE F-Report-LINE FROM WS-Head-1.
           WRITE F-Report-LINE FROM WS-Head-2.
           WRITE F-Report-LINE FROM WS-Head-3.
           SET WS-On-Page TO 0.
       END-ROUTINE.

       PAGE-SETTINGS-ROUTINE.
      *> header and rule take three lines and the blank line between
      *> pages one more; a page shorter than ten lines leaves too
      *> little room for the report itself
           MOVE 60 TO WS-Page-Len.
           MOVE "PAGELEN" TO WS-Profile-Key.
           CALL "profile_get" USING WS-Profile-Key,
               WS-Profile-Value, WS-Profile-Found
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-Profile-Found = 1 THEN
               IF FUNCTION TEST-NUMVAL(WS-Profile-Value) = 0 THEN
                   IF FUNCTION NUMVAL(WS-Profile-Value) >= 10
                    AND FUNCTION NUMVAL(WS-Profile-Value) <= 999 THEN
                       MOVE FUNCTION NUMVAL(WS-Profile-Value)
                           TO WS-Page-Len
                   END-IF
               END-IF
           END-IF.
           SUBTRACT 4 FROM WS-Page-Len GIVING WS-Body-Len.
       END-ROUTINE.

       HEADER-FIELDS-ROUTINE.
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
           MOVE SPACES TO WS-Head-2.
           STRING "PROGRAM " DELIMITED BY SIZE,
                  RPT-Program DELIMITED BY SPACE,
                  "  RUN " DELIMITED BY SIZE,
                  WS-Run DELIMITED BY SIZE,
                  "  BUSINESS DATE " DELIMITED BY SIZE,
                  WS-Bus-Date DELIMITED BY SIZE
                  INTO WS-Head-2.
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

       END PROGRAM report_writer.
