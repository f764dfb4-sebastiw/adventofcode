       IDENTIFICATION DIVISION.
       PROGRAM-ID. onboard_report.
      *> Onboarding readiness report. A day registered in
      *> registry_maint waits in status "P" (pending onboarding) and
      *> stays out of every run until it is activated; this report
      *> puts each pending day through the onboard_check checklist -
      *> module in the tree and built, answers-master rows and their
      *> inputs on disk, owner, input schema rules, audit budget,
      *> input catalog, SLA - and prints what is still missing, so
      *> the day can be made ready before registry_maint will
      *> activate it. A named day is checked whatever its status;
      *> ALL checks every registered day, to find the gaps left by
      *> days activated before the checklist existed.
      *> Usage: onboard_report [YYYY DD | ALL]
      *> Report on the console and in onboard_report_<stamp>.txt.
      *> Condition codes: 0 every day checked is ready (advisory
      *> items may still be open), 4 a day is not ready, 16 bad
      *> arguments or the registry unusable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Registry-FILE
           ASSIGN TO "registry.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REGX-Key
           FILE STATUS IS WS-Registry-FS.
           SELECT F-Report-FILE
           ASSIGN TO WS-Report-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Report-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Registry-FILE.
       COPY "registry-master-idx.cpy".

       FD F-Report-FILE.
       01 F-Report-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-Registry-FS PIC XX.
       01 WS-Report-FileName PIC X(60) VALUE SPACES.
       01 WS-Report-FS PIC XX.
       01 WS-Report-RC PIC S9(4) VALUE ZERO.
       COPY "report-page.cpy".
       01 WS-Report-Open-BOOL PIC 9(1) VALUE 0.
       01 WS-Report-Work PIC X(100) VALUE SPACES.
       COPY "onboard-result.cpy".

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-All-BOOL PIC 9(1) VALUE 0.
       01 WS-One-BOOL PIC 9(1) VALUE 0.
       01 WS-Stamp PIC X(14) VALUE SPACES.
       01 WS-i PIC 9(2) VALUE ZERO.
       01 WS-Year PIC X(4) VALUE SPACES.
       01 WS-Day PIC X(2) VALUE SPACES.
       01 WS-Checked-CNT PIC 9(4) VALUE ZERO.
       01 WS-Ready-CNT PIC 9(4) VALUE ZERO.
       01 WS-Not-Ready-CNT PIC 9(4) VALUE ZERO.
       01 WS-Status-Text PIC X(12) VALUE SPACES.

       LOCAL-STORAGE SECTION.
       01 LS-Argument PIC X(80) VALUE SPACES.
       01 LS-Arg-1 PIC X(10) VALUE SPACES.
       01 LS-Arg-2 PIC X(10) VALUE SPACES.
       01 LS-Arg-3 PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM PARSE-ARGS-ROUTINE.
           OPEN INPUT F-Registry-FILE.
           IF WS-Registry-FS NOT = "00" THEN
               DISPLAY "onboard_report: cannot open registry.idx - "
                       "status " WS-Registry-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-REPORT-ROUTINE.
           STRING "ONBOARDING READINESS REPORT  " DELIMITED BY SIZE,
                  WS-Stamp(1:8) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Stamp(9:6) DELIMITED BY SIZE
                  INTO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           EVALUATE TRUE
               WHEN WS-One-BOOL = 1
                   STRING "DAY " DELIMITED BY SIZE,
                          WS-Year DELIMITED BY SIZE,
                          "/" DELIMITED BY SIZE,
                          WS-Day DELIMITED BY SPACE
                          INTO WS-Report-Work
               WHEN WS-All-BOOL = 1
                   MOVE "EVERY REGISTERED DAY" TO WS-Report-Work
               WHEN OTHER
                   MOVE "DAYS PENDING ONBOARDING (REGISTRY STATUS P)"
                       TO WS-Report-Work
           END-EVALUATE.
           PERFORM REPORT-LINE-ROUTINE.
           PERFORM REPORT-LINE-ROUTINE.
           IF WS-One-BOOL = 1 THEN
               MOVE WS-Year TO REGX-Year
               MOVE WS-Day TO REGX-Day
               READ F-Registry-FILE RECORD KEY IS REGX-Key
                   INVALID KEY
                       MOVE "DAY NOT IN THE REGISTRY - REGISTER IT "
                         & "IN registry_maint FIRST" TO WS-Report-Work
                       PERFORM REPORT-LINE-ROUTINE
                       ADD 1 TO WS-Not-Ready-CNT
                   NOT INVALID KEY
                       PERFORM CHECK-DAY-ROUTINE
               END-READ
           ELSE
               SET WS-EOF-BOOL TO 0
               PERFORM READ-REGISTRY-ROUTINE UNTIL WS-EOF-BOOL = 1
           END-IF.
           CLOSE F-Registry-FILE.
           IF WS-Checked-CNT = 0 AND WS-One-BOOL = 0 THEN
               MOVE "NO DAY IS PENDING ONBOARDING" TO WS-Report-Work
               PERFORM REPORT-LINE-ROUTINE
           END-IF.
           STRING WS-Checked-CNT DELIMITED BY SIZE,
                  " DAY(S) CHECKED, " DELIMITED BY SIZE,
                  WS-Ready-CNT DELIMITED BY SIZE,
                  " READY, " DELIMITED BY SIZE,
                  WS-Not-Ready-CNT DELIMITED BY SIZE,
                  " NOT READY" DELIMITED BY SIZE
                  INTO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           IF WS-Report-Open-BOOL = 1 THEN
               CLOSE F-Report-FILE
               PERFORM PAGE-REPORT-ROUTINE
               DISPLAY "Report written to "
                       FUNCTION TRIM(WS-Report-FileName)
           END-IF.
           IF WS-Not-Ready-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-ROUTINE.

       PARSE-ARGS-ROUTINE.
           ACCEPT LS-Argument FROM COMMAND-LINE.
           UNSTRING LS-Argument DELIMITED BY ALL SPACE
               INTO LS-Arg-1, LS-Arg-2, LS-Arg-3
           END-UNSTRING.
           IF LS-Arg-1 = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION UPPER-CASE(LS-Arg-1) = "ALL"
            AND LS-Arg-2 = SPACES THEN
               SET WS-All-BOOL TO 1
               EXIT PARAGRAPH
           END-IF.
           IF LS-Arg-1(5:) NOT = SPACES OR LS-Arg-2(3:) NOT = SPACES
            OR LS-Arg-2 = SPACES OR LS-Arg-3 NOT = SPACES
            OR FUNCTION TEST-NUMVAL(LS-Arg-1) NOT = 0
            OR FUNCTION TEST-NUMVAL(LS-Arg-2) NOT = 0 THEN
               DISPLAY "Usage: onboard_report [YYYY DD | ALL]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-One-BOOL TO 1.
           MOVE LS-Arg-1 TO WS-Year.
      *> the registry keys a day the way the tree names it: "1 ",
      *> not "01"
           MOVE FUNCTION NUMVAL(LS-Arg-2) TO WS-i.
           IF WS-i < 10 THEN
               MOVE WS-i(2:1) TO WS-Day
           ELSE
               MOVE WS-i TO WS-Day
           END-IF.
       END-ROUTINE.

       READ-REGISTRY-ROUTINE.
           READ F-Registry-FILE NEXT RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF WS-All-BOOL = 1 OR REGX-Active = "P" THEN
                       PERFORM CHECK-DAY-ROUTINE
                   END-IF
           END-READ.
       END-ROUTINE.

       CHECK-DAY-ROUTINE.
           ADD 1 TO WS-Checked-CNT.
           CALL "onboard_check" USING REGX-REC, ONB-RESULT
               ON EXCEPTION
                   DISPLAY "onboard_report: onboard_check not "
                           "available"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL.
           EVALUATE REGX-Active
               WHEN "P"
                   MOVE "PENDING" TO WS-Status-Text
               WHEN "A"
                   MOVE "ACTIVE" TO WS-Status-Text
               WHEN "I"
                   MOVE "INACTIVE" TO WS-Status-Text
               WHEN OTHER
                   MOVE "QUARANTINED" TO WS-Status-Text
           END-EVALUATE.
           IF ONB-Missing-CNT = 0 THEN
               ADD 1 TO WS-Ready-CNT
           ELSE
               ADD 1 TO WS-Not-Ready-CNT
           END-IF.
           STRING REGX-Year DELIMITED BY SIZE,
                  "/" DELIMITED BY SIZE,
                  REGX-Day DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  REGX-Program DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Status-Text DELIMITED BY SIZE
                  INTO WS-Report-Work.
           IF ONB-Missing-CNT = 0 THEN
               MOVE "READY" TO WS-Report-Work(46:)
           ELSE
               STRING "NOT READY - " DELIMITED BY SIZE,
                      ONB-Missing-CNT DELIMITED BY SIZE,
                      " MISSING" DELIMITED BY SIZE
                      INTO WS-Report-Work(46:)
           END-IF.
           PERFORM REPORT-LINE-ROUTINE.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > 10
               MOVE ONB-Item-Name(WS-i) TO WS-Report-Work(5:8)
               IF ONB-Item-Need(WS-i) = "M" THEN
                   MOVE "MANDATORY" TO WS-Report-Work(14:9)
               ELSE
                   MOVE "ADVISORY" TO WS-Report-Work(14:9)
               END-IF
               MOVE ONB-Item-State(WS-i) TO WS-Report-Work(24:4)
               MOVE ONB-Item-Detail(WS-i) TO WS-Report-Work(29:50)
               PERFORM REPORT-LINE-ROUTINE
           END-PERFORM.
           PERFORM REPORT-LINE-ROUTINE.
       END-ROUTINE.

       OPEN-REPORT-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
           STRING "onboard_report_" DELIMITED BY SIZE,
                  WS-Stamp DELIMITED BY SIZE,
                  ".txt" DELIMITED BY SIZE
                  INTO WS-Report-FileName.
           OPEN OUTPUT F-Report-FILE.
           IF WS-Report-FS = "00" THEN
               SET WS-Report-Open-BOOL TO 1
           ELSE
               DISPLAY "WARNING: cannot write "
                       FUNCTION TRIM(WS-Report-FileName)
                       " - report on the console only"
           END-IF.
       END-ROUTINE.

       REPORT-LINE-ROUTINE.
           DISPLAY FUNCTION TRIM(WS-Report-Work TRAILING).
           IF WS-Report-Open-BOOL = 1 THEN
               WRITE F-Report-LINE FROM WS-Report-Work
           END-IF.
           MOVE SPACES TO WS-Report-Work.
       END-ROUTINE.

       PAGE-REPORT-ROUTINE.
      *> standard page headers and end-of-report trailer; the
      *> condition code already set is kept
           MOVE RETURN-CODE TO WS-Report-RC.
           MOVE "PAGE  " TO RPT-Op.
           MOVE WS-Report-FileName TO RPT-File-Name.
           MOVE "ONBOARD" TO RPT-Report-Id.
           MOVE "ONBOARDING READINESS" TO RPT-Title.
           MOVE "onboard_report" TO RPT-Program.
           CALL "report_writer" USING RPT-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE WS-Report-RC TO RETURN-CODE.
       END-ROUTINE.

       END PROGRAM onboard_report.
