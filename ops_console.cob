      *> launcher, the maintenance screens, the review screen, the
      *> dashboard and the history tools, with a status header
      *> showing the last run (date, run number, failures), open
      *> operator alerts, pending answers awaiting review, proposed
      *> promotions awaiting a second operator's approval and whether
      *> a restart checkpoint is lying around. New operators get this
      *> instead of the crib sheet. The run progress monitor follows
      *> a run while it is still going; the sign-off choice takes the
      *> last run through the shift lead's release review. The
      *> business date in force is shown under the status lines and
      *> can be rolled forward from here, with the suite the last run
      *> ran when it was a --suite run; the resource locks held can
      *> be listed and the named test suites maintained. A fourth
      *> status line shows the shift in progress and the handover
      *> items still open in the shift log (shift_log).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO "pending_answers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Pending-FS.
           SELECT F-Approval-FILE
           ASSIGN TO "answer_approvals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Approval-FS.
           SELECT F-Check-FILE
           ASSIGN TO "test_all.restart"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Check-FS.
           SELECT F-Shift-FILE
           ASSIGN TO "shift_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Shift-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-RunStatus-FILE.
         02 RS-Slice-No PIC 9(2).
         02 RS-Alert-CNT PIC 9(4).
         02 RS-Checkpoint PIC X(1).
         02 RS-Suite PIC X(12).

       FD F-Alert-FILE.
       01 F-Alert-LINE PIC X(160).
       FD F-Pending-FILE.
       01 F-Pending-REC PIC X(76).

       FD F-Approval-FILE.
       01 F-Approval-REC PIC X(98).

       FD F-Check-FILE.
       01 F-Check-LINE PIC X(80).

       FD F-Shift-FILE.
       COPY "shift-log.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RunStatus-FS PIC XX.
       01 WS-Alert-FS PIC XX.
       01 WS-Pending-FS PIC XX.
       01 WS-Approval-FS PIC XX.
       01 WS-Check-FS PIC XX.
       01 WS-Shift-FS PIC XX.

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-Action-IN PIC X VALUE SPACE.

       01 WS-Status-1 PIC X(70) VALUE SPACES.
       01 WS-Status-2 PIC X(70) VALUE SPACES.
       01 WS-Status-3 PIC X(70) VALUE SPACES.
       01 WS-Status-4 PIC X(70) VALUE SPACES.
       01 WS-Status-Work PIC X(70) VALUE SPACES.
       01 WS-Business-Date PIC X(8) VALUE SPACES.
       01 WS-BDate-User PIC X(20) VALUE "ops_console".
       01 WS-BDate-Status PIC X(2) VALUE SPACES.
       01 WS-Open-Alerts PIC 9(4) VALUE ZERO.
       01 WS-Pending-CNT PIC 9(4) VALUE ZERO.
       01 WS-Approval-CNT PIC 9(4) VALUE ZERO.
       01 WS-Checkpoint PIC X(3) VALUE "NO".
       01 WS-Last-Run PIC 9(6) VALUE ZERO.
       01 WS-Last-Suite PIC X(12) VALUE SPACES.
       01 WS-Shift-NUM PIC 9(5) VALUE ZERO.
       01 WS-Shift-User PIC X(8) VALUE SPACES.
       01 WS-Shift-Open-BOOL PIC 9(1) VALUE 0.
       01 WS-Handover-CNT PIC 9(4) VALUE ZERO.

       SCREEN SECTION.
       01  CONSOLE-SCREEN.
               10  STATUS-2-ON-SCR          LINE 04 COL 05
                       FOREGROUND-COLOR IS 3
                       PIC X(70)    FROM WS-Status-2.
               10  STATUS-3-ON-SCR          LINE 05 COL 05
                       FOREGROUND-COLOR IS 3
                       PIC X(70)    FROM WS-Status-3.
               10  STATUS-4-ON-SCR          LINE 06 COL 05
                       FOREGROUND-COLOR IS 3
                       PIC X(70)    FROM WS-Status-4.
           05  CONSOLE-MENU-SECTION.
               10  VALUE "1 - SINGLE DAY LAUNCHER"  LINE 07 COL 10.
               10  VALUE "2 - ANSWERS MAINTENANCE"  LINE 08 COL 10.
               10  VALUE "7 - HISTORY ROLL-UP"      LINE 13 COL 10.
               10  VALUE "8 - ALERT CONSOLE"        LINE 14 COL 10.
               10  VALUE "9 - DAY RUN INQUIRY"      LINE 15 COL 10.
               10  VALUE "A - PROMOTION APPROVALS"  LINE 16 COL 10.
               10  VALUE "M - RUN PROGRESS MONITOR" LINE 17 COL 10.
               10  VALUE "S - SIGN OFF LAST RUN"    LINE 18 COL 10.
               10  VALUE "B - ROLL BUSINESS DATE"   LINE 19 COL 10.
               10  VALUE "L - RESOURCE LOCKS"       LINE 20 COL 10.
               10  VALUE "T - TEST SUITES"          LINE 21 COL 10.
               10  VALUE "H - SHIFT HANDOVER LOG"   LINE 22 COL 10.
               10  VALUE "Q - TO QUIT"              LINE 23 COL 10.
           05  CONSOLE-RESPONSE-SECTION.
               10  VALUE "ENTER CHOICE:"      LINE 24 COL 10.
               10  ACTION-SCR                 LINE 24 COL 25
                       PIC X     TO WS-Action-IN.

       PROCEDURE DIVISION.
                   MOVE "./alert_console" TO WS-Command
               WHEN "9"
                   MOVE "./history_inquiry" TO WS-Command
               WHEN "A"
               WHEN "a"
                   MOVE "./answers_approve" TO WS-Command
               WHEN "M"
               WHEN "m"
                   MOVE "./run_monitor" TO WS-Command
               WHEN "S"
               WHEN "s"
                   IF WS-Last-Run NOT = ZERO THEN
                       STRING "./run_signoff " DELIMITED BY SIZE,
                              WS-Last-Run DELIMITED BY SIZE
                              INTO WS-Command
                   END-IF
               WHEN "B"
               WHEN "b"
                   MOVE "./bizdate_roll" TO WS-Command
               WHEN "L"
               WHEN "l"
                   MOVE "./lock_maint" TO WS-Command
               WHEN "T"
               WHEN "t"
                   MOVE "./suite_maint" TO WS-Command
               WHEN "H"
               WHEN "h"
                   MOVE "./shift_log" TO WS-Command
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM READ-RUN-STATUS-ROUTINE.
           PERFORM COUNT-ALERTS-ROUTINE.
           PERFORM COUNT-PENDING-ROUTINE.
           PERFORM COUNT-APPROVALS-ROUTINE.
           PERFORM COUNT-HANDOVER-ROUTINE.
           OPEN INPUT F-Check-FILE.
           IF WS-Check-FS = "00" THEN
               CLOSE F-Check-FILE
           MOVE SPACES TO WS-Status-2.
           STRING "OPEN ALERTS " DELIMITED BY SIZE,
                  WS-Open-Alerts DELIMITED BY SIZE,
                  "  PENDING " DELIMITED BY SIZE,
                  WS-Pending-CNT DELIMITED BY SIZE,
                  "  TO APPROVE " DELIMITED BY SIZE,
                  WS-Approval-CNT DELIMITED BY SIZE,
                  "  CHECKPOINT " DELIMITED BY SIZE,
                  WS-Checkpoint DELIMITED BY SIZE
                  INTO WS-Status-2.
           CALL "business_date" USING BY CONTENT "GET    ",
               BY REFERENCE WS-Business-Date, WS-BDate-User,
               WS-BDate-Status
               ON EXCEPTION
                   MOVE "99" TO WS-BDate-Status
           END-CALL.
           MOVE SPACES TO WS-Status-3.
           EVALUATE WS-BDate-Status
               WHEN "00"
                   STRING "BUSINESS DATE " DELIMITED BY SIZE,
                          WS-Business-Date DELIMITED BY SIZE
                          INTO WS-Status-3
               WHEN "23"
                   STRING "BUSINESS DATE " DELIMITED BY SIZE,
                          WS-Business-Date DELIMITED BY SIZE,
                          " (none held - system date)"
                              DELIMITED BY SIZE
                          INTO WS-Status-3
               WHEN OTHER
                   MOVE "BUSINESS DATE: (not available)"
                       TO WS-Status-3
           END-EVALUATE.
           IF WS-Last-Suite NOT = SPACES THEN
               MOVE WS-Status-3 TO WS-Status-Work
               MOVE SPACES TO WS-Status-3
               STRING FUNCTION TRIM(WS-Status-Work) DELIMITED BY SIZE,
                      "  SUITE " DELIMITED BY SIZE,
                      WS-Last-Suite DELIMITED BY SPACE
                      INTO WS-Status-3
           END-IF.
       END-ROUTINE.

       READ-RUN-STATUS-ROUTINE.
           MOVE "LAST RUN: (no run status on file)"
               TO WS-Status-1.
           MOVE ZERO TO WS-Last-Run.
           MOVE SPACES TO WS-Last-Suite.
           OPEN INPUT F-RunStatus-FILE.
           IF WS-RunStatus-FS NOT = "00" THEN
               EXIT PARAGRAPH
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RS-Run-Number TO WS-Last-Run
                   MOVE RS-Suite TO WS-Last-Suite
                   MOVE SPACES TO WS-Status-1
                   STRING "LAST RUN " DELIMITED BY SIZE,
                          RS-Run-Number DELIMITED BY SIZE,
           END-READ.
       END-ROUTINE.

       COUNT-APPROVALS-ROUTINE.
           SET WS-Approval-CNT TO 0.
           OPEN INPUT F-Approval-FILE.
           IF WS-Approval-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-APPROVAL-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Approval-FILE.
       END-ROUTINE.

       READ-APPROVAL-ROUTINE.
           READ F-Approval-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END ADD 1 TO WS-Approval-CNT
           END-READ.
       END-ROUTINE.

       COUNT-HANDOVER-ROUTINE.
      *> an item stays open until the log holds its X record
           SET WS-Handover-CNT TO 0.
           SET WS-Shift-NUM TO 0.
           SET WS-Shift-Open-BOOL TO 0.
           MOVE SPACES TO WS-Shift-User.
           OPEN INPUT F-Shift-FILE.
           IF WS-Shift-FS = "00" THEN
               SET WS-EOF-BOOL TO 0
               PERFORM READ-SHIFT-ROUTINE UNTIL WS-EOF-BOOL = 1
               CLOSE F-Shift-FILE
           END-IF.
           MOVE SPACES TO WS-Status-4.
           IF WS-Shift-Open-BOOL = 1 THEN
               STRING "SHIFT " DELIMITED BY SIZE,
                      WS-Shift-NUM DELIMITED BY SIZE,
                      " OPEN (" DELIMITED BY SIZE,
                      WS-Shift-User DELIMITED BY SPACE,
                      ")" DELIMITED BY SIZE
                      INTO WS-Status-4
           ELSE
               MOVE "NO SHIFT OPEN" TO WS-Status-4
           END-IF.
           MOVE WS-Status-4 TO WS-Status-Work.
           MOVE SPACES TO WS-Status-4.
           STRING FUNCTION TRIM(WS-Status-Work) DELIMITED BY SIZE,
                  "  OPEN HANDOVER ITEMS " DELIMITED BY SIZE,
                  WS-Handover-CNT DELIMITED BY SIZE
                  INTO WS-Status-4.
       END-ROUTINE.

       READ-SHIFT-ROUTINE.
           READ F-Shift-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   EVALUATE SHL-Type
                       WHEN "S"
                           MOVE SHL-Shift TO WS-Shift-NUM
                           MOVE SHL-User TO WS-Shift-User
                           SET WS-Shift-Open-BOOL TO 1
                       WHEN "H"
                           SET WS-Shift-Open-BOOL TO 0
                       WHEN "I"
                           ADD 1 TO WS-Handover-CNT
                       WHEN "X"
                           IF WS-Handover-CNT > 0 THEN
                               SUBTRACT 1 FROM WS-Handover-CNT
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       END-ROUTINE.

       END PROGRAM ops_console.
