       IDENTIFICATION DIVISION.
       PROGRAM-ID. run_monitor.
      *> Live run-progress monitor, reached from ops_console. Reads
      *> the run-progress record test_all keeps while it runs
      *> (run_progress.txt, and run_progress_sliceNN.txt for each
      *> slice of a --split run - layout run-progress.cpy) and
      *> refreshes the screen every few seconds until the operator
      *> quits. Shown for each run or slice still RUNNING (or, when
      *> none is, the one that finished last):
      *>   where it is in its run list, days done, failures so far
      *>   and elapsed time since it started
      *>   budget spent against the run_control.txt BUDGET line
      *>   the day in flight and how long it has been running,
      *>   against its registered SLA and the watchdog time-out
      *>   estimated completion: now plus what is left of the
      *>   pre-run duration forecast (only when a budget was set,
      *>   as the forecast is made then)
      *> A day past its SLA is marked OVER SLA, one past its
      *> watchdog limit STALLED? - the watchdog should have killed
      *> it by then. A run that has written nothing for an hour is
      *> flagged as possibly dead. SLA and watchdog are in
      *> centiseconds.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Progress-FILE
           ASSIGN TO WS-Progress-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Progress-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Progress-FILE.
       COPY "run-progress.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Progress-FileName PIC X(40) VALUE SPACES.
       01 WS-Progress-FS PIC XX.

       01 WS-Action-IN PIC X VALUE SPACE.
       01 WS-Refresh-Sec-CONST PIC 9(2) VALUE 5.
       01 WS-Stale-CS-CONST PIC 9(8) VALUE 360000.
       01 WS-Day-CS-CONST PIC 9(8) VALUE 8640000.

       01 WS-Now PIC X(16) VALUE SPACES.
       01 WS-Now-Stamp PIC 9(14) VALUE ZERO.
       01 WS-Title-Line PIC X(78) VALUE SPACES.

       01 WS-Rec-CNT PIC 9(3) VALUE ZERO.
       01 WS-Rec-Max-CONST PIC 9(3) VALUE 100.
       01 WS-Rec-TBL.
         02 WS-Rec-Image PIC X(220) OCCURS 100 TIMES.
       01 WS-Running-CNT PIC 9(3) VALUE ZERO.
       01 WS-Latest-Idx PIC 9(3) VALUE ZERO.
       01 WS-Latest-Stamp PIC X(16) VALUE SPACES.
       01 WS-Rec-Stamp PIC X(16) VALUE SPACES.
       01 WS-Slice-k PIC 9(2) VALUE ZERO.
       01 WS-i PIC 9(3) VALUE ZERO.

       01 WS-Line-CNT PIC 9(2) VALUE ZERO.
       01 WS-Line-Max-CONST PIC 9(2) VALUE 20.
       01 WS-Line-TBL.
         02 WS-Line PIC X(78) OCCURS 20 TIMES.
       01 WS-Shown-CNT PIC 9(3) VALUE ZERO.

      *> clock arithmetic: a date + HHMMSSCC reading as centiseconds
      *> since day one of the integer calendar
       01 WS-Stamp-Date PIC X(8) VALUE SPACES.
       01 WS-Stamp-Time PIC X(8) VALUE SPACES.
       01 WS-Stamp-CS PIC 9(14) VALUE ZERO.
       01 WS-Run-Start-CS PIC 9(14) VALUE ZERO.
       01 WS-Day-Start-CS PIC 9(14) VALUE ZERO.
       01 WS-Update-CS PIC 9(14) VALUE ZERO.
       01 WS-Run-Elapsed PIC 9(10) VALUE ZERO.
       01 WS-Day-Running PIC 9(10) VALUE ZERO.
       01 WS-Silent-CS PIC 9(10) VALUE ZERO.
       01 WS-Remaining PIC 9(10) VALUE ZERO.
       01 WS-ETA-CS PIC 9(14) VALUE ZERO.
       01 WS-ETA-Days PIC 9(8) VALUE ZERO.
       01 WS-ETA-Clock PIC 9(8) VALUE ZERO.
       01 WS-ETA-Date PIC 9(8) VALUE ZERO.
       01 WS-Budget-Pct PIC 9(3) VALUE ZERO.

       01 WS-Fmt-CS PIC 9(10) VALUE ZERO.
       01 WS-Fmt-HMS PIC X(9) VALUE SPACES.
       01 WS-Fmt-HH PIC 9(3) VALUE ZERO.
       01 WS-Fmt-MM PIC 9(2) VALUE ZERO.
       01 WS-Fmt-SS PIC 9(2) VALUE ZERO.
       01 WS-Fmt-Rest PIC 9(10) VALUE ZERO.
       01 WS-Run-HMS PIC X(9) VALUE SPACES.
       01 WS-Day-HMS PIC X(9) VALUE SPACES.
       01 WS-ETA-HMS PIC X(9) VALUE SPACES.
       01 WS-Slice-Text PIC X(9) VALUE SPACES.
       01 WS-Flag-Text PIC X(24) VALUE SPACES.

       SCREEN SECTION.
       01  MONITOR-SCREEN.
           05  MONITOR-ID-SECTION.
               10  VALUE "RUN PROGRESS MONITOR"  BLANK SCREEN
                                              LINE 01 COL 30.
               10  TITLE-ON-SCR             LINE 02 COL 02
                       PIC X(78)    FROM WS-Title-Line.
           05  MONITOR-BODY-SECTION.
               10  LINE-01-ON-SCR           LINE 04 COL 02
                       PIC X(78)    FROM WS-Line(1).
               10  LINE-02-ON-SCR           LINE 05 COL 02
                       PIC X(78)    FROM WS-Line(2).
               10  LINE-03-ON-SCR           LINE 06 COL 02
                       PIC X(78)    FROM WS-Line(3).
               10  LINE-04-ON-SCR           LINE 07 COL 02
                       PIC X(78)    FROM WS-Line(4).
               10  LINE-05-ON-SCR           LINE 08 COL 02
                       PIC X(78)    FROM WS-Line(5).
               10  LINE-06-ON-SCR           LINE 09 COL 02
                       PIC X(78)    FROM WS-Line(6).
               10  LINE-07-ON-SCR           LINE 10 COL 02
                       PIC X(78)    FROM WS-Line(7).
               10  LINE-08-ON-SCR           LINE 11 COL 02
                       PIC X(78)    FROM WS-Line(8).
               10  LINE-09-ON-SCR           LINE 12 COL 02
                       PIC X(78)    FROM WS-Line(9).
               10  LINE-10-ON-SCR           LINE 13 COL 02
                       PIC X(78)    FROM WS-Line(10).
               10  LINE-11-ON-SCR           LINE 14 COL 02
                       PIC X(78)    FROM WS-Line(11).
               10  LINE-12-ON-SCR           LINE 15 COL 02
                       PIC X(78)    FROM WS-Line(12).
               10  LINE-13-ON-SCR           LINE 16 COL 02
                       PIC X(78)    FROM WS-Line(13).
               10  LINE-14-ON-SCR           LINE 17 COL 02
                       PIC X(78)    FROM WS-Line(14).
               10  LINE-15-ON-SCR           LINE 18 COL 02
                       PIC X(78)    FROM WS-Line(15).
               10  LINE-16-ON-SCR           LINE 19 COL 02
                       PIC X(78)    FROM WS-Line(16).
               10  LINE-17-ON-SCR           LINE 20 COL 02
                       PIC X(78)    FROM WS-Line(17).
               10  LINE-18-ON-SCR           LINE 21 COL 02
                       PIC X(78)    FROM WS-Line(18).
               10  LINE-19-ON-SCR           LINE 22 COL 02
                       PIC X(78)    FROM WS-Line(19).
               10  LINE-20-ON-SCR           LINE 23 COL 02
                       PIC X(78)    FROM WS-Line(20).
           05  MONITOR-RESPONSE-SECTION.
               10  VALUE "R - REFRESH NOW   Q - TO QUIT"
                                              LINE 25 COL 10.
               10  VALUE "ENTER CHOICE:"      LINE 26 COL 10.
               10  ACTION-SCR                 LINE 26 COL 25
                       PIC X     TO WS-Action-IN.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM MONITOR-LOOP-ROUTINE
               UNTIL WS-Action-IN = "Q" OR WS-Action-IN = "q".
           STOP RUN.
       END-ROUTINE.

       MONITOR-LOOP-ROUTINE.
           PERFORM GATHER-PROGRESS-ROUTINE.
           MOVE SPACE TO WS-Action-IN.
           DISPLAY MONITOR-SCREEN.
      *> no key within the refresh interval simply redraws
           ACCEPT MONITOR-SCREEN WITH TIME-OUT WS-Refresh-Sec-CONST.
       END-ROUTINE.

       GATHER-PROGRESS-ROUTINE.
           MOVE FUNCTION CURRENT-DATE TO WS-Now.
           MOVE WS-Now(1:8) TO WS-Stamp-Date.
           MOVE WS-Now(9:8) TO WS-Stamp-Time.
           PERFORM STAMP-TO-CS-ROUTINE.
           MOVE WS-Stamp-CS TO WS-Now-Stamp.
           MOVE SPACES TO WS-Title-Line.
           STRING "AS AT " DELIMITED BY SIZE,
                  WS-Now(1:8) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Now(9:2) DELIMITED BY SIZE,
                  ":" DELIMITED BY SIZE,
                  WS-Now(11:2) DELIMITED BY SIZE,
                  ":" DELIMITED BY SIZE,
                  WS-Now(13:2) DELIMITED BY SIZE,
                  " - REFRESHED EVERY " DELIMITED BY SIZE,
                  WS-Refresh-Sec-CONST DELIMITED BY SIZE,
                  " SECONDS" DELIMITED BY SIZE
                  INTO WS-Title-Line.
           MOVE ZERO TO WS-Rec-CNT, WS-Running-CNT, WS-Latest-Idx.
           MOVE SPACES TO WS-Latest-Stamp.
           MOVE "run_progress.txt" TO WS-Progress-FileName.
           PERFORM LOAD-PROGRESS-ROUTINE.
      *> slices are numbered from 01 up; the first gap ends them
           MOVE "00" TO WS-Progress-FS.
           PERFORM VARYING WS-Slice-k FROM 1 BY 1
                   UNTIL WS-Slice-k > 99 OR WS-Progress-FS NOT = "00"
               MOVE SPACES TO WS-Progress-FileName
               STRING "run_progress_slice" DELIMITED BY SIZE,
                      WS-Slice-k DELIMITED BY SIZE,
                      ".txt" DELIMITED BY SIZE
                      INTO WS-Progress-FileName
               PERFORM LOAD-PROGRESS-ROUTINE
           END-PERFORM.
           MOVE SPACES TO WS-Line-TBL.
           MOVE ZERO TO WS-Line-CNT, WS-Shown-CNT.
           IF WS-Rec-CNT = 0 THEN
               MOVE "(no run progress on file)" TO WS-Line(1)
               EXIT PARAGRAPH
           END-IF.
           IF WS-Running-CNT = 0 THEN
               MOVE "NO RUN IN FLIGHT - LAST RUN:" TO WS-Line(1)
               MOVE 1 TO WS-Line-CNT
               MOVE WS-Rec-Image(WS-Latest-Idx) TO PRG-REC
               PERFORM SHOW-PROGRESS-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Rec-CNT
               MOVE WS-Rec-Image(WS-i) TO PRG-REC
               IF PRG-State = "RUNNING" THEN
                   IF WS-Line-CNT + 6 > WS-Line-Max-CONST THEN
                       MOVE SPACES TO WS-Line(WS-Line-Max-CONST)
                       STRING "... " DELIMITED BY SIZE,
                              WS-Running-CNT DELIMITED BY SIZE,
                              " runs/slices in flight, "
                                  DELIMITED BY SIZE,
                              WS-Shown-CNT DELIMITED BY SIZE,
                              " shown" DELIMITED BY SIZE
                              INTO WS-Line(WS-Line-Max-CONST)
                       EXIT PERFORM
                   END-IF
                   PERFORM SHOW-PROGRESS-ROUTINE
               END-IF
           END-PERFORM.
       END-ROUTINE.

       LOAD-PROGRESS-ROUTINE.
           OPEN INPUT F-Progress-FILE.
           IF WS-Progress-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           READ F-Progress-FILE RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-Rec-CNT < WS-Rec-Max-CONST THEN
                       ADD 1 TO WS-Rec-CNT
                       MOVE PRG-REC TO WS-Rec-Image(WS-Rec-CNT)
                       IF PRG-State = "RUNNING" THEN
                           ADD 1 TO WS-Running-CNT
                       END-IF
                       MOVE PRG-Update-Date TO WS-Rec-Stamp(1:8)
                       MOVE PRG-Update-Time TO WS-Rec-Stamp(9:8)
                       IF WS-Rec-Stamp > WS-Latest-Stamp THEN
                           MOVE WS-Rec-Stamp TO WS-Latest-Stamp
                           MOVE WS-Rec-CNT TO WS-Latest-Idx
                       END-IF
                   END-IF
           END-READ.
           CLOSE F-Progress-FILE.
       END-ROUTINE.

       SHOW-PROGRESS-ROUTINE.
      *> five lines per run or slice
           ADD 1 TO WS-Shown-CNT.
           MOVE PRG-Start-Date TO WS-Stamp-Date.
           MOVE PRG-Start-Time TO WS-Stamp-Time.
           PERFORM STAMP-TO-CS-ROUTINE.
           MOVE WS-Stamp-CS TO WS-Run-Start-CS.
           MOVE PRG-Update-Date TO WS-Stamp-Date.
           MOVE PRG-Update-Time TO WS-Stamp-Time.
           PERFORM STAMP-TO-CS-ROUTINE.
           MOVE WS-Stamp-CS TO WS-Update-CS.
           IF PRG-State = "RUNNING" THEN
               COMPUTE WS-Run-Elapsed = WS-Now-Stamp - WS-Run-Start-CS
               COMPUTE WS-Silent-CS = WS-Now-Stamp - WS-Update-CS
           ELSE
               COMPUTE WS-Run-Elapsed = WS-Update-CS - WS-Run-Start-CS
               MOVE ZERO TO WS-Silent-CS
           END-IF.
           MOVE WS-Run-Elapsed TO WS-Fmt-CS.
           PERFORM CS-TO-HMS-ROUTINE.
           MOVE WS-Fmt-HMS TO WS-Run-HMS.
           MOVE SPACES TO WS-Slice-Text.
           IF PRG-Mode = "S" THEN
               STRING " SLICE " DELIMITED BY SIZE,
                      PRG-Slice-No DELIMITED BY SIZE
                      INTO WS-Slice-Text
           END-IF.

           ADD 1 TO WS-Line-CNT.
           STRING "RUN " DELIMITED BY SIZE,
                  PRG-Run-Number DELIMITED BY SIZE,
                  " ON " DELIMITED BY SIZE,
                  PRG-Run-Date DELIMITED BY SIZE,
                  WS-Slice-Text DELIMITED BY "  ",
                  "  " DELIMITED BY SIZE,
                  PRG-State DELIMITED BY SPACE,
                  "  STARTED " DELIMITED BY SIZE,
                  PRG-Start-Time(1:2) DELIMITED BY SIZE,
                  ":" DELIMITED BY SIZE,
                  PRG-Start-Time(3:2) DELIMITED BY SIZE,
                  "  LAST UPDATE " DELIMITED BY SIZE,
                  PRG-Update-Time(1:2) DELIMITED BY SIZE,
                  ":" DELIMITED BY SIZE,
                  PRG-Update-Time(3:2) DELIMITED BY SIZE,
                  ":" DELIMITED BY SIZE,
                  PRG-Update-Time(5:2) DELIMITED BY SIZE
                  INTO WS-Line(WS-Line-CNT).

           ADD 1 TO WS-Line-CNT.
           STRING "  DAY " DELIMITED BY SIZE,
                  PRG-Position DELIMITED BY SIZE,
                  " OF " DELIMITED BY SIZE,
                  PRG-Total DELIMITED BY SIZE,
                  "  DONE " DELIMITED BY SIZE,
                  PRG-Done DELIMITED BY SIZE,
                  "  FAILURES " DELIMITED BY SIZE,
                  PRG-Failures DELIMITED BY SIZE,
                  "  ELAPSED " DELIMITED BY SIZE,
                  WS-Run-HMS DELIMITED BY SPACE
                  INTO WS-Line(WS-Line-CNT).

           ADD 1 TO WS-Line-CNT.
           IF PRG-Budget > 0 THEN
               COMPUTE WS-Budget-Pct =
                   FUNCTION MIN(PRG-Budget-Spent * 100 / PRG-Budget,
                                999)
               STRING "  BUDGET SPENT " DELIMITED BY SIZE,
                      PRG-Budget-Spent DELIMITED BY SIZE,
                      " OF " DELIMITED BY SIZE,
                      PRG-Budget DELIMITED BY SIZE,
                      " CS (" DELIMITED BY SIZE,
                      WS-Budget-Pct DELIMITED BY SIZE,
                      "%)" DELIMITED BY SIZE
                      INTO WS-Line(WS-Line-CNT)
           ELSE
               STRING "  BUDGET SPENT " DELIMITED BY SIZE,
                      PRG-Budget-Spent DELIMITED BY SIZE,
                      " CS - NO BUDGET LINE IN RUN CONTROL"
                          DELIMITED BY SIZE
                      INTO WS-Line(WS-Line-CNT)
           END-IF.

           ADD 1 TO WS-Line-CNT.
           MOVE ZERO TO WS-Day-Running.
           MOVE SPACES TO WS-Flag-Text.
           IF PRG-Day-YearDay = SPACES THEN
               MOVE "  IN FLIGHT: (between days)"
                   TO WS-Line(WS-Line-CNT)
           ELSE
               MOVE PRG-Day-Start-Date TO WS-Stamp-Date
               MOVE PRG-Day-Start-Time TO WS-Stamp-Time
               PERFORM STAMP-TO-CS-ROUTINE
               MOVE WS-Stamp-CS TO WS-Day-Start-CS
               IF WS-Now-Stamp > WS-Day-Start-CS THEN
                   COMPUTE WS-Day-Running =
                       WS-Now-Stamp - WS-Day-Start-CS
               END-IF
               MOVE WS-Day-Running TO WS-Fmt-CS
               PERFORM CS-TO-HMS-ROUTINE
               MOVE WS-Fmt-HMS TO WS-Day-HMS
               IF PRG-Day-SLA > 0
                AND WS-Day-Running > PRG-Day-SLA THEN
                   MOVE " OVER SLA" TO WS-Flag-Text
               END-IF
               IF PRG-Day-Timeout > 0
                AND WS-Day-Running > PRG-Day-Timeout THEN
                   MOVE " STALLED?" TO WS-Flag-Text
               END-IF
               STRING "  IN FLIGHT: " DELIMITED BY SIZE,
                      PRG-Day-YearDay DELIMITED BY SPACE,
                      " " DELIMITED BY SIZE,
                      PRG-Day-Program DELIMITED BY SPACE,
                      " " DELIMITED BY SIZE,
                      WS-Day-HMS DELIMITED BY SPACE,
                      " SLA " DELIMITED BY SIZE,
                      PRG-Day-SLA DELIMITED BY SIZE,
                      " WATCHDOG " DELIMITED BY SIZE,
                      PRG-Day-Timeout DELIMITED BY SIZE,
                      WS-Flag-Text DELIMITED BY SIZE
                      INTO WS-Line(WS-Line-CNT)
           END-IF.

           ADD 1 TO WS-Line-CNT.
           EVALUATE TRUE
               WHEN PRG-State NOT = "RUNNING"
                   STRING "  COMPLETED " DELIMITED BY SIZE,
                          PRG-Update-Date DELIMITED BY SIZE,
                          " " DELIMITED BY SIZE,
                          PRG-Update-Time(1:2) DELIMITED BY SIZE,
                          ":" DELIMITED BY SIZE,
                          PRG-Update-Time(3:2) DELIMITED BY SIZE,
                          " - FORECAST WAS " DELIMITED BY SIZE,
                          PRG-Forecast-Total DELIMITED BY SIZE,
                          " CS" DELIMITED BY SIZE
                          INTO WS-Line(WS-Line-CNT)
               WHEN WS-Silent-CS > WS-Stale-CS-CONST
                   MOVE "  NO UPDATE FOR OVER AN HOUR - RUN ALIVE?"
                       TO WS-Line(WS-Line-CNT)
               WHEN PRG-Forecast-Total = 0
                   MOVE "  ESTIMATED COMPLETION: NO FORECAST"
                       TO WS-Line(WS-Line-CNT)
               WHEN OTHER
                   PERFORM ETA-ROUTINE
           END-EVALUATE.
       END-ROUTINE.

       ETA-ROUTINE.
      *> what the forecast still has to run, less what the day in
      *> flight has already used, from now
           MOVE ZERO TO WS-Remaining.
           IF PRG-Forecast-Total > PRG-Forecast-Done + WS-Day-Running
           THEN
               COMPUTE WS-Remaining = PRG-Forecast-Total
                   - PRG-Forecast-Done - WS-Day-Running
           END-IF.
           COMPUTE WS-ETA-CS = WS-Now-Stamp + WS-Remaining.
           DIVIDE WS-ETA-CS BY WS-Day-CS-CONST GIVING WS-ETA-Days
               REMAINDER WS-ETA-Clock.
           MOVE FUNCTION DATE-OF-INTEGER(WS-ETA-Days) TO WS-ETA-Date.
           MOVE WS-ETA-Clock TO WS-Fmt-CS.
           PERFORM CS-TO-HMS-ROUTINE.
           MOVE WS-Fmt-HMS TO WS-ETA-HMS.
           MOVE WS-Remaining TO WS-Fmt-CS.
           PERFORM CS-TO-HMS-ROUTINE.
           STRING "  ESTIMATED COMPLETION " DELIMITED BY SIZE,
                  WS-ETA-Date DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-ETA-HMS(1:5) DELIMITED BY SIZE,
                  " (" DELIMITED BY SIZE,
                  WS-Fmt-HMS DELIMITED BY SPACE,
                  " LEFT OF FORECAST " DELIMITED BY SIZE,
                  PRG-Forecast-Total DELIMITED BY SIZE,
                  " CS)" DELIMITED BY SIZE
                  INTO WS-Line(WS-Line-CNT).
       END-ROUTINE.

       STAMP-TO-CS-ROUTINE.
           MOVE ZERO TO WS-Stamp-CS.
           IF FUNCTION TEST-NUMVAL(WS-Stamp-Date) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-Stamp-Time) NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Stamp-CS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Stamp-Date))
               * WS-Day-CS-CONST
               + FUNCTION NUMVAL(WS-Stamp-Time(1:2)) * 360000
               + FUNCTION NUMVAL(WS-Stamp-Time(3:2)) * 6000
               + FUNCTION NUMVAL(WS-Stamp-Time(5:2)) * 100
               + FUNCTION NUMVAL(WS-Stamp-Time(7:2)).
       END-ROUTINE.

       CS-TO-HMS-ROUTINE.
           DIVIDE WS-Fmt-CS BY 360000 GIVING WS-Fmt-HH
               REMAINDER WS-Fmt-Rest.
           DIVIDE WS-Fmt-Rest BY 6000 GIVING WS-Fmt-MM
               REMAINDER WS-Fmt-Rest.
           DIVIDE WS-Fmt-Rest BY 100 GIVING WS-Fmt-SS.
           MOVE SPACES TO WS-Fmt-HMS.
           IF WS-Fmt-HH > 99 THEN
               STRING WS-Fmt-HH DELIMITED BY SIZE,
                      ":" DELIMITED BY SIZE,
                      WS-Fmt-MM DELIMITED BY SIZE,
                      ":" DELIMITED BY SIZE,
                      WS-Fmt-SS DELIMITED BY SIZE
                      INTO WS-Fmt-HMS
           ELSE
               STRING WS-Fmt-HH(2:2) DELIMITED BY SIZE,
                      ":" DELIMITED BY SIZE,
                      WS-Fmt-MM DELIMITED BY SIZE,
                      ":" DELIMITED BY SIZE,
                      WS-Fmt-SS DELIMITED BY SIZE
                      INTO WS-Fmt-HMS
           END-IF.
       END-ROUTINE.

       END PROGRAM run_monitor.
