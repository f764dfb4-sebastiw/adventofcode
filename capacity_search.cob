       IDENTIFICATION DIVISION.
       PROGRAM-ID. capacity_search.
      *> Capacity break-point finder. For each registered day that
      *> gen_input has a synthetic format for, drives gen_input at
      *> growing sizes and runs the day program on each input through
      *> day_runner under the watchdog (the same wrapper and time-out
      *> test_all uses), timing every probe and reading back the
      *> table high-water marks the wrapper hands off. The size is
      *> doubled from 10 until a probe breaks or the size cap is
      *> reached, then the gaps are halved to narrow down
      *>   the largest size that completes within the day's SLA
      *>   the first size that breaks: a table filled to its OCCURS
      *>   limit, the watchdog time-out, or the program failing
      *> to within five percent. Sizes are in gen_input's units for
      *> the day and are shown beside the record count of the input
      *> generated, which is the measure the capacity sheet compares
      *> with the largest real input of the day in the input catalog
      *> (input_catalog.txt): HEADROOM is how far the largest input
      *> met within SLA (or, for a day with no SLA, the largest that
      *> still ran clean) lies above it, negative when the real input
      *> is already beyond it.
      *> Runtime profile keys: CAPTIMEOUT (watchdog per probe in cs,
      *> default 3000, raised to three times the SLA where that is
      *> longer), CAPMAXSIZE (size cap, default 100000), CAPPROBES
      *> (probes per day, default 16).
      *> Usage: capacity_search [year/day]   (default every day)
      *> Report on the console and in capacity_sheet.txt.
      *> Condition codes: 0 sheet written, 4 a real input beyond the
      *> capacity found or no day searched, 16 bad argument or no
      *> day registry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Registry-FILE
           ASSIGN TO "registry.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REGX-Key
           FILE STATUS IS WS-Registry-FS.
           SELECT F-Catalog-FILE
           ASSIGN TO "input_catalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Catalog-FS.
           SELECT F-Map-FILE
           ASSIGN TO "side_outputs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Map-FS.
           SELECT F-Work-FILE
           ASSIGN TO WS-Work-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Work-FS.
           SELECT F-Report-FILE
           ASSIGN TO WS-Report-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Report-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Registry-FILE.
       COPY "registry-master-idx.cpy".

       FD F-Catalog-FILE.
       01 F-Catalog-REC.
         02 F-Cat-Path PIC X(60).
         02 F-Cat-FP PIC X(20).
         02 F-Cat-Records PIC X(6).
         02 F-Cat-First-Seen PIC X(8).
         02 F-Cat-Last-Run PIC X(8).

       FD F-Map-FILE.
       01 F-Map-LINE PIC X(80).

       FD F-Work-FILE.
       01 F-Work-LINE PIC X(200).

       FD F-Report-FILE.
       01 F-Report-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-Registry-FS PIC XX.
       01 WS-Catalog-FS PIC XX.
       01 WS-Map-FS PIC XX.
       01 WS-Work-FileName PIC X(60) VALUE SPACES.
       01 WS-Work-FS PIC XX.
       01 WS-Report-FileName PIC X(40) VALUE "capacity_sheet.txt".
       01 WS-Report-FS PIC XX.
       01 WS-Report-RC PIC S9(4) VALUE ZERO.
       COPY "report-page.cpy".
       01 WS-Report-Open-BOOL PIC 9(1) VALUE 0.
       01 WS-Report-Work PIC X(120) VALUE SPACES.

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-Argument PIC X(40) VALUE SPACES.
       01 WS-Filter-YD PIC X(10) VALUE SPACES.
       01 WS-Handoff-FileName PIC X(40) VALUE "capacity_search.tmp".

       01 WS-Profile-Key PIC X(12) VALUE SPACES.
       01 WS-Profile-Value PIC X(20) VALUE SPACES.
       01 WS-Profile-Found PIC 9(1) VALUE ZERO.
       01 WS-Cap-Timeout-CS PIC 9(6) VALUE 3000.
       01 WS-Cap-Max-Size PIC 9(6) VALUE 100000.
       01 WS-Cap-Probes PIC 9(3) VALUE 16.
       01 WS-Start-Size-CONST PIC 9(6) VALUE 10.
      *> gen_input draws day 8's grid no larger than this side
       01 WS-Grid-Max-CONST PIC 9(6) VALUE 200.

      *> registered days and, per day, what the search found
       01 WS-Day-Max-CONST PIC 9(4) VALUE 300.
       01 WS-Day-CNT PIC 9(4) VALUE ZERO.
       01 WS-Day-TBL.
         02 WS-Day-REC OCCURS 300 TIMES.
           03 WS-Day-Year PIC X(4).
           03 WS-Day-Day PIC X(2).
           03 WS-Day-YD PIC X(10).
           03 WS-Day-Program PIC X(20).
           03 WS-Day-SLA PIC 9(6).
           03 WS-Day-P1 PIC X(10).
           03 WS-Day-P2 PIC X(10).
           03 WS-Day-P3 PIC X(10).
           03 WS-Day-Searched PIC X(1).
           03 WS-Day-SLA-Size PIC 9(6).
           03 WS-Day-SLA-Recs PIC 9(8).
           03 WS-Day-Break-Size PIC 9(6).
           03 WS-Day-Break-Recs PIC 9(8).
           03 WS-Day-Break-Cause PIC X(28).
           03 WS-Day-Real-Recs PIC 9(8).
           03 WS-Day-Real-Path PIC X(60).
           03 WS-Day-Headroom PIC S9(6).
           03 WS-Day-Headroom-BOOL PIC 9(1).
       01 WS-d PIC 9(4) VALUE ZERO.
       01 WS-Day-NUM PIC 9(2) VALUE ZERO.
       01 WS-Day-Z PIC Z9.
       01 WS-Searched-CNT PIC 9(4) VALUE ZERO.
       01 WS-At-Risk-CNT PIC 9(4) VALUE ZERO.

      *> one day's search
       01 WS-Module PIC X(40) VALUE SPACES.
       01 WS-Input-FileName PIC X(40) VALUE SPACES.
       01 WS-Day-Timeout-CS PIC 9(7) VALUE ZERO.
       01 WS-Timeout-Sec PIC 9(5) VALUE ZERO.
       01 WS-Day-Max-Size PIC 9(6) VALUE ZERO.
       01 WS-Probe-CNT PIC 9(3) VALUE ZERO.
       01 WS-Done-BOOL PIC 9(1) VALUE 0.
       01 WS-Stop-BOOL PIC 9(1) VALUE 0.
       01 WS-SLA-Good PIC 9(6) VALUE ZERO.
       01 WS-SLA-Good-Recs PIC 9(8) VALUE ZERO.
       01 WS-SLA-Bad PIC 9(6) VALUE ZERO.
       01 WS-Run-Good PIC 9(6) VALUE ZERO.
       01 WS-Run-Good-Recs PIC 9(8) VALUE ZERO.
       01 WS-Run-Bad PIC 9(6) VALUE ZERO.
       01 WS-Run-Bad-Recs PIC 9(8) VALUE ZERO.
       01 WS-Run-Bad-Cause PIC X(28) VALUE SPACES.
       01 WS-Tolerance PIC 9(6) VALUE ZERO.

      *> one probe
       01 WS-Size PIC 9(6) VALUE ZERO.
       01 WS-Probe-Recs PIC 9(8) VALUE ZERO.
       01 WS-Probe-CS PIC 9(8) VALUE ZERO.
       01 WS-Probe-Verdict PIC X(8) VALUE SPACES.
       01 WS-Probe-Cause PIC X(28) VALUE SPACES.
       01 WS-Command PIC X(250) VALUE SPACES.
       01 WS-Sys-RC PIC S9(9) VALUE ZERO.
       01 WS-Sys-RC-ED PIC -(8)9.
       01 WS-Time-Str PIC X(8) VALUE SPACES.
       01 WS-Time-CS PIC 9(8) VALUE ZERO.
       01 WS-Start-CS PIC 9(8) VALUE ZERO.
       01 WS-Hand-Lines PIC 9(4) VALUE ZERO.
       01 WS-HWM-Name PIC X(20) VALUE SPACES.
       01 WS-HWM-Used PIC 9(7) VALUE ZERO.
       01 WS-HWM-Limit PIC 9(7) VALUE ZERO.

       01 WS-Map-Prog-TOK PIC X(20) VALUE SPACES.
       01 WS-Map-File-TOK PIC X(40) VALUE SPACES.
       01 WS-Cat-Recs PIC 9(8) VALUE ZERO.
       01 WS-Cat-Prefix PIC X(10) VALUE SPACES.
       01 WS-Cat-Prefix-LEN PIC 9(2) VALUE ZERO.

       01 WS-Size-ED PIC Z(5)9.
       01 WS-Recs-ED PIC Z(7)9.
       01 WS-CS-ED PIC Z(7)9.
       01 WS-SLA-ED PIC Z(5)9.
       01 WS-Head-ED PIC -(6)9.
       01 WS-Probes-ED PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           ACCEPT WS-Argument FROM COMMAND-LINE.
           IF WS-Argument NOT = SPACES THEN
               IF WS-Argument(1:1) = "-" THEN
                   DISPLAY "Usage: capacity_search [year/day]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-Argument TO WS-Filter-YD
           END-IF.
           PERFORM SETTINGS-ROUTINE.
           PERFORM LOAD-REGISTRY-ROUTINE.
           IF WS-Day-CNT = 0 THEN
               DISPLAY "capacity_search: day registry (registry.idx) "
                       "missing or empty - nothing to search"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-CATALOG-ROUTINE.
           PERFORM OPEN-REPORT-ROUTINE.
           MOVE "CAPACITY SHEET - break points by synthetic input size"
               TO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           MOVE WS-Cap-Timeout-CS TO WS-CS-ED.
           MOVE WS-Cap-Max-Size TO WS-Size-ED.
           MOVE WS-Cap-Probes TO WS-Probes-ED.
           STRING "watchdog " DELIMITED BY SIZE,
                  FUNCTION TRIM(WS-CS-ED) DELIMITED BY SIZE,
                  " cs per probe (at least 3 x SLA), size cap "
                      DELIMITED BY SIZE,
                  FUNCTION TRIM(WS-Size-ED) DELIMITED BY SIZE,
                  ", at most " DELIMITED BY SIZE,
                  FUNCTION TRIM(WS-Probes-ED) DELIMITED BY SIZE,
                  " probes per day" DELIMITED BY SIZE
                  INTO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           PERFORM SEARCH-DAY-ROUTINE
               VARYING WS-d FROM 1 UNTIL WS-d > WS-Day-CNT.
           PERFORM SUMMARY-ROUTINE.
           IF WS-Report-Open-BOOL = 1 THEN
               CLOSE F-Report-FILE
               PERFORM PAGE-REPORT-ROUTINE
               DISPLAY "Report written to "
                       FUNCTION TRIM(WS-Report-FileName)
           END-IF.
           IF WS-Searched-CNT = 0 OR WS-At-Risk-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-ROUTINE.

       SETTINGS-ROUTINE.
           MOVE "CAPTIMEOUT" TO WS-Profile-Key.
           PERFORM GET-PROFILE-ROUTINE.
           IF WS-Profile-Found = 1 THEN
               MOVE FUNCTION NUMVAL(WS-Profile-Value)
                   TO WS-Cap-Timeout-CS
           END-IF.
           MOVE "CAPMAXSIZE" TO WS-Profile-Key.
           PERFORM GET-PROFILE-ROUTINE.
           IF WS-Profile-Found = 1 THEN
               MOVE FUNCTION NUMVAL(WS-Profile-Value)
                   TO WS-Cap-Max-Size
           END-IF.
           MOVE "CAPPROBES" TO WS-Profile-Key.
           PERFORM GET-PROFILE-ROUTINE.
           IF WS-Profile-Found = 1 THEN
               MOVE FUNCTION NUMVAL(WS-Profile-Value)
                   TO WS-Cap-Probes
           END-IF.
           IF WS-Cap-Max-Size < WS-Start-Size-CONST THEN
               MOVE WS-Start-Size-CONST TO WS-Cap-Max-Size
           END-IF.
           IF WS-Cap-Probes < 2 THEN
               MOVE 2 TO WS-Cap-Probes
           END-IF.
       END-ROUTINE.

       GET-PROFILE-ROUTINE.
           MOVE SPACES TO WS-Profile-Value.
           MOVE ZERO TO WS-Profile-Found.
           CALL "profile_get" USING WS-Profile-Key,
               WS-Profile-Value, WS-Profile-Found
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-Profile-Found = 1 THEN
               IF FUNCTION TEST-NUMVAL(WS-Profile-Value) NOT = 0 THEN
                   MOVE ZERO TO WS-Profile-Found
               ELSE
                   IF FUNCTION NUMVAL(WS-Profile-Value) < 1
                    OR FUNCTION NUMVAL(WS-Profile-Value) > 999999 THEN
                       MOVE ZERO TO WS-Profile-Found
                   END-IF
               END-IF
           END-IF.
       END-ROUTINE.

       LOAD-REGISTRY-ROUTINE.
           OPEN INPUT F-Registry-FILE.
           IF WS-Registry-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           MOVE LOW-VALUES TO REGX-Key.
           START F-Registry-FILE KEY IS >= REGX-Key
               INVALID KEY
                   SET WS-EOF-BOOL TO 1
           END-START.
           PERFORM READ-REGISTRY-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Registry-FILE.
       END-ROUTINE.

       READ-REGISTRY-ROUTINE.
           READ F-Registry-FILE NEXT RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
      *> a day deactivated by hand is left out
                   IF REGX-Active NOT = "I"
                    AND WS-Day-CNT < WS-Day-Max-CONST THEN
                       ADD 1 TO WS-Day-CNT
                       INITIALIZE WS-Day-REC(WS-Day-CNT)
                       MOVE REGX-Year TO WS-Day-Year(WS-Day-CNT)
                       MOVE REGX-Day TO WS-Day-Day(WS-Day-CNT)
                       STRING REGX-Year DELIMITED BY SPACE,
                              "/" DELIMITED BY SIZE,
                              REGX-Day DELIMITED BY SPACE
                              INTO WS-Day-YD(WS-Day-CNT)
                       MOVE REGX-Program TO WS-Day-Program(WS-Day-CNT)
                       IF FUNCTION TEST-NUMVAL(REGX-SLA) = 0 THEN
                           MOVE FUNCTION NUMVAL(REGX-SLA)
                               TO WS-Day-SLA(WS-Day-CNT)
                       END-IF
                       MOVE REGX-Param-1 TO WS-Day-P1(WS-Day-CNT)
                       MOVE REGX-Param-2 TO WS-Day-P2(WS-Day-CNT)
                       MOVE REGX-Param-3 TO WS-Day-P3(WS-Day-CNT)
                       MOVE "N" TO WS-Day-Searched(WS-Day-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

      *> the largest real input of each day; inputs the generator
      *> wrote are not real
       LOAD-CATALOG-ROUTINE.
           OPEN INPUT F-Catalog-FILE.
           IF WS-Catalog-FS NOT = "00" THEN
               DISPLAY "capacity_search: no input catalog "
                       "(input_catalog.txt) - run input_catalog "
                       "first; no headroom shown"
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-CATALOG-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Catalog-FILE.
       END-ROUTINE.

       READ-CATALOG-ROUTINE.
           READ F-Catalog-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   PERFORM CATALOG-ENTRY-ROUTINE
           END-READ.
       END-ROUTINE.

       CATALOG-ENTRY-ROUTINE.
           IF FUNCTION TEST-NUMVAL(F-Cat-Records) NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF F-Cat-Path(FUNCTION LENGTH(FUNCTION TRIM(F-Cat-Path))
                   - 8:9) = "/geninput"
            OR F-Cat-Path(FUNCTION LENGTH(FUNCTION TRIM(F-Cat-Path))
                   - 8:9) = "/capinput" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(F-Cat-Records) TO WS-Cat-Recs.
           PERFORM VARYING WS-d FROM 1 UNTIL WS-d > WS-Day-CNT
               MOVE SPACES TO WS-Cat-Prefix
               STRING WS-Day-YD(WS-d) DELIMITED BY SPACE,
                      "/" DELIMITED BY SIZE
                      INTO WS-Cat-Prefix
               COMPUTE WS-Cat-Prefix-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-Cat-Prefix))
               IF F-Cat-Path(1:WS-Cat-Prefix-LEN) =
                       WS-Cat-Prefix(1:WS-Cat-Prefix-LEN)
                AND WS-Cat-Recs > WS-Day-Real-Recs(WS-d) THEN
                   MOVE WS-Cat-Recs TO WS-Day-Real-Recs(WS-d)
                   MOVE F-Cat-Path TO WS-Day-Real-Path(WS-d)
               END-IF
           END-PERFORM.
       END-ROUTINE.

       SEARCH-DAY-ROUTINE.
           IF WS-Filter-YD NOT = SPACES
            AND WS-Filter-YD NOT = WS-Day-YD(WS-d) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM REPORT-LINE-ROUTINE.
           MOVE WS-Day-SLA(WS-d) TO WS-SLA-ED.
           STRING WS-Day-YD(WS-d) DELIMITED BY SPACE,
                  "  " DELIMITED BY SIZE,
                  WS-Day-Program(WS-d) DELIMITED BY SPACE,
                  "  SLA " DELIMITED BY SIZE,
                  FUNCTION TRIM(WS-SLA-ED) DELIMITED BY SIZE,
                  " cs" DELIMITED BY SIZE
                  INTO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           MOVE 0 TO WS-Day-NUM.
           IF FUNCTION TEST-NUMVAL(WS-Day-Day(WS-d)) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Day-Day(WS-d)) TO WS-Day-NUM
           END-IF.
           IF WS-Day-Year(WS-d) NOT = "2022"
            OR WS-Day-NUM < 1 OR WS-Day-NUM > 11 THEN
               MOVE "  no synthetic input format for this day - "
                   & "not searched" TO WS-Report-Work
               PERFORM REPORT-LINE-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-Day-Searched(WS-d).
           ADD 1 TO WS-Searched-CNT.
           MOVE SPACES TO WS-Module, WS-Input-FileName.
           STRING WS-Day-YD(WS-d) DELIMITED BY SPACE,
                  "/" DELIMITED BY SIZE,
                  WS-Day-Program(WS-d) DELIMITED BY SPACE
                  INTO WS-Module.
           STRING WS-Day-YD(WS-d) DELIMITED BY SPACE,
                  "/capinput" DELIMITED BY SIZE
                  INTO WS-Input-FileName.
           MOVE WS-Cap-Timeout-CS TO WS-Day-Timeout-CS.
           IF WS-Day-SLA(WS-d) * 3 > WS-Day-Timeout-CS THEN
               COMPUTE WS-Day-Timeout-CS = WS-Day-SLA(WS-d) * 3
           END-IF.
           COMPUTE WS-Timeout-Sec = (WS-Day-Timeout-CS + 99) / 100.
           MOVE WS-Cap-Max-Size TO WS-Day-Max-Size.
           IF WS-Day-NUM = 8 AND WS-Day-Max-Size > WS-Grid-Max-CONST
                   THEN
               MOVE WS-Grid-Max-CONST TO WS-Day-Max-Size
           END-IF.
           MOVE ZERO TO WS-Probe-CNT, WS-SLA-Good, WS-SLA-Good-Recs,
                        WS-SLA-Bad, WS-Run-Good, WS-Run-Good-Recs,
                        WS-Run-Bad, WS-Run-Bad-Recs.
           MOVE SPACES TO WS-Run-Bad-Cause.
           SET WS-Stop-BOOL TO 0.
      *> grow: double until something breaks or the cap is reached
           MOVE WS-Start-Size-CONST TO WS-Size.
           SET WS-Done-BOOL TO 0.
           PERFORM GROW-ROUTINE UNTIL WS-Done-BOOL = 1.
      *> then halve the gap below each break point
           SET WS-Done-BOOL TO 0.
           PERFORM NARROW-SLA-ROUTINE UNTIL WS-Done-BOOL = 1.
           SET WS-Done-BOOL TO 0.
           PERFORM NARROW-BREAK-ROUTINE UNTIL WS-Done-BOOL = 1.
           PERFORM DAY-RESULT-ROUTINE.
           PERFORM CLEAN-UP-ROUTINE.
       END-ROUTINE.

       GROW-ROUTINE.
           PERFORM PROBE-ROUTINE.
           IF WS-Stop-BOOL = 1 OR WS-Run-Bad > 0
            OR WS-Probe-CNT >= WS-Cap-Probes
            OR WS-Size >= WS-Day-Max-Size THEN
               SET WS-Done-BOOL TO 1
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Size = WS-Size * 2
               ON SIZE ERROR
                   MOVE WS-Day-Max-Size TO WS-Size
           END-COMPUTE.
           IF WS-Size > WS-Day-Max-Size THEN
               MOVE WS-Day-Max-Size TO WS-Size
           END-IF.
       END-ROUTINE.

       NARROW-SLA-ROUTINE.
           IF WS-SLA-Bad = 0 OR WS-Stop-BOOL = 1
            OR WS-Probe-CNT >= WS-Cap-Probes
            OR WS-SLA-Good >= WS-SLA-Bad THEN
               SET WS-Done-BOOL TO 1
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Tolerance = WS-SLA-Bad / 20.
           IF WS-Tolerance < 1 THEN
               MOVE 1 TO WS-Tolerance
           END-IF.
           IF WS-SLA-Bad - WS-SLA-Good <= WS-Tolerance THEN
               SET WS-Done-BOOL TO 1
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Size = (WS-SLA-Good + WS-SLA-Bad) / 2.
           PERFORM PROBE-ROUTINE.
       END-ROUTINE.

       NARROW-BREAK-ROUTINE.
           IF WS-Run-Bad = 0 OR WS-Stop-BOOL = 1
            OR WS-Probe-CNT >= WS-Cap-Probes
            OR WS-Run-Good >= WS-Run-Bad THEN
               SET WS-Done-BOOL TO 1
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Tolerance = WS-Run-Bad / 20.
           IF WS-Tolerance < 1 THEN
               MOVE 1 TO WS-Tolerance
           END-IF.
           IF WS-Run-Bad - WS-Run-Good <= WS-Tolerance THEN
               SET WS-Done-BOOL TO 1
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Size = (WS-Run-Good + WS-Run-Bad) / 2.
           PERFORM PROBE-ROUTINE.
       END-ROUTINE.

      *> one size: generate the input, run the day on it under the
      *> watchdog, and move the bounds
       PROBE-ROUTINE.
           ADD 1 TO WS-Probe-CNT.
           MOVE SPACES TO WS-Probe-Verdict, WS-Probe-Cause.
           MOVE ZERO TO WS-Probe-Recs, WS-Probe-CS.
           MOVE WS-Day-NUM TO WS-Day-Z.
           MOVE SPACES TO WS-Command.
           STRING "./gen_input " DELIMITED BY SIZE,
                  FUNCTION TRIM(WS-Day-Z) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Size DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Input-FileName DELIMITED BY SPACE,
                  " > /dev/null" DELIMITED BY SIZE
                  INTO WS-Command.
           CALL "SYSTEM" USING WS-Command.
           MOVE RETURN-CODE TO WS-Sys-RC.
           MOVE 0 TO RETURN-CODE.
           IF WS-Sys-RC NOT = 0 THEN
               MOVE WS-Sys-RC TO WS-Sys-RC-ED
               STRING "  gen_input failed at size " DELIMITED BY SIZE,
                      WS-Size DELIMITED BY SIZE,
                      " - rc " DELIMITED BY SIZE,
                      FUNCTION TRIM(WS-Sys-RC-ED) DELIMITED BY SIZE,
                      "; search of the day stopped" DELIMITED BY SIZE
                      INTO WS-Report-Work
               PERFORM REPORT-LINE-ROUTINE
               SET WS-Stop-BOOL TO 1
               EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-INPUT-ROUTINE.
           CALL "CBL_DELETE_FILE" USING WS-Handoff-FileName
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SPACES TO WS-Command.
           STRING "timeout " DELIMITED BY SIZE,
                  WS-Timeout-Sec DELIMITED BY SIZE,
                  " ./day_runner " DELIMITED BY SIZE,
                  WS-Module DELIMITED BY SPACE,
                  " " DELIMITED BY SIZE,
                  WS-Input-FileName DELIMITED BY SPACE,
                  " " DELIMITED BY SIZE,
                  WS-Handoff-FileName DELIMITED BY SPACE
                  INTO WS-Command.
           PERFORM RUNNER-PARAMS-ROUTINE.
           STRING FUNCTION TRIM(WS-Command) DELIMITED BY SIZE,
                  " > /dev/null 2>&1" DELIMITED BY SIZE
                  INTO WS-Command.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-Time-Str.
           PERFORM TIME-CS-ROUTINE.
           MOVE WS-Time-CS TO WS-Start-CS.
           CALL "SYSTEM" USING WS-Command.
           MOVE RETURN-CODE TO WS-Sys-RC.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-Time-Str.
           PERFORM TIME-CS-ROUTINE.
      *> a probe running over midnight
           IF WS-Time-CS < WS-Start-CS THEN
               ADD 8640000 TO WS-Time-CS
           END-IF.
           COMPUTE WS-Probe-CS = WS-Time-CS - WS-Start-CS.
           EVALUATE TRUE
               WHEN WS-Sys-RC = 124 OR WS-Sys-RC = 31744
                   MOVE "BREAK" TO WS-Probe-Verdict
                   MOVE "WATCHDOG TIME-OUT" TO WS-Probe-Cause
               WHEN WS-Sys-RC NOT = 0
                   MOVE WS-Sys-RC TO WS-Sys-RC-ED
                   MOVE "BREAK" TO WS-Probe-Verdict
                   STRING "PROGRAM FAILED RC " DELIMITED BY SIZE,
                          FUNCTION TRIM(WS-Sys-RC-ED) DELIMITED BY SIZE
                          INTO WS-Probe-Cause
               WHEN OTHER
                   PERFORM READ-HANDOFF-ROUTINE
           END-EVALUATE.
           IF WS-Probe-Verdict = SPACES THEN
               IF WS-Day-SLA(WS-d) > 0
                AND WS-Probe-CS > WS-Day-SLA(WS-d) THEN
                   MOVE "OVER SLA" TO WS-Probe-Verdict
               ELSE
                   MOVE "OK" TO WS-Probe-Verdict
               END-IF
           END-IF.
           EVALUATE WS-Probe-Verdict
               WHEN "OK"
                   IF WS-Size > WS-SLA-Good THEN
                       MOVE WS-Size TO WS-SLA-Good
                       MOVE WS-Probe-Recs TO WS-SLA-Good-Recs
                   END-IF
                   PERFORM RAN-CLEAN-ROUTINE
               WHEN "OVER SLA"
                   PERFORM OVER-SLA-ROUTINE
                   PERFORM RAN-CLEAN-ROUTINE
               WHEN OTHER
                   PERFORM OVER-SLA-ROUTINE
                   IF WS-Run-Bad = 0 OR WS-Size < WS-Run-Bad THEN
                       MOVE WS-Size TO WS-Run-Bad
                       MOVE WS-Probe-Recs TO WS-Run-Bad-Recs
                       MOVE WS-Probe-Cause TO WS-Run-Bad-Cause
                   END-IF
           END-EVALUATE.
           MOVE WS-Size TO WS-Size-ED.
           MOVE WS-Probe-Recs TO WS-Recs-ED.
           MOVE WS-Probe-CS TO WS-CS-ED.
           STRING "    size " DELIMITED BY SIZE,
                  WS-Size-ED DELIMITED BY SIZE,
                  "  records " DELIMITED BY SIZE,
                  WS-Recs-ED DELIMITED BY SIZE,
                  "  cs " DELIMITED BY SIZE,
                  WS-CS-ED DELIMITED BY SIZE,
                  "  " DELIMITED BY SIZE,
                  WS-Probe-Verdict DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Probe-Cause DELIMITED BY SIZE
                  INTO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
       END-ROUTINE.

       OVER-SLA-ROUTINE.
           IF WS-SLA-Bad = 0 OR WS-Size < WS-SLA-Bad THEN
               MOVE WS-Size TO WS-SLA-Bad
           END-IF.
       END-ROUTINE.

       RAN-CLEAN-ROUTINE.
           IF WS-Size > WS-Run-Good THEN
               MOVE WS-Size TO WS-Run-Good
               MOVE WS-Probe-Recs TO WS-Run-Good-Recs
           END-IF.
       END-ROUTINE.

      *> "-" stands in for a blank parameter slot, as in test_all
       RUNNER-PARAMS-ROUTINE.
           IF WS-Day-P1(WS-d) = SPACES
            AND WS-Day-P2(WS-d) = SPACES
            AND WS-Day-P3(WS-d) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Day-P1(WS-d) = SPACES THEN
               STRING FUNCTION TRIM(WS-Command) DELIMITED BY SIZE,
                      " -" DELIMITED BY SIZE INTO WS-Command
           ELSE
               STRING FUNCTION TRIM(WS-Command) DELIMITED BY SIZE,
                      " " DELIMITED BY SIZE,
                      WS-Day-P1(WS-d) DELIMITED BY SPACE
                      INTO WS-Command
           END-IF.
           IF WS-Day-P2(WS-d) = SPACES THEN
               STRING FUNCTION TRIM(WS-Command) DELIMITED BY SIZE,
                      " -" DELIMITED BY SIZE INTO WS-Command
           ELSE
               STRING FUNCTION TRIM(WS-Command) DELIMITED BY SIZE,
                      " " DELIMITED BY SIZE,
                      WS-Day-P2(WS-d) DELIMITED BY SPACE
                      INTO WS-Command
           END-IF.
           IF WS-Day-P3(WS-d) = SPACES THEN
               STRING FUNCTION TRIM(WS-Command) DELIMITED BY SIZE,
                      " -" DELIMITED BY SIZE INTO WS-Command
           ELSE
               STRING FUNCTION TRIM(WS-Command) DELIMITED BY SIZE,
                      " " DELIMITED BY SIZE,
                      WS-Day-P3(WS-d) DELIMITED BY SPACE
                      INTO WS-Command
           END-IF.
       END-ROUTINE.

       COUNT-INPUT-ROUTINE.
           MOVE WS-Input-FileName TO WS-Work-FileName.
           OPEN INPUT F-Work-FILE.
           IF WS-Work-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM COUNT-LINE-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Work-FILE.
       END-ROUTINE.

       COUNT-LINE-ROUTINE.
           READ F-Work-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END ADD 1 TO WS-Probe-Recs
           END-READ.
       END-ROUTINE.

      *> the wrapper's hand-off: two results, the phases, then one
      *> "*HWM*" line per table; a table at its limit is a break
       READ-HANDOFF-ROUTINE.
           MOVE WS-Handoff-FileName TO WS-Work-FileName.
           OPEN INPUT F-Work-FILE.
           IF WS-Work-FS NOT = "00" THEN
               MOVE "BREAK" TO WS-Probe-Verdict
               MOVE "NO RESULT FROM DAY_RUNNER" TO WS-Probe-Cause
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-Hand-Lines.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-HANDOFF-LINE-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Work-FILE.
       END-ROUTINE.

       READ-HANDOFF-LINE-ROUTINE.
           READ F-Work-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   ADD 1 TO WS-Hand-Lines
                   IF F-Work-LINE(1:5) = "*HWM*" THEN
                       MOVE F-Work-LINE(8:20) TO WS-HWM-Name
                       MOVE F-Work-LINE(28:7) TO WS-HWM-Used
                       MOVE F-Work-LINE(35:7) TO WS-HWM-Limit
                       IF WS-HWM-Limit > 0
                        AND WS-HWM-Used >= WS-HWM-Limit
                        AND WS-Probe-Verdict = SPACES THEN
                           MOVE "BREAK" TO WS-Probe-Verdict
                           STRING "TABLE FULL " DELIMITED BY SIZE,
                                  WS-HWM-Name DELIMITED BY SPACE
                                  INTO WS-Probe-Cause
                       END-IF
                   END-IF
           END-READ.
       END-ROUTINE.

       TIME-CS-ROUTINE.
           COMPUTE WS-Time-CS =
               FUNCTION NUMVAL(WS-Time-Str(1:2)) * 360000 +
               FUNCTION NUMVAL(WS-Time-Str(3:2)) * 6000 +
               FUNCTION NUMVAL(WS-Time-Str(5:2)) * 100 +
               FUNCTION NUMVAL(WS-Time-Str(7:2)).
       END-ROUTINE.

       DAY-RESULT-ROUTINE.
           MOVE WS-SLA-Good TO WS-Day-SLA-Size(WS-d).
           MOVE WS-SLA-Good-Recs TO WS-Day-SLA-Recs(WS-d).
           MOVE WS-Run-Bad TO WS-Day-Break-Size(WS-d).
           MOVE WS-Run-Bad-Recs TO WS-Day-Break-Recs(WS-d).
           MOVE WS-Run-Bad-Cause TO WS-Day-Break-Cause(WS-d).
           IF WS-Day-SLA(WS-d) = 0 THEN
               MOVE WS-Run-Good TO WS-Day-SLA-Size(WS-d)
               MOVE WS-Run-Good-Recs TO WS-Day-SLA-Recs(WS-d)
           END-IF.
           MOVE WS-Day-SLA-Size(WS-d) TO WS-Size-ED.
           MOVE WS-Day-SLA-Recs(WS-d) TO WS-Recs-ED.
           IF WS-Day-SLA(WS-d) = 0 THEN
               MOVE "  LARGEST CLEAN RUN (no SLA)" TO WS-Report-Work
           ELSE
               MOVE "  LARGEST WITHIN SLA" TO WS-Report-Work
           END-IF.
           IF WS-Day-SLA-Size(WS-d) = 0 THEN
               MOVE "none - the smallest size did not make it"
                   TO WS-Report-Work(31:)
           ELSE
               STRING "size " DELIMITED BY SIZE,
                      WS-Size-ED DELIMITED BY SIZE,
                      "  records " DELIMITED BY SIZE,
                      WS-Recs-ED DELIMITED BY SIZE
                      INTO WS-Report-Work(31:)
           END-IF.
           PERFORM REPORT-LINE-ROUTINE.
           MOVE "  FIRST BREAK" TO WS-Report-Work.
           IF WS-Run-Bad = 0 THEN
               MOVE WS-Run-Good TO WS-Size-ED
               STRING "none up to size " DELIMITED BY SIZE,
                      FUNCTION TRIM(WS-Size-ED) DELIMITED BY SIZE
                      INTO WS-Report-Work(31:)
           ELSE
               MOVE WS-Run-Bad TO WS-Size-ED
               MOVE WS-Run-Bad-Recs TO WS-Recs-ED
               STRING "size " DELIMITED BY SIZE,
                      WS-Size-ED DELIMITED BY SIZE,
                      "  records " DELIMITED BY SIZE,
                      WS-Recs-ED DELIMITED BY SIZE,
                      "  " DELIMITED BY SIZE,
                      WS-Run-Bad-Cause DELIMITED BY SIZE
                      INTO WS-Report-Work(31:)
           END-IF.
           PERFORM REPORT-LINE-ROUTINE.
           MOVE "  LARGEST REAL INPUT" TO WS-Report-Work.
           IF WS-Day-Real-Recs(WS-d) = 0 THEN
               MOVE "none in the input catalog"
                   TO WS-Report-Work(31:)
               PERFORM REPORT-LINE-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Day-Headroom(WS-d) =
               (WS-Day-SLA-Recs(WS-d) - WS-Day-Real-Recs(WS-d)) * 100
               / WS-Day-Real-Recs(WS-d)
               ON SIZE ERROR
                   MOVE 999999 TO WS-Day-Headroom(WS-d)
           END-COMPUTE.
           SET WS-Day-Headroom-BOOL(WS-d) TO 1.
           MOVE WS-Day-Real-Recs(WS-d) TO WS-Recs-ED.
           MOVE WS-Day-Headroom(WS-d) TO WS-Head-ED.
           STRING "records " DELIMITED BY SIZE,
                  WS-Recs-ED DELIMITED BY SIZE,
                  "  HEADROOM " DELIMITED BY SIZE,
                  FUNCTION TRIM(WS-Head-ED) DELIMITED BY SIZE,
                  "%  (" DELIMITED BY SIZE,
                  WS-Day-Real-Path(WS-d) DELIMITED BY SPACE,
                  ")" DELIMITED BY SIZE
                  INTO WS-Report-Work(31:)
           PERFORM REPORT-LINE-ROUTINE.
           IF WS-Day-Headroom(WS-d) < 0 THEN
               ADD 1 TO WS-At-Risk-CNT
               MOVE "  ** the largest real input is already beyond "
                   & "this capacity **" TO WS-Report-Work
               PERFORM REPORT-LINE-ROUTINE
           END-IF.
       END-ROUTINE.

      *> the generated input, the hand-off and the side files the
      *> probes left behind
       CLEAN-UP-ROUTINE.
           CALL "CBL_DELETE_FILE" USING WS-Input-FileName
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           CALL "CBL_DELETE_FILE" USING WS-Handoff-FileName
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN INPUT F-Map-FILE.
           IF WS-Map-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-MAP-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Map-FILE.
       END-ROUTINE.

       READ-MAP-ROUTINE.
           READ F-Map-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   MOVE SPACES TO WS-Map-Prog-TOK, WS-Map-File-TOK
                   UNSTRING F-Map-LINE DELIMITED BY ALL SPACES
                       INTO WS-Map-Prog-TOK, WS-Map-File-TOK
                   IF WS-Map-Prog-TOK = WS-Day-Program(WS-d)
                    AND WS-Map-File-TOK NOT = SPACES THEN
                       CALL "CBL_DELETE_FILE" USING WS-Map-File-TOK
                           ON EXCEPTION
                               CONTINUE
                       END-CALL
                   END-IF
           END-READ.
       END-ROUTINE.

       SUMMARY-ROUTINE.
           PERFORM REPORT-LINE-ROUTINE.
           MOVE "SUMMARY" TO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           MOVE "DAY" TO WS-Report-Work(3:3).
           MOVE "PROGRAM" TO WS-Report-Work(11:7).
           MOVE "SLA CS" TO WS-Report-Work(33:6).
           MOVE "MAX RECS" TO WS-Report-Work(41:8).
           MOVE "BREAK RECS" TO WS-Report-Work(51:10).
           MOVE "REAL RECS" TO WS-Report-Work(63:9).
           MOVE "HEADROOM" TO WS-Report-Work(74:8).
           MOVE "FIRST BREAK" TO WS-Report-Work(84:11).
           PERFORM REPORT-LINE-ROUTINE.
           PERFORM VARYING WS-d FROM 1 UNTIL WS-d > WS-Day-CNT
               IF WS-Day-Searched(WS-d) = "Y" THEN
                   PERFORM SUMMARY-LINE-ROUTINE
               END-IF
           END-PERFORM.
           IF WS-Searched-CNT = 0 THEN
               MOVE "  (no day searched)" TO WS-Report-Work
               PERFORM REPORT-LINE-ROUTINE
           END-IF.
       END-ROUTINE.

       SUMMARY-LINE-ROUTINE.
           MOVE WS-Day-YD(WS-d) TO WS-Report-Work(3:7).
           MOVE WS-Day-Program(WS-d) TO WS-Report-Work(11:20).
           MOVE WS-Day-SLA(WS-d) TO WS-SLA-ED.
           MOVE WS-SLA-ED TO WS-Report-Work(33:6).
           MOVE WS-Day-SLA-Recs(WS-d) TO WS-Recs-ED.
           MOVE WS-Recs-ED TO WS-Report-Work(41:8).
           IF WS-Day-Break-Size(WS-d) = 0 THEN
               MOVE "    none" TO WS-Report-Work(53:8)
               MOVE "-" TO WS-Report-Work(84:1)
           ELSE
               MOVE WS-Day-Break-Recs(WS-d) TO WS-Recs-ED
               MOVE WS-Recs-ED TO WS-Report-Work(53:8)
               MOVE WS-Day-Break-Cause(WS-d) TO WS-Report-Work(84:28)
           END-IF.
           IF WS-Day-Headroom-BOOL(WS-d) = 1 THEN
               MOVE WS-Day-Real-Recs(WS-d) TO WS-Recs-ED
               MOVE WS-Recs-ED TO WS-Report-Work(64:8)
               MOVE WS-Day-Headroom(WS-d) TO WS-Head-ED
               MOVE WS-Head-ED TO WS-Report-Work(73:7)
               MOVE "%" TO WS-Report-Work(80:1)
           ELSE
               MOVE "       -" TO WS-Report-Work(64:8)
               MOVE "      -" TO WS-Report-Work(73:7)
           END-IF.
           PERFORM REPORT-LINE-ROUTINE.
       END-ROUTINE.

       OPEN-REPORT-ROUTINE.
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
           MOVE "CAPSHEET" TO RPT-Report-Id.
           MOVE "CAPACITY BREAK POINTS" TO RPT-Title.
           MOVE "capacity_search" TO RPT-Program.
           CALL "report_writer" USING RPT-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE WS-Report-RC TO RETURN-CODE.
       END-ROUTINE.

       END PROGRAM capacity_search.
