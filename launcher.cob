      *> registry, pick an input file, get prompted for that day's
      *> parameters with the defaults shown, and see both results and
      *> the elapsed time. Replaces the throwaway driver programs we
      *> used to write for one-off what-if runs. A named test suite
      *> (suite_master.txt, kept by suite_maint) can be run from here
      *> too: the launcher hands it to test_all --suite=NAME.
      *> The day is looked up in the registry version in force on
      *> the business date (registry_asof), so a change scheduled for
      *> a later night does not show up here early.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       WORKING-STORAGE SECTION.
       01 WS-Registry-FS PIC XX.
       01 WS-Registry-Open-BOOL PIC 9(1) VALUE 0.
       01 WS-Business-Date PIC X(8) VALUE SPACES.
       01 WS-BDate-User PIC X(20) VALUE "launcher".
       01 WS-BDate-Status PIC X(2) VALUE SPACES.
       01 WS-Reg-Asof-Status PIC X(2) VALUE SPACES.

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-List-CNT PIC 9(4) VALUE ZERO.
       01 WS-Scen-Stamp PIC X(14) VALUE SPACES.
       01 WS-Scen-CNT PIC 9(4) VALUE ZERO.

       01 WS-Suite-Name PIC X(12) VALUE SPACES.
       01 WS-Suite-Command PIC X(40) VALUE SPACES.
       01 WS-Suite-RC PIC S9(9) VALUE ZERO.
       01 WS-Suite-CC PIC 9(4) VALUE ZERO.

       01 WS-Sweep-Spec PIC X(10) VALUE SPACES.
       01 WS-Swp-CNT PIC 9(2) VALUE ZERO.
       01 WS-Swp-Val-TBL.
       01 WS-Result-2 PIC X(15) VALUE SPACES.

       01 WS-Daily-Req PIC 9(6) VALUE ZERO.
       01 WS-Prev-Inventory PIC X(40) VALUE SPACES.
       01 WS-Rucksack-Cap PIC 9(6) VALUE ZERO.
       01 WS-Extra-Files PIC X(200) VALUE SPACES.
       01 WS-Sector-Size PIC 9(4) VALUE ZERO.
       01 WS-Shortlist-N PIC 9(4) VALUE ZERO.
       01 WS-Towers-File PIC X(40) VALUE SPACES.
       01 WS-Ropes-File PIC X(40) VALUE SPACES.
       01 WS-Cycle-Verify PIC X(1) VALUE SPACE.
       01 WS-Cipher-Mode PIC X(1) VALUE SPACE.
       01 WS-Reform-Mode PIC X(1) VALUE SPACE.
       01 WS-Cratemover PIC X(4) VALUE SPACES.
       01 WS-Plan-Mode PIC X(1) VALUE SPACE.
       01 WS-All-Markers PIC X(1) VALUE SPACES.
       01 WS-Window-Len PIC 9(4) VALUE ZERO.
       01 WS-Feed-Mode PIC X(1) VALUE SPACE.
       01 WS-Knots PIC 9(4) VALUE ZERO.
       01 WS-Report-Knot-1 PIC 9(4) VALUE ZERO.
       01 WS-Report-Knot-2 PIC 9(4) VALUE ZERO.
                       FOREGROUND-COLOR IS 4
                       PIC X(60)    FROM WS-Message.
           05  LAUNCH-RESPONSE-SECTION.
               10  VALUE "U - RUN SUITE"        LINE 21 COL 30.
               10  VALUE "R - RUN DAY"          LINE 22 COL 30.
               10  VALUE "S - PARAMETER SWEEP"  LINE 23 COL 30.
               10  VALUE "V - SAVE LAST AS SCENARIO"
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM LOAD-PROFILE-ROUTINE.
           PERFORM GET-BUSINESS-DATE-ROUTINE.
           PERFORM OPEN-REGISTRY-ROUTINE.
           PERFORM LAUNCH-SCREEN-ROUTINE
               UNTIL WS-Action-IN = "Q" OR WS-Action-IN = "q".
           END-CALL.
       END-ROUTINE.

       GET-BUSINESS-DATE-ROUTINE.
           CALL "business_date" USING BY CONTENT "GET    ",
               BY REFERENCE WS-Business-Date, WS-BDate-User,
               WS-BDate-Status
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           END-CALL.
       END-ROUTINE.

       REGISTRY-IN-FORCE-ROUTINE.
           MOVE "00" TO WS-Reg-Asof-Status.
           CALL "registry_asof" USING WS-Business-Date, REGX-REC,
               WS-Reg-Asof-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       OPEN-REGISTRY-ROUTINE.
           OPEN INPUT F-Registry-FILE.
           IF WS-Registry-FS = "00" THEN
               WHEN "L"
               WHEN "l"
                   PERFORM LIST-REGISTRY-ROUTINE
               WHEN "U"
               WHEN "u"
                   PERFORM RUN-SUITE-ROUTINE
               WHEN "Q"
               WHEN "q"
                   CONTINUE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION - USE U, R, S, V, P, B, L OR Q"
                       TO WS-Message
           END-EVALUATE.
       END-ROUTINE.

       RUN-SUITE-ROUTINE.
      *> the suite runs through test_all like any other run, so it is
      *> numbered, stamped into history and leaves run_status.txt
           DISPLAY "SUITE NAME TO RUN:".
           ACCEPT WS-Suite-Name.
           IF WS-Suite-Name = SPACES THEN
               MOVE "SUITE NAME REQUIRED" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Suite-Command.
           STRING "./test_all --suite=" DELIMITED BY SIZE,
                  WS-Suite-Name DELIMITED BY SPACE
                  INTO WS-Suite-Command.
           CALL "SYSTEM" USING WS-Suite-Command.
           MOVE RETURN-CODE TO WS-Suite-RC.
           MOVE 0 TO RETURN-CODE.
           IF WS-Suite-RC > 255 THEN
               DIVIDE WS-Suite-RC BY 256 GIVING WS-Suite-CC
           ELSE
               MOVE WS-Suite-RC TO WS-Suite-CC
           END-IF.
           DISPLAY "Suite " FUNCTION TRIM(WS-Suite-Name)
                   " ended - condition code " WS-Suite-CC.
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WS-Action-IN.
           MOVE SPACE TO WS-Action-IN.
       END-ROUTINE.

       LIST-REGISTRY-ROUTINE.
           IF WS-Registry-Open-BOOL = 0 THEN
               MOVE "registry.idx not found - day lookup disabled"
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   ADD 1 TO WS-List-CNT
                   PERFORM REGISTRY-IN-FORCE-ROUTINE
                   IF WS-Reg-Asof-Status = "02" THEN
                       DISPLAY "  " REGX-Year "/" REGX-Day
                               " " FUNCTION TRIM(REGX-Program)
                               " (not in force)"
                   ELSE
                       DISPLAY "  " REGX-Year "/" REGX-Day
                               " " FUNCTION TRIM(REGX-Program)
                   END-IF
           END-READ.
       END-ROUTINE.

                       TO WS-Message
                   EXIT PARAGRAPH
           END-READ.
           PERFORM REGISTRY-IN-FORCE-ROUTINE.
           IF WS-Reg-Asof-Status = "02" THEN
               MOVE SPACES TO WS-Message
               STRING "DAY NOT IN FORCE ON " DELIMITED BY SIZE,
                      WS-Business-Date DELIMITED BY SIZE
                      INTO WS-Message
               EXIT PARAGRAPH
           END-IF.
           MOVE REGX-Program TO WS-Program.
           MOVE SPACES TO WS-Extra-Files, WS-Prev-Inventory,
                          WS-Towers-File, WS-Ropes-File.
           MOVE SPACE TO WS-Cycle-Verify, WS-Cipher-Mode,
                         WS-Reform-Mode, WS-Plan-Mode,
                         WS-Feed-Mode.
           MOVE SPACES TO WS-Module, WS-Input-Path.
           STRING WS-Year-IN DELIMITED BY SPACE,
                  "/" DELIMITED BY SIZE,
                   DISPLAY "EXTRA STRATEGY FILES, BLANK-SEPARATED "
                           "(BLANK = NO TOURNAMENT):"
                   ACCEPT WS-Extra-Files
                   DISPLAY "CIPHER-MAPPING ANALYSIS OF ALL TWELVE "
                           "X/Y/Z READINGS, Y/N (N):"
                   ACCEPT WS-Cipher-Mode
                   EXIT PARAGRAPH
               WHEN "treetop"
                   MOVE "SECTOR SIZE (0=off):"
           END-EVALUATE.
           DISPLAY PARAM-ENTRY-SCREEN.
           ACCEPT PARAM-ENTRY-SCREEN.
           IF WS-Program = "calorie_counting" THEN
      *> a file name is longer than the generic screen fields, so the
      *> restock comparison gets its own line prompt
               DISPLAY "PREVIOUS INVENTORY TO COMPARE AGAINST "
                       "(BLANK = NO RESTOCK DELTA):"
               ACCEPT WS-Prev-Inventory
           END-IF.
           IF WS-Program = "treetop" THEN
               DISPLAY "LOOKOUT TOWER CANDIDATES, E.G. "
                       "treetop_shortlist.txt (BLANK = NO NETWORK):"
               ACCEPT WS-Towers-File
           END-IF.
           IF WS-Program = "rucksack_reorg" THEN
               DISPLAY "PROPOSE NEW GROUPS FOR BADGE-LESS TRIPLETS, "
                       "Y/N (N):"
               ACCEPT WS-Reform-Mode
           END-IF.
           IF WS-Program = "supply_stacks" THEN
               DISPLAY "PLAN MOVES TO THE GOAL DIAGRAM INSTEAD OF "
                       "RUNNING THE PROCEDURE, Y/N (N):"
               ACCEPT WS-Plan-Mode
           END-IF.
           IF WS-Program = "tuning_trouble" THEN
               DISPLAY "CONTINUOUS FEED - PROCESS ONLY WHAT HAS BEEN "
                       "APPENDED SINCE THE LAST RUN, Y/N (N):"
               ACCEPT WS-Feed-Mode
           END-IF.
           IF WS-Program = "rope" THEN
               DISPLAY "ROPE PLAN - SEVERAL ROPES ON ONE CLOCK "
                       "(BLANK = SINGLE ROPE):"
               ACCEPT WS-Ropes-File
           END-IF.
           IF WS-Program = "monkey" THEN
      *> the cycle-shortcut trust switch is a yes/no outside the
      *> three generic fields
                           TO WS-Daily-Req
                   END-IF
                   CALL WS-Module USING WS-Input-Path,
                       WS-Result-1, WS-Result-2, WS-Daily-Req,
                       WS-Prev-Inventory
                       ON EXCEPTION
                           PERFORM MODULE-MISSING-ROUTINE
                   END-CALL
                           TO WS-Rucksack-Cap
                   END-IF
                   CALL WS-Module USING WS-Input-Path,
                       WS-Result-1, WS-Result-2, WS-Rucksack-Cap,
                       WS-Reform-Mode
                       ON EXCEPTION
                           PERFORM MODULE-MISSING-ROUTINE
                   END-CALL
               WHEN "supply_stacks"
                   MOVE WS-Param-1-IN TO WS-Cratemover
                   CALL WS-Module USING WS-Input-Path,
                       WS-Result-1, WS-Result-2, WS-Cratemover,
                       OMITTED, OMITTED, OMITTED, WS-Plan-Mode
                       ON EXCEPTION
                           PERFORM MODULE-MISSING-ROUTINE
                   END-CALL
                   END-IF
                   CALL WS-Module USING WS-Input-Path,
                       WS-Result-1, WS-Result-2,
                       WS-All-Markers, WS-Window-Len, OMITTED,
                       WS-Feed-Mode
                       ON EXCEPTION
                           PERFORM MODULE-MISSING-ROUTINE
                   END-CALL
                   PERFORM SET-NUM-PARAMS-ROUTINE
                   CALL WS-Module USING WS-Input-Path,
                       WS-Result-1, WS-Result-2,
                       WS-Knots, WS-Report-Knot-1, WS-Report-Knot-2,
                       WS-Ropes-File
                       ON EXCEPTION
                           PERFORM MODULE-MISSING-ROUTINE
                   END-CALL
                   END-CALL
               WHEN "rock_paper_scissor"
                   CALL WS-Module USING WS-Input-Path,
                       WS-Result-1, WS-Result-2, WS-Extra-Files,
                       WS-Cipher-Mode
                       ON EXCEPTION
                           PERFORM MODULE-MISSING-ROUTINE
                   END-CALL
                   CALL WS-Module USING WS-Input-Path,
                       WS-Result-1, WS-Result-2,
                       OMITTED, OMITTED, WS-Shortlist-N,
                       OMITTED, WS-Sector-Size, WS-Towers-File
                       ON EXCEPTION
                           PERFORM MODULE-MISSING-ROUTINE
                   END-CALL
