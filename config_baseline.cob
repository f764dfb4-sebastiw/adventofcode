       IDENTIFICATION DIVISION.
       PROGRAM-ID. config_baseline.
      *> Configuration baseline and drift report. The nightly run is
      *> shaped by its control files - run_profile.txt,
      *> retention_rules.txt, chain_steps.txt, audit_budgets.txt,
      *> run_control.txt, input_rules.txt - and by the program, SLA,
      *> parameter and effective-date columns of the day registry
      *> (registry.idx). SNAP takes every setting of all of them
      *> into a dated baseline, config_base_<run-date>_<run>.txt
      *> (layout config-baseline.cpy), and notes it in the register
      *> config_baselines.txt; run_signoff takes one each time a run
      *> is released, so there is always a baseline of the last good
      *> night. DIFF compares the settings as they stand now with a
      *> baseline and prints, file by file, every setting added,
      *> removed or changed since, with the old and new values, on
      *> the console and in config_drift_<stamp>.txt.
      *> Usage: config_baseline SNAP [run-number [run-date]]
      *>        config_baseline DIFF [run-number | run-date | file]
      *>        config_baseline LIST
      *>   SNAP without a run number files the baseline under run 0
      *>   and the business date; DIFF without an argument compares
      *>   with the latest baseline, a run number or run date picks
      *>   the latest baseline for it.
      *> Condition codes: 0 baseline taken or no drift, 4 drift
      *> found, 16 bad arguments, no such baseline, or a baseline
      *> that cannot be read or written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Cfg-FILE
           ASSIGN TO WS-Cfg-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Cfg-FS.
           SELECT F-Registry-FILE
           ASSIGN TO "registry.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REGX-Key
           FILE STATUS IS WS-Registry-FS.
           SELECT F-Base-FILE
           ASSIGN TO WS-Base-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Base-FS.
           SELECT F-Register-FILE
           ASSIGN TO "config_baselines.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Register-FS.
           SELECT F-Report-FILE
           ASSIGN TO WS-Report-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Report-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Cfg-FILE.
       01 F-Cfg-LINE PIC X(200).

       FD F-Registry-FILE.
       COPY "registry-master-idx.cpy".

       FD F-Base-FILE.
       COPY "config-baseline.cpy".

      *> one line per baseline taken: run date, run number, when it
      *> was taken and the baseline file
       FD F-Register-FILE.
       01 F-Register-REC.
         02 F-Reg-Date PIC X(8).
         02 FILLER PIC X(1).
         02 F-Reg-Run PIC X(6).
         02 FILLER PIC X(1).
         02 F-Reg-Stamp PIC X(14).
         02 FILLER PIC X(1).
         02 F-Reg-File PIC X(40).

       FD F-Report-FILE.
       01 F-Report-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-Cfg-FileName PIC X(40) VALUE SPACES.
       01 WS-Cfg-FS PIC XX.
       01 WS-Registry-FS PIC XX.
       01 WS-Base-FileName PIC X(40) VALUE SPACES.
       01 WS-Base-FS PIC XX.
       01 WS-Register-FS PIC XX.
       01 WS-Report-FileName PIC X(60) VALUE SPACES.
       01 WS-Report-FS PIC XX.
       01 WS-Report-RC PIC S9(4) VALUE ZERO.
       COPY "report-page.cpy".
       01 WS-Report-Open-BOOL PIC 9(1) VALUE 0.
       01 WS-Report-Work PIC X(200) VALUE SPACES.

      *> the control files, in report order, and how a setting's key
      *> is told from its value: W the first word is the key, C the
      *> run-control list (BUDGET is keyed by its word, a selected
      *> day by the whole line), P the first WS-File-Key-Len columns
      *> are the key, R the day registry
       01 WS-File-Max-CONST PIC 9(1) VALUE 7.
       01 WS-File-TBL.
         02 FILLER PIC X(23) VALUE "run_profile.txt     W00".
         02 FILLER PIC X(23) VALUE "retention_rules.txt W00".
         02 FILLER PIC X(23) VALUE "chain_steps.txt     W00".
         02 FILLER PIC X(23) VALUE "audit_budgets.txt   P20".
         02 FILLER PIC X(23) VALUE "run_control.txt     C00".
         02 FILLER PIC X(23) VALUE "input_rules.txt     P06".
         02 FILLER PIC X(23) VALUE "registry.idx        R00".
       01 WS-File-TBL-R REDEFINES WS-File-TBL.
         02 WS-File-Entry OCCURS 7 TIMES.
           03 WS-File-Name PIC X(20).
           03 WS-File-Mode PIC X(1).
           03 WS-File-Key-Len PIC 9(2).
       01 WS-File-i PIC 9(1) VALUE ZERO.

      *> the settings as they stand now, and as the baseline has them
       01 WS-Row-Max-CONST PIC 9(4) VALUE 2000.
       01 WS-Cur-CNT PIC 9(4) VALUE ZERO.
       01 WS-Cur-TBL.
         02 WS-Cur-Row OCCURS 2000 TIMES.
           03 WS-Cur-File PIC X(20).
           03 WS-Cur-Key PIC X(40).
           03 WS-Cur-Value PIC X(150).
           03 WS-Cur-Seen PIC 9(1).
       01 WS-Base-CNT PIC 9(4) VALUE ZERO.
       01 WS-Base-TBL.
         02 WS-Base-Row OCCURS 2000 TIMES.
           03 WS-Base-File PIC X(20).
           03 WS-Base-Key PIC X(40).
           03 WS-Base-Value PIC X(150).
       01 WS-Overflow-BOOL PIC 9(1) VALUE 0.
       01 WS-i PIC 9(4) VALUE ZERO.
       01 WS-j PIC 9(4) VALUE ZERO.
       01 WS-Found-i PIC 9(4) VALUE ZERO.
       01 WS-File-Start PIC 9(4) VALUE ZERO.

       01 WS-Row-File PIC X(20) VALUE SPACES.
       01 WS-Row-Key PIC X(40) VALUE SPACES.
       01 WS-Row-Base-Key PIC X(40) VALUE SPACES.
       01 WS-Row-Value PIC X(150) VALUE SPACES.
       01 WS-Dup-N PIC 9(3) VALUE ZERO.
       01 WS-Dup-Text PIC Z(2)9.
       01 WS-Line-Work PIC X(200) VALUE SPACES.
       01 WS-Ptr PIC 9(3) VALUE ZERO.
       01 WS-Key-Len PIC 9(2) VALUE ZERO.
       01 WS-EOF-BOOL PIC 9(1) VALUE 0.

       01 WS-Run-Number PIC 9(6) VALUE ZERO.
       01 WS-Run-Date PIC X(8) VALUE SPACES.
       01 WS-Stamp PIC X(14) VALUE SPACES.
       01 WS-BDate-User PIC X(20) VALUE "config_baseline".
       01 WS-BDate-Status PIC X(2) VALUE SPACES.
       01 WS-Base-Header PIC X(40) VALUE SPACES.
       01 WS-Base-Taken PIC X(150) VALUE SPACES.
       01 WS-Pick-BOOL PIC 9(1) VALUE 0.
       01 WS-Arg-Len PIC 9(2) VALUE ZERO.

       01 WS-File-Drift-CNT PIC 9(4) VALUE ZERO.
       01 WS-Added-CNT PIC 9(4) VALUE ZERO.
       01 WS-Removed-CNT PIC 9(4) VALUE ZERO.
       01 WS-Changed-CNT PIC 9(4) VALUE ZERO.

       LOCAL-STORAGE SECTION.
       01 LS-Argument PIC X(80) VALUE SPACES.
       01 LS-Arg-1 PIC X(40) VALUE SPACES.
       01 LS-Arg-2 PIC X(40) VALUE SPACES.
       01 LS-Arg-3 PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           ACCEPT LS-Argument FROM COMMAND-LINE.
           UNSTRING LS-Argument DELIMITED BY ALL SPACE
               INTO LS-Arg-1, LS-Arg-2, LS-Arg-3
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(LS-Arg-1) TO LS-Arg-1.
           EVALUATE LS-Arg-1
               WHEN "SNAP"
                   PERFORM SNAP-ROUTINE
               WHEN "DIFF"
                   PERFORM DIFF-ROUTINE
               WHEN "LIST"
                   PERFORM LIST-ROUTINE
               WHEN OTHER
                   PERFORM USAGE-ROUTINE
           END-EVALUATE.
           STOP RUN.
       END-ROUTINE.

       USAGE-ROUTINE.
           DISPLAY "Usage: config_baseline SNAP [run-number "
                   "[run-date]]".
           DISPLAY "       config_baseline DIFF [run-number | "
                   "run-date | file]".
           DISPLAY "       config_baseline LIST".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END-ROUTINE.

       SNAP-ROUTINE.
           IF LS-Arg-2 NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(LS-Arg-2) NOT = 0
                OR LS-Arg-2(7:) NOT = SPACES THEN
                   PERFORM USAGE-ROUTINE
               END-IF
               MOVE FUNCTION NUMVAL(LS-Arg-2) TO WS-Run-Number
           END-IF.
           IF LS-Arg-3 = SPACES THEN
               CALL "business_date" USING BY CONTENT "GET    ",
                   BY REFERENCE WS-Run-Date, WS-BDate-User,
                   WS-BDate-Status
                   ON EXCEPTION
                       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
               END-CALL
           ELSE
               IF FUNCTION TEST-NUMVAL(LS-Arg-3) NOT = 0
                OR LS-Arg-3(9:) NOT = SPACES
                OR LS-Arg-3(8:1) = SPACE THEN
                   PERFORM USAGE-ROUTINE
               END-IF
               MOVE LS-Arg-3 TO WS-Run-Date
           END-IF.
           PERFORM LOAD-CURRENT-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
           MOVE SPACES TO WS-Base-FileName.
           STRING "config_base_" DELIMITED BY SIZE,
                  WS-Run-Date DELIMITED BY SIZE,
                  "_" DELIMITED BY SIZE,
                  WS-Run-Number DELIMITED BY SIZE,
                  ".txt" DELIMITED BY SIZE
                  INTO WS-Base-FileName.
           OPEN OUTPUT F-Base-FILE.
           IF WS-Base-FS NOT = "00" THEN
               DISPLAY "config_baseline: cannot write "
                       FUNCTION TRIM(WS-Base-FileName)
                       " - status " WS-Base-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO CFB-REC.
           MOVE "*BASELINE" TO CFB-File.
           STRING "RUN=" DELIMITED BY SIZE,
                  WS-Run-Number DELIMITED BY SIZE,
                  " DATE=" DELIMITED BY SIZE,
                  WS-Run-Date DELIMITED BY SIZE
                  INTO CFB-Key.
           STRING "TAKEN " DELIMITED BY SIZE,
                  WS-Stamp(1:8) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Stamp(9:6) DELIMITED BY SIZE
                  INTO CFB-Value.
           WRITE CFB-REC.
           PERFORM VARYING WS-i FROM 1 BY 1 UNTIL WS-i > WS-Cur-CNT
               MOVE WS-Cur-File(WS-i) TO CFB-File
               MOVE WS-Cur-Key(WS-i) TO CFB-Key
               MOVE WS-Cur-Value(WS-i) TO CFB-Value
               WRITE CFB-REC
           END-PERFORM.
           CLOSE F-Base-FILE.
           OPEN EXTEND F-Register-FILE.
           IF WS-Register-FS = "35" THEN
               OPEN OUTPUT F-Register-FILE
           END-IF.
           IF WS-Register-FS NOT = "00" THEN
               DISPLAY "WARNING: cannot write config_baselines.txt - "
                       "status " WS-Register-FS
           ELSE
               MOVE SPACES TO F-Register-REC
               MOVE WS-Run-Date TO F-Reg-Date
               MOVE WS-Run-Number TO F-Reg-Run
               MOVE WS-Stamp TO F-Reg-Stamp
               MOVE WS-Base-FileName TO F-Reg-File
               WRITE F-Register-REC
               CLOSE F-Register-FILE
           END-IF.
           DISPLAY "Configuration baseline written to "
                   FUNCTION TRIM(WS-Base-FileName) " - "
                   WS-Cur-CNT " setting(s)".
           MOVE 0 TO RETURN-CODE.
       END-ROUTINE.

       LIST-ROUTINE.
           OPEN INPUT F-Register-FILE.
           IF WS-Register-FS NOT = "00" THEN
               DISPLAY "No configuration baseline taken yet"
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "RUN DATE RUN    TAKEN          BASELINE".
           SET WS-EOF-BOOL TO 0.
           PERFORM LIST-ONE-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Register-FILE.
           MOVE 0 TO RETURN-CODE.
       END-ROUTINE.

       LIST-ONE-ROUTINE.
           READ F-Register-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   DISPLAY F-Reg-Date " " F-Reg-Run " "
                           F-Reg-Stamp " "
                           FUNCTION TRIM(F-Reg-File)
           END-READ.
       END-ROUTINE.

       LOAD-CURRENT-ROUTINE.
           SET WS-Cur-CNT TO 0.
           PERFORM LOAD-FILE-ROUTINE
               VARYING WS-File-i FROM 1 BY 1
               UNTIL WS-File-i > WS-File-Max-CONST.
       END-ROUTINE.

       LOAD-FILE-ROUTINE.
           MOVE WS-File-Name(WS-File-i) TO WS-Row-File.
           COMPUTE WS-File-Start = WS-Cur-CNT + 1.
           MOVE "*FILE" TO WS-Row-Key.
           IF WS-File-Mode(WS-File-i) = "R" THEN
               OPEN INPUT F-Registry-FILE
               IF WS-Registry-FS NOT = "00" THEN
                   MOVE "MISSING" TO WS-Row-Value
                   PERFORM ADD-ROW-ROUTINE
                   EXIT PARAGRAPH
               END-IF
               MOVE "PRESENT" TO WS-Row-Value
               PERFORM ADD-ROW-ROUTINE
               SET WS-EOF-BOOL TO 0
               PERFORM READ-REGISTRY-ROUTINE UNTIL WS-EOF-BOOL = 1
               CLOSE F-Registry-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-File-Name(WS-File-i) TO WS-Cfg-FileName.
           OPEN INPUT F-Cfg-FILE.
           IF WS-Cfg-FS NOT = "00" THEN
               MOVE "MISSING" TO WS-Row-Value
               PERFORM ADD-ROW-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "PRESENT" TO WS-Row-Value.
           PERFORM ADD-ROW-ROUTINE.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-CFG-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Cfg-FILE.
       END-ROUTINE.

       READ-CFG-ROUTINE.
           READ F-Cfg-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF F-Cfg-LINE NOT = SPACES THEN
                       PERFORM SPLIT-SETTING-ROUTINE
                       PERFORM ADD-ROW-ROUTINE
                   END-IF
           END-READ.
       END-ROUTINE.

       SPLIT-SETTING-ROUTINE.
           MOVE SPACES TO WS-Row-Key, WS-Row-Value.
           IF WS-File-Mode(WS-File-i) = "P" THEN
               MOVE WS-File-Key-Len(WS-File-i) TO WS-Key-Len
               MOVE F-Cfg-LINE(1:WS-Key-Len) TO WS-Row-Key
               MOVE F-Cfg-LINE(WS-Key-Len + 1:) TO WS-Row-Value
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(F-Cfg-LINE LEADING) TO WS-Line-Work.
           MOVE 1 TO WS-Ptr.
           UNSTRING WS-Line-Work DELIMITED BY ALL SPACE
               INTO WS-Row-Key
               WITH POINTER WS-Ptr
           END-UNSTRING.
           IF WS-Ptr <= 200 THEN
               MOVE WS-Line-Work(WS-Ptr:) TO WS-Row-Value
           END-IF.
      *> a day on the run-control list is a setting in itself
           IF WS-File-Mode(WS-File-i) = "C"
            AND WS-Row-Key NOT = "BUDGET" THEN
               MOVE WS-Line-Work TO WS-Row-Key
               MOVE "SELECTED" TO WS-Row-Value
           END-IF.
       END-ROUTINE.

       READ-REGISTRY-ROUTINE.
           READ F-Registry-FILE NEXT RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   MOVE SPACES TO WS-Row-Key, WS-Row-Value
                   STRING REGX-Year DELIMITED BY SIZE,
                          "/" DELIMITED BY SIZE,
                          REGX-Day DELIMITED BY SPACE
                          INTO WS-Row-Key
                   STRING REGX-Program DELIMITED BY SIZE,
                          " SLA=" DELIMITED BY SIZE,
                          REGX-SLA DELIMITED BY SIZE,
                          " P1=" DELIMITED BY SIZE,
                          REGX-Param-1 DELIMITED BY SIZE,
                          " P2=" DELIMITED BY SIZE,
                          REGX-Param-2 DELIMITED BY SIZE,
                          " P3=" DELIMITED BY SIZE,
                          REGX-Param-3 DELIMITED BY SIZE,
                          " FROM=" DELIMITED BY SIZE,
                          REGX-Eff-From DELIMITED BY SIZE,
                          " TO=" DELIMITED BY SIZE,
                          REGX-Eff-To DELIMITED BY SIZE
                          INTO WS-Row-Value
                   PERFORM ADD-ROW-ROUTINE
           END-READ.
       END-ROUTINE.

       ADD-ROW-ROUTINE.
      *> a key met again in the same file is numbered, so both
      *> settings are kept and compared in the order they stand
           IF WS-Cur-CNT >= WS-Row-Max-CONST THEN
               IF WS-Overflow-BOOL = 0 THEN
                   DISPLAY "WARNING: more than " WS-Row-Max-CONST
                           " settings - the rest are not compared"
                   SET WS-Overflow-BOOL TO 1
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Row-Key TO WS-Row-Base-Key.
           MOVE 1 TO WS-Dup-N.
           PERFORM FIND-CUR-KEY-ROUTINE.
           PERFORM NEXT-DUP-KEY-ROUTINE UNTIL WS-Found-i = 0.
           ADD 1 TO WS-Cur-CNT.
           MOVE WS-Row-File TO WS-Cur-File(WS-Cur-CNT).
           MOVE WS-Row-Key TO WS-Cur-Key(WS-Cur-CNT).
           MOVE WS-Row-Value TO WS-Cur-Value(WS-Cur-CNT).
           MOVE 0 TO WS-Cur-Seen(WS-Cur-CNT).
       END-ROUTINE.

       NEXT-DUP-KEY-ROUTINE.
           ADD 1 TO WS-Dup-N.
           MOVE WS-Dup-N TO WS-Dup-Text.
           MOVE SPACES TO WS-Row-Key.
           STRING FUNCTION TRIM(WS-Row-Base-Key TRAILING)
                  DELIMITED BY SIZE,
                  "#" DELIMITED BY SIZE,
                  FUNCTION TRIM(WS-Dup-Text) DELIMITED BY SIZE
                  INTO WS-Row-Key.
           PERFORM FIND-CUR-KEY-ROUTINE.
       END-ROUTINE.

       FIND-CUR-KEY-ROUTINE.
           MOVE 0 TO WS-Found-i.
           PERFORM VARYING WS-j FROM WS-File-Start BY 1
                   UNTIL WS-j > WS-Cur-CNT OR WS-Found-i > 0
               IF WS-Cur-Key(WS-j) = WS-Row-Key THEN
                   MOVE WS-j TO WS-Found-i
               END-IF
           END-PERFORM.
       END-ROUTINE.

       DIFF-ROUTINE.
           PERFORM PICK-BASELINE-ROUTINE.
           PERFORM LOAD-BASELINE-ROUTINE.
           PERFORM LOAD-CURRENT-ROUTINE.
           PERFORM OPEN-REPORT-ROUTINE.
           STRING "CONFIGURATION DRIFT REPORT  " DELIMITED BY SIZE,
                  WS-Stamp(1:8) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Stamp(9:6) DELIMITED BY SIZE
                  INTO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           STRING "AGAINST " DELIMITED BY SIZE,
                  WS-Base-FileName DELIMITED BY SPACE,
                  "  " DELIMITED BY SIZE,
                  WS-Base-Header DELIMITED BY "  ",
                  "  " DELIMITED BY SIZE,
                  WS-Base-Taken DELIMITED BY "  "
                  INTO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           PERFORM DIFF-FILE-ROUTINE
               VARYING WS-File-i FROM 1 BY 1
               UNTIL WS-File-i > WS-File-Max-CONST.
           PERFORM REPORT-LINE-ROUTINE.
           STRING WS-Added-CNT DELIMITED BY SIZE,
                  " SETTING(S) ADDED, " DELIMITED BY SIZE,
                  WS-Removed-CNT DELIMITED BY SIZE,
                  " REMOVED, " DELIMITED BY SIZE,
                  WS-Changed-CNT DELIMITED BY SIZE,
                  " CHANGED" DELIMITED BY SIZE
                  INTO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           IF WS-Report-Open-BOOL = 1 THEN
               CLOSE F-Report-FILE
               PERFORM PAGE-REPORT-ROUTINE
               DISPLAY "Report written to "
                       FUNCTION TRIM(WS-Report-FileName)
           END-IF.
           IF WS-Added-CNT + WS-Removed-CNT + WS-Changed-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       END-ROUTINE.

       PICK-BASELINE-ROUTINE.
      *> no argument: the latest baseline; a run number or run date:
      *> the latest baseline taken for it; anything else names the
      *> baseline file itself
           MOVE SPACES TO WS-Base-FileName.
           IF LS-Arg-2 NOT = SPACES THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(LS-Arg-2))
                   TO WS-Arg-Len
               IF FUNCTION TEST-NUMVAL(LS-Arg-2) NOT = 0
                OR (WS-Arg-Len > 6 AND WS-Arg-Len NOT = 8) THEN
                   MOVE LS-Arg-2 TO WS-Base-FileName
                   EXIT PARAGRAPH
               END-IF
               IF WS-Arg-Len <= 6 THEN
                   MOVE FUNCTION NUMVAL(LS-Arg-2) TO WS-Run-Number
               END-IF
           END-IF.
           OPEN INPUT F-Register-FILE.
           IF WS-Register-FS NOT = "00" THEN
               DISPLAY "No configuration baseline taken yet - "
                       "config_baselines.txt not found"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM PICK-ONE-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Register-FILE.
           IF WS-Base-FileName = SPACES THEN
               DISPLAY "No configuration baseline for "
                       FUNCTION TRIM(LS-Arg-2)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       END-ROUTINE.

       PICK-ONE-ROUTINE.
           READ F-Register-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   SET WS-Pick-BOOL TO 0
                   EVALUATE TRUE
                       WHEN LS-Arg-2 = SPACES
                           SET WS-Pick-BOOL TO 1
                       WHEN WS-Arg-Len = 8
                           IF F-Reg-Date = LS-Arg-2(1:8) THEN
                               SET WS-Pick-BOOL TO 1
                           END-IF
                       WHEN OTHER
                           IF F-Reg-Run = WS-Run-Number THEN
                               SET WS-Pick-BOOL TO 1
                           END-IF
                   END-EVALUATE
                   IF WS-Pick-BOOL = 1 THEN
                       MOVE F-Reg-File TO WS-Base-FileName
                   END-IF
           END-READ.
       END-ROUTINE.

       LOAD-BASELINE-ROUTINE.
           OPEN INPUT F-Base-FILE.
           IF WS-Base-FS NOT = "00" THEN
               DISPLAY "config_baseline: cannot read "
                       FUNCTION TRIM(WS-Base-FileName)
                       " - status " WS-Base-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-Base-CNT TO 0.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-BASE-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Base-FILE.
           IF WS-Base-Header = SPACES THEN
               DISPLAY "config_baseline: "
                       FUNCTION TRIM(WS-Base-FileName)
                       " is not a configuration baseline"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       END-ROUTINE.

       READ-BASE-ROUTINE.
           READ F-Base-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   EVALUATE TRUE
                       WHEN CFB-File = "*BASELINE"
                           MOVE CFB-Key TO WS-Base-Header
                           MOVE CFB-Value TO WS-Base-Taken
                       WHEN WS-Base-CNT >= WS-Row-Max-CONST
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WS-Base-CNT
                           MOVE CFB-File TO WS-Base-File(WS-Base-CNT)
                           MOVE CFB-Key TO WS-Base-Key(WS-Base-CNT)
                           MOVE CFB-Value
                               TO WS-Base-Value(WS-Base-CNT)
                   END-EVALUATE
           END-READ.
       END-ROUTINE.

       DIFF-FILE-ROUTINE.
      *> what the baseline had - gone or changed - then what is new
           MOVE WS-File-Name(WS-File-i) TO WS-Row-File.
           SET WS-File-Drift-CNT TO 0.
           PERFORM REPORT-LINE-ROUTINE.
           MOVE WS-Row-File TO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           PERFORM DIFF-BASE-ROW-ROUTINE
               VARYING WS-i FROM 1 BY 1 UNTIL WS-i > WS-Base-CNT.
           PERFORM DIFF-CUR-ROW-ROUTINE
               VARYING WS-i FROM 1 BY 1 UNTIL WS-i > WS-Cur-CNT.
           IF WS-File-Drift-CNT = 0 THEN
               MOVE "  no change" TO WS-Report-Work
               PERFORM REPORT-LINE-ROUTINE
           END-IF.
       END-ROUTINE.

       DIFF-BASE-ROW-ROUTINE.
           IF WS-Base-File(WS-i) NOT = WS-Row-File THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-Found-i.
           PERFORM VARYING WS-j FROM 1 BY 1
                   UNTIL WS-j > WS-Cur-CNT OR WS-Found-i > 0
               IF WS-Cur-File(WS-j) = WS-Row-File
                AND WS-Cur-Key(WS-j) = WS-Base-Key(WS-i) THEN
                   MOVE WS-j TO WS-Found-i
               END-IF
           END-PERFORM.
           IF WS-Found-i = 0 THEN
               ADD 1 TO WS-Removed-CNT, WS-File-Drift-CNT
               STRING "  REMOVED  " DELIMITED BY SIZE,
                      WS-Base-Key(WS-i) DELIMITED BY SIZE,
                      " " DELIMITED BY SIZE,
                      WS-Base-Value(WS-i) DELIMITED BY SIZE
                      INTO WS-Report-Work
               PERFORM REPORT-LINE-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-Cur-Seen(WS-Found-i).
           IF WS-Cur-Value(WS-Found-i) = WS-Base-Value(WS-i) THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Changed-CNT, WS-File-Drift-CNT.
           STRING "  CHANGED  " DELIMITED BY SIZE,
                  WS-Base-Key(WS-i) DELIMITED BY SIZE
                  INTO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           STRING "      was: " DELIMITED BY SIZE,
                  WS-Base-Value(WS-i) DELIMITED BY SIZE
                  INTO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           STRING "      now: " DELIMITED BY SIZE,
                  WS-Cur-Value(WS-Found-i) DELIMITED BY SIZE
                  INTO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
       END-ROUTINE.

       DIFF-CUR-ROW-ROUTINE.
           IF WS-Cur-File(WS-i) NOT = WS-Row-File
            OR WS-Cur-Seen(WS-i) = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Added-CNT, WS-File-Drift-CNT.
           STRING "  ADDED    " DELIMITED BY SIZE,
                  WS-Cur-Key(WS-i) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Cur-Value(WS-i) DELIMITED BY SIZE
                  INTO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
       END-ROUTINE.

       OPEN-REPORT-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
           STRING "config_drift_" DELIMITED BY SIZE,
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
           MOVE "CFGDRIFT" TO RPT-Report-Id.
           MOVE "CONFIGURATION DRIFT REPORT" TO RPT-Title.
           MOVE "config_baseline" TO RPT-Program.
           CALL "report_writer" USING RPT-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE WS-Report-RC TO RETURN-CODE.
       END-ROUTINE.

       END PROGRAM config_baseline.
