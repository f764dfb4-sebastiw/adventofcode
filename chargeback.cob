       IDENTIFICATION DIVISION.
       PROGRAM-ID. chargeback.
      *> Monthly chargeback of the batch window by program owner.
      *> Joins the run history in history_master.idx to the owner
      *> master (owner_master.txt) and totals, per owner and per day
      *> program, the runs, the retries (RETRIED-OK / RETRIED-FAIL),
      *> the reruns (a day run again under a later run number on the
      *> same run date) and the elapsed run time. Skipped and
      *> quarantined days used no window and are not counted.
      *> Elapsed time is turned into cost units at the CHGRATE rate
      *> of the runtime profile (cost units per minute of elapsed
      *> run time, default 1.00), and each owner and day gets its
      *> share of the month's whole window and the change in cost
      *> against the month before. Days no owner is recorded for
      *> are charged to "(unowned)".
      *> Usage: chargeback [YYYYMM]   (default the month before the
      *>                               business date)
      *> Report on the console and in chargeback_YYYYMM.txt.
      *> Condition codes: 0 report written, 4 no runs in the month,
      *> 16 bad argument or history master unreadable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Master-FILE
           ASSIGN TO "history_master.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HMX-Key
           FILE STATUS IS WS-Master-FS.
           SELECT F-Owner-FILE
           ASSIGN TO "owner_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Owner-FS.
           SELECT F-Report-FILE
           ASSIGN TO WS-Report-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Report-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Master-FILE.
       COPY "history-master-idx.cpy".

       FD F-Owner-FILE.
       01 F-Owner-REC.
         02 F-Own-Year PIC X(4).
         02 F-Own-Day PIC X(2).
         02 F-Own-Owner PIC X(20).

       FD F-Report-FILE.
       01 F-Report-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-Master-FS PIC XX.
       01 WS-Owner-FS PIC XX.
       01 WS-Report-FileName PIC X(40) VALUE SPACES.
       01 WS-Report-FS PIC XX.
       01 WS-Report-RC PIC S9(4) VALUE ZERO.
       COPY "report-page.cpy".
       01 WS-Report-Open-BOOL PIC 9(1) VALUE 0.
       01 WS-Report-Work PIC X(120) VALUE SPACES.

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-Month PIC X(6) VALUE SPACES.
       01 WS-Prev-Month PIC X(6) VALUE SPACES.
       01 WS-Month-NUM PIC 9(6) VALUE ZERO.
       01 WS-Month-R REDEFINES WS-Month-NUM.
         02 WS-Month-YYYY PIC 9(4).
         02 WS-Month-MM PIC 9(2).
       01 WS-Current-BOOL PIC 9(1) VALUE 0.
       01 WS-Run-Date PIC X(8) VALUE SPACES.
       01 WS-BDate-User PIC X(20) VALUE "chargeback".
       01 WS-BDate-Status PIC X(2) VALUE SPACES.

       01 WS-Profile-Key PIC X(12) VALUE SPACES.
       01 WS-Profile-Value PIC X(20) VALUE SPACES.
       01 WS-Profile-Found PIC 9(1) VALUE ZERO.
       01 WS-Rate PIC 9(5)V99 VALUE 1.00.
       01 WS-Rate-ED PIC ZZZZ9.99.

      *> owner master: who answers for each year/day
       01 WS-Own-CNT PIC 9(4) VALUE ZERO.
       01 WS-Own-TBL.
         02 WS-Own-REC OCCURS 500 TIMES.
           03 WS-Own-Year PIC X(4).
           03 WS-Own-Day PIC X(2).
           03 WS-Own-Name PIC X(20).

      *> one row per day program, this month and the month before
       01 WS-Day-Max-CONST PIC 9(4) VALUE 500.
       01 WS-Day-CNT PIC 9(4) VALUE ZERO.
       01 WS-Day-TBL.
         02 WS-Day-REC OCCURS 1 TO 500 TIMES
             DEPENDING ON WS-Day-CNT.
           03 WS-Day-Owner PIC X(20).
           03 WS-Day-Elapsed PIC 9(11).
           03 WS-Day-YD PIC X(10).
           03 WS-Day-Program PIC X(20).
           03 WS-Day-Runs PIC 9(6).
           03 WS-Day-Retries PIC 9(6).
           03 WS-Day-Reruns PIC 9(6).
           03 WS-Day-Prev PIC 9(11).
           03 WS-Day-Last-Date PIC X(8).
           03 WS-Day-Last-Run PIC X(6).

       01 WS-Owner-Max-CONST PIC 9(4) VALUE 200.
       01 WS-Owner-CNT PIC 9(4) VALUE ZERO.
       01 WS-Owner-TBL.
         02 WS-Owner-REC OCCURS 1 TO 200 TIMES
             DEPENDING ON WS-Owner-CNT.
           03 WS-Owner-Elapsed PIC 9(11).
           03 WS-Owner-Name PIC X(20).
           03 WS-Owner-Runs PIC 9(6).
           03 WS-Owner-Retries PIC 9(6).
           03 WS-Owner-Reruns PIC 9(6).
           03 WS-Owner-Prev PIC 9(11).

       01 WS-Total-Runs PIC 9(6) VALUE ZERO.
       01 WS-Total-Retries PIC 9(6) VALUE ZERO.
       01 WS-Total-Reruns PIC 9(6) VALUE ZERO.
       01 WS-Total-Elapsed PIC 9(11) VALUE ZERO.
       01 WS-Total-Prev PIC 9(11) VALUE ZERO.

       01 WS-i PIC 9(4) VALUE ZERO.
       01 WS-Found-i PIC 9(4) VALUE ZERO.
       01 WS-Owner-Found PIC X(20) VALUE SPACES.
       01 WS-Line-Year PIC X(4) VALUE SPACES.
       01 WS-Line-Day PIC X(2) VALUE SPACES.

      *> one line's figures, set by FIGURES-ROUTINE
       01 WS-Fig-Runs PIC 9(6) VALUE ZERO.
       01 WS-Fig-Retries PIC 9(6) VALUE ZERO.
       01 WS-Fig-Reruns PIC 9(6) VALUE ZERO.
       01 WS-Fig-Elapsed PIC 9(11) VALUE ZERO.
       01 WS-Fig-Prev PIC 9(11) VALUE ZERO.
       01 WS-Cost PIC 9(9)V99 VALUE ZERO.
       01 WS-Prev-Cost PIC 9(9)V99 VALUE ZERO.
       01 WS-Share PIC 9(3)V9 VALUE ZERO.
       01 WS-Change PIC S9(5)V9 VALUE ZERO.
       01 WS-Count-ED PIC ZZZZZ9.
       01 WS-Elapsed-ED PIC Z(10)9.
       01 WS-Cost-ED PIC Z(8)9.99.
       01 WS-Share-ED PIC ZZ9.9.
       01 WS-Change-ED PIC +ZZZZ9.9.

       LOCAL-STORAGE SECTION.
       01 LS-Argument PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM PARSE-ARGS-ROUTINE.
           MOVE "CHGRATE" TO WS-Profile-Key.
           CALL "profile_get" USING WS-Profile-Key,
               WS-Profile-Value, WS-Profile-Found
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-Profile-Found = 1
            AND FUNCTION TEST-NUMVAL(WS-Profile-Value) = 0
            AND FUNCTION NUMVAL(WS-Profile-Value) > 0 THEN
               MOVE FUNCTION NUMVAL(WS-Profile-Value) TO WS-Rate
           END-IF.
           PERFORM LOAD-OWNERS-ROUTINE.
           OPEN INPUT F-Master-FILE.
           IF WS-Master-FS NOT = "00" THEN
               DISPLAY "chargeback: cannot open history_master.idx"
                       " - status " WS-Master-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO HMX-Key.
           STRING WS-Prev-Month DELIMITED BY SIZE,
                  "01" DELIMITED BY SIZE
                  INTO HMX-Date.
           MOVE LOW-VALUES TO HMX-Run.
           MOVE ZERO TO HMX-Seq.
           SET WS-EOF-BOOL TO 0.
           START F-Master-FILE KEY IS >= HMX-Key
               INVALID KEY
                   SET WS-EOF-BOOL TO 1
           END-START.
           PERFORM READ-MASTER-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Master-FILE.
           PERFORM OWNER-TOTALS-ROUTINE.
           PERFORM OPEN-REPORT-ROUTINE.
           PERFORM HEADER-SECTION-ROUTINE.
           PERFORM OWNER-SECTION-ROUTINE.
           PERFORM DAY-SECTION-ROUTINE.
           IF WS-Report-Open-BOOL = 1 THEN
               CLOSE F-Report-FILE
               PERFORM PAGE-REPORT-ROUTINE
               DISPLAY "Report written to "
                       FUNCTION TRIM(WS-Report-FileName)
           END-IF.
           IF WS-Total-Runs = 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-ROUTINE.

       PARSE-ARGS-ROUTINE.
           ACCEPT LS-Argument FROM COMMAND-LINE.
           IF LS-Argument = SPACES THEN
      *> the month just closed: the one before the business date's
               CALL "business_date" USING BY CONTENT "GET    ",
                   BY REFERENCE WS-Run-Date, WS-BDate-User,
                   WS-BDate-Status
                   ON EXCEPTION
                       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
               END-CALL
               MOVE WS-Run-Date(1:6) TO WS-Month-NUM
               PERFORM STEP-BACK-ROUTINE
               MOVE WS-Month-NUM TO WS-Month
           ELSE
               IF LS-Argument(7:) NOT = SPACES
                OR FUNCTION TEST-NUMVAL(LS-Argument(1:6)) NOT = 0
                OR LS-Argument(6:1) = SPACE THEN
                   DISPLAY "Usage: chargeback [YYYYMM]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LS-Argument(1:6) TO WS-Month
               MOVE WS-Month TO WS-Month-NUM
               IF WS-Month-MM < 1 OR WS-Month-MM > 12 THEN
                   DISPLAY "Usage: chargeback [YYYYMM]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE WS-Month TO WS-Month-NUM.
           PERFORM STEP-BACK-ROUTINE.
           MOVE WS-Month-NUM TO WS-Prev-Month.
       END-ROUTINE.

       STEP-BACK-ROUTINE.
           IF WS-Month-MM = 1 THEN
               MOVE 12 TO WS-Month-MM
               SUBTRACT 1 FROM WS-Month-YYYY
           ELSE
               SUBTRACT 1 FROM WS-Month-MM
           END-IF.
       END-ROUTINE.

       LOAD-OWNERS-ROUTINE.
           OPEN INPUT F-Owner-FILE.
           IF WS-Owner-FS NOT = "00" THEN
               DISPLAY "WARNING: no owner_master.txt - every day is "
                       "charged to (unowned)"
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-OWNER-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Owner-FILE.
       END-ROUTINE.

       READ-OWNER-ROUTINE.
           READ F-Owner-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF WS-Own-CNT < 500 AND F-Own-Owner NOT = SPACES
                    THEN
                       ADD 1 TO WS-Own-CNT
                       MOVE F-Own-Year TO WS-Own-Year(WS-Own-CNT)
                       MOVE F-Own-Day TO WS-Own-Day(WS-Own-CNT)
                       MOVE F-Own-Owner TO WS-Own-Name(WS-Own-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       READ-MASTER-ROUTINE.
           READ F-Master-FILE NEXT RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF HMX-Date(1:6) > WS-Month THEN
                       SET WS-EOF-BOOL TO 1
                   ELSE
                       PERFORM DO-MASTER-REC-ROUTINE
                   END-IF
           END-READ.
       END-ROUTINE.

       DO-MASTER-REC-ROUTINE.
           IF HMX-Outcome = "SKIPPED" OR HMX-Outcome = "QUARANTINE"
            OR HMX-Outcome = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF HMX-Date(1:6) = WS-Month THEN
               SET WS-Current-BOOL TO 1
           ELSE
               SET WS-Current-BOOL TO 0
           END-IF.
           PERFORM FIND-DAY-ROUTINE.
           IF WS-Found-i = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Current-BOOL = 0 THEN
               ADD HMX-Elapsed TO WS-Day-Prev(WS-Found-i)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Day-Runs(WS-Found-i).
           ADD HMX-Elapsed TO WS-Day-Elapsed(WS-Found-i).
           IF HMX-Outcome(1:8) = "RETRIED-" THEN
               ADD 1 TO WS-Day-Retries(WS-Found-i)
           END-IF.
      *> the master arrives in date/run order, so a day seen earlier
      *> on the same run date under another run number was rerun
           IF WS-Day-Last-Date(WS-Found-i) = HMX-Date
            AND WS-Day-Last-Run(WS-Found-i) NOT = HMX-Run THEN
               ADD 1 TO WS-Day-Reruns(WS-Found-i)
           END-IF.
           MOVE HMX-Date TO WS-Day-Last-Date(WS-Found-i).
           MOVE HMX-Run TO WS-Day-Last-Run(WS-Found-i).
       END-ROUTINE.

       FIND-DAY-ROUTINE.
           MOVE 0 TO WS-Found-i.
           PERFORM VARYING WS-i FROM 1 BY 1
                   UNTIL WS-i > WS-Day-CNT OR WS-Found-i > 0
               IF WS-Day-YD(WS-i) = HMX-YearDay
                AND WS-Day-Program(WS-i) = HMX-Program THEN
                   MOVE WS-i TO WS-Found-i
               END-IF
           END-PERFORM.
           IF WS-Found-i > 0 OR WS-Day-CNT >= WS-Day-Max-CONST THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Day-CNT.
           MOVE WS-Day-CNT TO WS-Found-i.
           MOVE HMX-YearDay TO WS-Day-YD(WS-Found-i).
           MOVE HMX-Program TO WS-Day-Program(WS-Found-i).
           MOVE ZERO TO WS-Day-Runs(WS-Found-i),
                        WS-Day-Retries(WS-Found-i),
                        WS-Day-Reruns(WS-Found-i),
                        WS-Day-Elapsed(WS-Found-i),
                        WS-Day-Prev(WS-Found-i).
           MOVE SPACES TO WS-Day-Last-Date(WS-Found-i),
                          WS-Day-Last-Run(WS-Found-i).
           MOVE SPACES TO WS-Line-Year, WS-Line-Day.
           UNSTRING HMX-YearDay DELIMITED BY "/"
               INTO WS-Line-Year, WS-Line-Day.
           MOVE "(unowned)" TO WS-Owner-Found.
           PERFORM VARYING WS-i FROM 1 BY 1 UNTIL WS-i > WS-Own-CNT
               IF WS-Own-Year(WS-i) = WS-Line-Year
                AND WS-Own-Day(WS-i) = WS-Line-Day THEN
                   MOVE WS-Own-Name(WS-i) TO WS-Owner-Found
               END-IF
           END-PERFORM.
           MOVE WS-Owner-Found TO WS-Day-Owner(WS-Found-i).
       END-ROUTINE.

       OWNER-TOTALS-ROUTINE.
           PERFORM VARYING WS-i FROM 1 BY 1 UNTIL WS-i > WS-Day-CNT
               ADD WS-Day-Runs(WS-i) TO WS-Total-Runs
               ADD WS-Day-Retries(WS-i) TO WS-Total-Retries
               ADD WS-Day-Reruns(WS-i) TO WS-Total-Reruns
               ADD WS-Day-Elapsed(WS-i) TO WS-Total-Elapsed
               ADD WS-Day-Prev(WS-i) TO WS-Total-Prev
               PERFORM ADD-OWNER-ROUTINE
           END-PERFORM.
      *> heaviest first; the day rows grouped by owner, heaviest
      *> first within each owner
           IF WS-Owner-CNT > 1 THEN
               SORT WS-Owner-REC ON DESCENDING KEY WS-Owner-Elapsed
           END-IF.
           IF WS-Day-CNT > 1 THEN
               SORT WS-Day-REC ON ASCENDING KEY WS-Day-Owner
                                  DESCENDING KEY WS-Day-Elapsed
           END-IF.
       END-ROUTINE.

       ADD-OWNER-ROUTINE.
           MOVE 0 TO WS-Found-i.
           PERFORM VARYING WS-Found-i FROM 1 BY 1
                   UNTIL WS-Found-i > WS-Owner-CNT
                      OR WS-Owner-Name(WS-Found-i) = WS-Day-Owner(WS-i)
               CONTINUE
           END-PERFORM.
           IF WS-Found-i > WS-Owner-CNT THEN
               IF WS-Owner-CNT >= WS-Owner-Max-CONST THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Owner-CNT
               MOVE WS-Owner-CNT TO WS-Found-i
               MOVE WS-Day-Owner(WS-i) TO WS-Owner-Name(WS-Found-i)
               MOVE ZERO TO WS-Owner-Runs(WS-Found-i),
                            WS-Owner-Retries(WS-Found-i),
                            WS-Owner-Reruns(WS-Found-i),
                            WS-Owner-Elapsed(WS-Found-i),
                            WS-Owner-Prev(WS-Found-i)
           END-IF.
           ADD WS-Day-Runs(WS-i) TO WS-Owner-Runs(WS-Found-i).
           ADD WS-Day-Retries(WS-i) TO WS-Owner-Retries(WS-Found-i).
           ADD WS-Day-Reruns(WS-i) TO WS-Owner-Reruns(WS-Found-i).
           ADD WS-Day-Elapsed(WS-i) TO WS-Owner-Elapsed(WS-Found-i).
           ADD WS-Day-Prev(WS-i) TO WS-Owner-Prev(WS-Found-i).
       END-ROUTINE.

       HEADER-SECTION-ROUTINE.
           STRING "=== MONTHLY CHARGEBACK FOR " DELIMITED BY SIZE,
                  WS-Month DELIMITED BY SIZE,
                  " (CHANGE AGAINST " DELIMITED BY SIZE,
                  WS-Prev-Month DELIMITED BY SIZE,
                  ") ===" DELIMITED BY SIZE
                  INTO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           MOVE WS-Rate TO WS-Rate-ED.
           STRING "RATE: " DELIMITED BY SIZE,
                  FUNCTION TRIM(WS-Rate-ED) DELIMITED BY SIZE,
                  " cost unit(s) per minute of elapsed run time"
                      DELIMITED BY SIZE
                  INTO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           MOVE WS-Total-Runs TO WS-Fig-Runs.
           MOVE WS-Total-Retries TO WS-Fig-Retries.
           MOVE WS-Total-Reruns TO WS-Fig-Reruns.
           MOVE WS-Total-Elapsed TO WS-Fig-Elapsed.
           MOVE WS-Total-Prev TO WS-Fig-Prev.
           MOVE "WINDOW:" TO WS-Report-Work.
           PERFORM FIGURES-ROUTINE.
           PERFORM REPORT-LINE-ROUTINE.
           IF WS-Total-Runs = 0 THEN
               MOVE "  (no runs on file for the month)"
                   TO WS-Report-Work
               PERFORM REPORT-LINE-ROUTINE
           END-IF.
       END-ROUTINE.

       COLUMN-HEADS-ROUTINE.
           MOVE "RUNS" TO WS-Report-Work(35:4).
           MOVE "RETRY" TO WS-Report-Work(40:5).
           MOVE "RERUN" TO WS-Report-Work(46:5).
           MOVE "ELAPSED CS" TO WS-Report-Work(54:10).
           MOVE "COST" TO WS-Report-Work(72:4).
           MOVE "SHARE" TO WS-Report-Work(78:5).
           MOVE "PREV COST" TO WS-Report-Work(88:9).
           MOVE "CHANGE" TO WS-Report-Work(101:6).
           PERFORM REPORT-LINE-ROUTINE.
       END-ROUTINE.

       OWNER-SECTION-ROUTINE.
           PERFORM REPORT-LINE-ROUTINE.
           MOVE "BY OWNER:" TO WS-Report-Work.
           PERFORM COLUMN-HEADS-ROUTINE.
           PERFORM VARYING WS-i FROM 1 BY 1 UNTIL WS-i > WS-Owner-CNT
               MOVE WS-Owner-Runs(WS-i) TO WS-Fig-Runs
               MOVE WS-Owner-Retries(WS-i) TO WS-Fig-Retries
               MOVE WS-Owner-Reruns(WS-i) TO WS-Fig-Reruns
               MOVE WS-Owner-Elapsed(WS-i) TO WS-Fig-Elapsed
               MOVE WS-Owner-Prev(WS-i) TO WS-Fig-Prev
               MOVE WS-Owner-Name(WS-i) TO WS-Report-Work(3:20)
               PERFORM FIGURES-ROUTINE
               PERFORM REPORT-LINE-ROUTINE
           END-PERFORM.
       END-ROUTINE.

       DAY-SECTION-ROUTINE.
           PERFORM REPORT-LINE-ROUTINE.
           MOVE "BY DAY PROGRAM:" TO WS-Report-Work.
           PERFORM COLUMN-HEADS-ROUTINE.
           MOVE SPACES TO WS-Owner-Found.
           PERFORM VARYING WS-i FROM 1 BY 1 UNTIL WS-i > WS-Day-CNT
               IF WS-Day-Owner(WS-i) NOT = WS-Owner-Found THEN
                   MOVE WS-Day-Owner(WS-i) TO WS-Owner-Found
                   MOVE WS-Owner-Found TO WS-Report-Work(3:20)
                   PERFORM REPORT-LINE-ROUTINE
               END-IF
               MOVE WS-Day-Runs(WS-i) TO WS-Fig-Runs
               MOVE WS-Day-Retries(WS-i) TO WS-Fig-Retries
               MOVE WS-Day-Reruns(WS-i) TO WS-Fig-Reruns
               MOVE WS-Day-Elapsed(WS-i) TO WS-Fig-Elapsed
               MOVE WS-Day-Prev(WS-i) TO WS-Fig-Prev
               MOVE WS-Day-YD(WS-i) TO WS-Report-Work(5:7)
               MOVE WS-Day-Program(WS-i) TO WS-Report-Work(13:20)
               PERFORM FIGURES-ROUTINE
               PERFORM REPORT-LINE-ROUTINE
           END-PERFORM.
       END-ROUTINE.

       FIGURES-ROUTINE.
      *> the numeric columns of one line from the WS-Fig- fields
           MOVE WS-Fig-Runs TO WS-Count-ED.
           MOVE WS-Count-ED TO WS-Report-Work(33:6).
           MOVE WS-Fig-Retries TO WS-Count-ED.
           MOVE WS-Count-ED TO WS-Report-Work(39:6).
           MOVE WS-Fig-Reruns TO WS-Count-ED.
           MOVE WS-Count-ED TO WS-Report-Work(45:6).
           MOVE WS-Fig-Elapsed TO WS-Elapsed-ED.
           MOVE WS-Elapsed-ED TO WS-Report-Work(52:11).
           COMPUTE WS-Cost ROUNDED = WS-Fig-Elapsed * WS-Rate / 6000.
           MOVE WS-Cost TO WS-Cost-ED.
           MOVE WS-Cost-ED TO WS-Report-Work(64:12).
           MOVE ZERO TO WS-Share.
           IF WS-Total-Elapsed > 0 THEN
               COMPUTE WS-Share ROUNDED =
                   WS-Fig-Elapsed * 100 / WS-Total-Elapsed
           END-IF.
           MOVE WS-Share TO WS-Share-ED.
           MOVE WS-Share-ED TO WS-Report-Work(77:5).
           MOVE "%" TO WS-Report-Work(82:1).
           COMPUTE WS-Prev-Cost ROUNDED =
               WS-Fig-Prev * WS-Rate / 6000.
           MOVE WS-Prev-Cost TO WS-Cost-ED.
           MOVE WS-Cost-ED TO WS-Report-Work(85:12).
      *> month-over-month change in cost: "new" where nothing was
      *> charged the month before
           EVALUATE TRUE
               WHEN WS-Fig-Prev = 0 AND WS-Fig-Elapsed = 0
                   MOVE "-" TO WS-Report-Work(106:1)
               WHEN WS-Fig-Prev = 0
                   MOVE "new" TO WS-Report-Work(104:3)
               WHEN OTHER
                   COMPUTE WS-Change ROUNDED =
                       (WS-Fig-Elapsed - WS-Fig-Prev) * 100
                       / WS-Fig-Prev
                   MOVE WS-Change TO WS-Change-ED
                   MOVE WS-Change-ED TO WS-Report-Work(99:8)
                   MOVE "%" TO WS-Report-Work(107:1)
           END-EVALUATE.
       END-ROUTINE.

       OPEN-REPORT-ROUTINE.
           STRING "chargeback_" DELIMITED BY SIZE,
                  WS-Month DELIMITED BY SIZE,
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
           MOVE "CHGBACK" TO RPT-Report-Id.
           MOVE "MONTHLY RUN-TIME CHARGEBACK" TO RPT-Title.
           MOVE "chargeback" TO RPT-Program.
           CALL "report_writer" USING RPT-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE WS-Report-RC TO RETURN-CODE.
       END-ROUTINE.

       END PROGRAM chargeback.
