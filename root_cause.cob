       IDENTIFICATION DIVISION.
       PROGRAM-ID. root_cause.
      *> Root-cause correlation report for days that have started
      *> failing. One pass over the history master
      *> (history_master.idx) finds every day whose latest run failed
      *> (FAILURE, RETRIED-FAIL or TIMEOUT) after it had passed, with
      *> its last good run and the first bad run after it. For each
      *> such day everything on record as changing between those two
      *> run dates (both days included - the runs carry a date, not a
      *> time) is listed as a candidate cause, with when and who:
      *>   INPUT     the input switched or its fingerprint moved
      *>             between the two runs (history master), and the
      *>             line-level change reports test_all registered
      *>             for the day (input_changes.txt)
      *>   ANSWERS   expected answers for the day added, changed or
      *>             promoted on the answers master (change_log.txt,
      *>             "ANSWERS")
      *>   PROMOTE   rewrites of the answers master naming the day,
      *>             and whole-master backouts (answers_promotions.txt)
      *>   REGISTRY  the day's SLA, default parameters or status
      *>             changed (change_log.txt, "REGISTRY")
      *>   MODULE    the day program's module was rebuilt - the
      *>             two runs stamped different module fingerprints
      *>             (MF=), or its time stamp falls between them
      *> Only days that turned within the last 30 days are shown; a
      *> day failing for longer is counted, not listed.
      *> Usage: root_cause [YYYYMMDD]   (as of this date, default
      *>                                 today)
      *> Condition codes: 0 no newly failing day, 4 newly failing
      *> day(s) listed or no history master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Master-FILE
           ASSIGN TO "history_master.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HMX-Key
           FILE STATUS IS WS-Master-FS.
           SELECT F-ChgLog-FILE
           ASSIGN TO "change_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChgLog-FS.
           SELECT F-PromoLog-FILE
           ASSIGN TO "answers_promotions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PromoLog-FS.
           SELECT F-Change-FILE
           ASSIGN TO "input_changes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Change-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Master-FILE.
       COPY "history-master-idx.cpy".

       FD F-ChgLog-FILE.
       01 F-ChgLog-REC.
         02 CHG-Date PIC X(8).
         02 CHG-Time PIC X(6).
         02 CHG-User PIC X(8).
         02 CHG-File PIC X(12).
         02 CHG-Action PIC X(8).
         02 CHG-Before PIC X(80).
         02 CHG-After PIC X(80).
         02 CHG-Seq PIC 9(8).
         02 CHG-Chain PIC 9(10).

       FD F-PromoLog-FILE.
       01 F-PromoLog-LINE PIC X(120).

       FD F-Change-FILE.
       COPY "input-change.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Master-FS PIC XX.
       01 WS-ChgLog-FS PIC XX.
       01 WS-PromoLog-FS PIC XX.
       01 WS-Change-FS PIC XX.

      *> CBL_CHECK_FILE_EXIST reply for the day's module
       01 WS-Module-FileName PIC X(80) VALUE SPACES.
       01 WS-File-Details.
         02 WS-File-Size PIC X(8) COMP-X.
         02 WS-File-Day PIC X COMP-X.
         02 WS-File-Month PIC X COMP-X.
         02 WS-File-Year PIC X(2) COMP-X.
         02 WS-File-Hour PIC X COMP-X.
         02 WS-File-Minute PIC X COMP-X.
         02 WS-File-Second PIC X COMP-X.
         02 WS-File-Hundredth PIC X COMP-X.

       LOCAL-STORAGE SECTION.
       01 LS-EOF-BOOL PIC 9(1) VALUE 0.
       01 LS-Argument PIC X(80) VALUE SPACES.
       01 LS-Asof-Date PIC X(8) VALUE SPACES.
       01 LS-Since-Date PIC X(8) VALUE SPACES.
       01 LS-Lookback-CONST PIC 9(3) VALUE 30.
       01 LS-Oldest-Good PIC X(8) VALUE SPACES.

       01 LS-i PIC 9(4) VALUE ZERO.
       01 LS-j PIC 9(4) VALUE ZERO.
       01 LS-Found-BOOL PIC 9(1) VALUE 0.
       01 LS-Line-YearDay PIC X(10) VALUE SPACES.
       01 LS-Line-File PIC X(60) VALUE SPACES.

       01 LS-Day-CNT PIC 9(4) VALUE ZERO.
       01 LS-Day-Max-CONST PIC 9(4) VALUE 300.
       01 LS-Day-TBL.
         02 LS-Day-REC OCCURS 300 TIMES.
           03 LS-Day-YearDay PIC X(10).
           03 LS-Day-File PIC X(60).
           03 LS-Day-Failing-BOOL PIC 9(1).
           03 LS-Good-Date PIC X(8).
           03 LS-Good-Run PIC X(6).
           03 LS-Good-Input PIC X(40).
           03 LS-Good-FP PIC X(20).
           03 LS-Good-MF PIC X(20).
           03 LS-Bad-Date PIC X(8).
           03 LS-Bad-Run PIC X(6).
           03 LS-Bad-Input PIC X(40).
           03 LS-Bad-FP PIC X(20).
           03 LS-Bad-MF PIC X(20).
           03 LS-Bad-Outcome PIC X(12).

       01 LS-Chg-CNT PIC 9(4) VALUE ZERO.
       01 LS-Chg-Max-CONST PIC 9(4) VALUE 500.
       01 LS-Chg-TBL.
         02 LS-Chg-REC OCCURS 500 TIMES.
           03 LS-Chg-Date PIC X(8).
           03 LS-Chg-Time PIC X(6).
           03 LS-Chg-User PIC X(8).
           03 LS-Chg-File PIC X(12).
           03 LS-Chg-Action PIC X(8).
           03 LS-Chg-Before PIC X(80).
           03 LS-Chg-After PIC X(80).

       01 LS-Promo-CNT PIC 9(4) VALUE ZERO.
       01 LS-Promo-Max-CONST PIC 9(4) VALUE 300.
       01 LS-Promo-TBL.
         02 LS-Promo-LINE PIC X(120) OCCURS 300 TIMES.

       01 LS-Ich-CNT PIC 9(4) VALUE ZERO.
       01 LS-Ich-Max-CONST PIC 9(4) VALUE 300.
       01 LS-Ich-TBL.
         02 LS-Ich-REC PIC X(200) OCCURS 300 TIMES.

       01 LS-Year PIC X(4) VALUE SPACES.
       01 LS-Day PIC X(2) VALUE SPACES.
       01 LS-YD-Key PIC X(6) VALUE SPACES.
       01 LS-YD-Text PIC X(11) VALUE SPACES.
       01 LS-Hit-CNT PIC 9(4) VALUE ZERO.
       01 LS-Tally PIC 9(4) VALUE ZERO.
       01 LS-Listed-CNT PIC 9(4) VALUE ZERO.
       01 LS-Older-CNT PIC 9(4) VALUE ZERO.
       01 LS-Image-Key PIC X(6) VALUE SPACES.
       01 LS-Promo-Date PIC X(8) VALUE SPACES.
       01 LS-Promo-Time PIC X(6) VALUE SPACES.
       01 LS-Promo-Source PIC X(10) VALUE SPACES.
       01 LS-Module-Date PIC 9(8) VALUE ZERO.
       01 LS-Module-Time PIC 9(4) VALUE ZERO.
       01 LS-Report-LINE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           ACCEPT LS-Argument FROM COMMAND-LINE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(LS-Argument)) = 0
                   AND NOT LS-Argument = SPACES THEN
               MOVE LS-Argument(1:8) TO LS-Asof-Date
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO LS-Asof-Date
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(LS-Asof-Date))
               - LS-Lookback-CONST) TO LS-Since-Date.
           OPEN INPUT F-Master-FILE.
           IF WS-Master-FS NOT = "00" THEN
               DISPLAY "root_cause: no history master "
                       "(history_master.idx) - run history_load "
                       "first"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO HMX-Key.
           START F-Master-FILE KEY IS >= HMX-Key
               INVALID KEY
                   SET LS-EOF-BOOL TO 1
           END-START.
           PERFORM SCAN-MASTER-REC-ROUTINE UNTIL LS-EOF-BOOL = 1.
           SET LS-EOF-BOOL TO 0.
           CLOSE F-Master-FILE.
      *> only changes from the oldest last-good run on are needed
           MOVE HIGH-VALUES TO LS-Oldest-Good.
           PERFORM VARYING LS-i FROM 1 UNTIL LS-i > LS-Day-CNT
               IF LS-Day-Failing-BOOL(LS-i) = 1
                AND LS-Good-Date(LS-i) NOT = SPACES
                AND LS-Bad-Date(LS-i) >= LS-Since-Date
                AND LS-Good-Date(LS-i) < LS-Oldest-Good THEN
                   MOVE LS-Good-Date(LS-i) TO LS-Oldest-Good
               END-IF
           END-PERFORM.
           PERFORM LOAD-CHGLOG-ROUTINE.
           PERFORM LOAD-PROMOLOG-ROUTINE.
           PERFORM LOAD-CHANGES-ROUTINE.
           DISPLAY "=== ROOT-CAUSE CANDIDATES FOR NEWLY FAILING DAYS ("
                   LS-Since-Date " - " LS-Asof-Date ") ===".
           PERFORM REPORT-DAY-ROUTINE
               VARYING LS-i FROM 1 UNTIL LS-i > LS-Day-CNT.
           IF LS-Listed-CNT = 0 THEN
               DISPLAY "  (no day has started failing)"
           END-IF.
           IF LS-Older-CNT > 0 THEN
               DISPLAY "  " LS-Older-CNT " day(s) failing since "
                       "before " LS-Since-Date " not listed"
           END-IF.
           IF LS-Listed-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-ROUTINE.

       SCAN-MASTER-REC-ROUTINE.
           READ F-Master-FILE NEXT RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END PERFORM DO-MASTER-REC-ROUTINE
           END-READ.
       END-ROUTINE.

       DO-MASTER-REC-ROUTINE.
           IF HMX-Date > LS-Asof-Date THEN
               EXIT PARAGRAPH
           END-IF.
           IF HMX-Outcome NOT = "SUCCESS"
            AND HMX-Outcome NOT = "RETRIED-OK"
            AND HMX-Outcome NOT = "FAILURE"
            AND HMX-Outcome NOT = "RETRIED-FAIL"
            AND HMX-Outcome NOT = "TIMEOUT"
            AND HMX-Outcome NOT = "REGRESSION" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE HMX-YearDay TO LS-Line-YearDay.
           MOVE HMX-Program TO LS-Line-File.
           PERFORM FIND-DAY-SLOT-ROUTINE.
           IF LS-Found-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF HMX-Outcome = "SUCCESS" OR HMX-Outcome = "RETRIED-OK"
           THEN
               MOVE HMX-Date TO LS-Good-Date(LS-i)
               MOVE HMX-Run TO LS-Good-Run(LS-i)
               MOVE HMX-Input TO LS-Good-Input(LS-i)
               MOVE HMX-FP TO LS-Good-FP(LS-i)
               MOVE HMX-MF TO LS-Good-MF(LS-i)
               MOVE 0 TO LS-Day-Failing-BOOL(LS-i)
               EXIT PARAGRAPH
           END-IF.
      *> master is in date order: the first failure after the last
      *> pass is kept, later ones only confirm it
           IF LS-Day-Failing-BOOL(LS-i) = 0 THEN
               MOVE 1 TO LS-Day-Failing-BOOL(LS-i)
               MOVE HMX-Date TO LS-Bad-Date(LS-i)
               MOVE HMX-Run TO LS-Bad-Run(LS-i)
               MOVE HMX-Input TO LS-Bad-Input(LS-i)
               MOVE HMX-FP TO LS-Bad-FP(LS-i)
               MOVE HMX-MF TO LS-Bad-MF(LS-i)
               MOVE HMX-Outcome TO LS-Bad-Outcome(LS-i)
           END-IF.
       END-ROUTINE.

       FIND-DAY-SLOT-ROUTINE.
           SET LS-Found-BOOL TO 0.
           PERFORM VARYING LS-i FROM 1
                   UNTIL LS-i > LS-Day-CNT OR LS-Found-BOOL = 1
               IF LS-Day-YearDay(LS-i) = LS-Line-YearDay
                AND LS-Day-File(LS-i) = LS-Line-File THEN
                   SET LS-Found-BOOL TO 1
               END-IF
           END-PERFORM.
           IF LS-Found-BOOL = 1 THEN
               SUBTRACT 1 FROM LS-i
           ELSE
               IF LS-Day-CNT >= LS-Day-Max-CONST THEN
                   DISPLAY "WARNING: day table full ("
                           LS-Day-Max-CONST " days) - "
                           LS-Line-YearDay " "
                           FUNCTION TRIM(LS-Line-File)
                           " not tracked"
               ELSE
                   ADD 1 TO LS-Day-CNT
                   MOVE LS-Day-CNT TO LS-i
                   MOVE LS-Line-YearDay TO LS-Day-YearDay(LS-i)
                   MOVE LS-Line-File TO LS-Day-File(LS-i)
                   MOVE 0 TO LS-Day-Failing-BOOL(LS-i)
                   MOVE SPACES TO LS-Good-Date(LS-i),
                                  LS-Good-Run(LS-i),
                                  LS-Good-Input(LS-i),
                                  LS-Good-FP(LS-i),
                                  LS-Good-MF(LS-i),
                                  LS-Bad-Date(LS-i),
                                  LS-Bad-Run(LS-i),
                                  LS-Bad-Input(LS-i),
                                  LS-Bad-FP(LS-i),
                                  LS-Bad-MF(LS-i),
                                  LS-Bad-Outcome(LS-i)
                   SET LS-Found-BOOL TO 1
               END-IF
           END-IF.
       END-ROUTINE.

       LOAD-CHGLOG-ROUTINE.
           OPEN INPUT F-ChgLog-FILE.
           IF WS-ChgLog-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-CHGLOG-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-ChgLog-FILE.
           SET LS-EOF-BOOL TO 0.
       END-ROUTINE.

       READ-CHGLOG-ROUTINE.
           READ F-ChgLog-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   IF (CHG-File = "ANSWERS" OR CHG-File = "REGISTRY")
                    AND CHG-Date >= LS-Oldest-Good
                    AND CHG-Date <= LS-Asof-Date
                    AND LS-Chg-CNT < LS-Chg-Max-CONST THEN
                       ADD 1 TO LS-Chg-CNT
                       MOVE CHG-Date TO LS-Chg-Date(LS-Chg-CNT)
                       MOVE CHG-Time TO LS-Chg-Time(LS-Chg-CNT)
                       MOVE CHG-User TO LS-Chg-User(LS-Chg-CNT)
                       MOVE CHG-File TO LS-Chg-File(LS-Chg-CNT)
                       MOVE CHG-Action TO LS-Chg-Action(LS-Chg-CNT)
                       MOVE CHG-Before TO LS-Chg-Before(LS-Chg-CNT)
                       MOVE CHG-After TO LS-Chg-After(LS-Chg-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       LOAD-PROMOLOG-ROUTINE.
      *> promotion log record, blank-delimited: date time source
      *> detail (answers_backup)
           OPEN INPUT F-PromoLog-FILE.
           IF WS-PromoLog-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-PROMOLOG-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-PromoLog-FILE.
           SET LS-EOF-BOOL TO 0.
       END-ROUTINE.

       READ-PROMOLOG-ROUTINE.
           READ F-PromoLog-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   IF F-PromoLog-LINE(1:8) >= LS-Oldest-Good
                    AND F-PromoLog-LINE(1:8) <= LS-Asof-Date
                    AND LS-Promo-CNT < LS-Promo-Max-CONST THEN
                       ADD 1 TO LS-Promo-CNT
                       MOVE F-PromoLog-LINE
                           TO LS-Promo-LINE(LS-Promo-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       LOAD-CHANGES-ROUTINE.
           OPEN INPUT F-Change-FILE.
           IF WS-Change-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-CHANGES-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-Change-FILE.
           SET LS-EOF-BOOL TO 0.
       END-ROUTINE.

       READ-CHANGES-ROUTINE.
           READ F-Change-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   IF ICH-Run-Date >= LS-Oldest-Good
                    AND ICH-Run-Date <= LS-Asof-Date
                    AND LS-Ich-CNT < LS-Ich-Max-CONST THEN
                       ADD 1 TO LS-Ich-CNT
                       MOVE ICH-REC TO LS-Ich-REC(LS-Ich-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       REPORT-DAY-ROUTINE.
           IF LS-Day-Failing-BOOL(LS-i) = 0
            OR LS-Good-Date(LS-i) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF LS-Bad-Date(LS-i) < LS-Since-Date THEN
               ADD 1 TO LS-Older-CNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LS-Listed-CNT.
           MOVE SPACES TO LS-Year, LS-Day.
           UNSTRING LS-Day-YearDay(LS-i) DELIMITED BY "/"
               INTO LS-Year, LS-Day.
           MOVE LS-Year TO LS-YD-Key(1:4).
           MOVE LS-Day TO LS-YD-Key(5:2).
           MOVE SPACES TO LS-YD-Text.
           STRING FUNCTION TRIM(LS-Day-YearDay(LS-i))
                      DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE
                  INTO LS-YD-Text.
           DISPLAY " ".
           DISPLAY LS-Day-YearDay(LS-i) " "
                   FUNCTION TRIM(LS-Day-File(LS-i)) " "
                   FUNCTION TRIM(LS-Bad-Outcome(LS-i)) " since "
                   LS-Bad-Date(LS-i) " RUN " LS-Bad-Run(LS-i)
                   " - last good " LS-Good-Date(LS-i) " RUN "
                   LS-Good-Run(LS-i).
           MOVE ZERO TO LS-Hit-CNT.
           PERFORM INPUT-CAUSE-ROUTINE.
           PERFORM VARYING LS-j FROM 1 UNTIL LS-j > LS-Chg-CNT
               PERFORM CHGLOG-CAUSE-ROUTINE
           END-PERFORM.
           PERFORM VARYING LS-j FROM 1 UNTIL LS-j > LS-Promo-CNT
               PERFORM PROMO-CAUSE-ROUTINE
           END-PERFORM.
           PERFORM MODULE-CAUSE-ROUTINE.
           IF LS-Hit-CNT = 0 THEN
               DISPLAY "    (nothing on record changed between the "
                       "two runs)"
           END-IF.
       END-ROUTINE.

       INPUT-CAUSE-ROUTINE.
           IF LS-Good-Input(LS-i) NOT = LS-Bad-Input(LS-i) THEN
               ADD 1 TO LS-Hit-CNT
               DISPLAY "    INPUT     " LS-Bad-Date(LS-i)
                       "        (run selection) input switched "
                       FUNCTION TRIM(LS-Good-Input(LS-i)) " -> "
                       FUNCTION TRIM(LS-Bad-Input(LS-i))
           ELSE
           IF LS-Good-FP(LS-i) NOT = LS-Bad-FP(LS-i) THEN
               ADD 1 TO LS-Hit-CNT
               DISPLAY "    INPUT     " LS-Bad-Date(LS-i)
                       "        (input feed) "
                       FUNCTION TRIM(LS-Bad-Input(LS-i))
                       " fingerprint "
                       FUNCTION TRIM(LS-Good-FP(LS-i)) " -> "
                       FUNCTION TRIM(LS-Bad-FP(LS-i))
           END-IF
           END-IF.
           PERFORM VARYING LS-j FROM 1 UNTIL LS-j > LS-Ich-CNT
               MOVE LS-Ich-REC(LS-j) TO ICH-REC
               IF ICH-Year = LS-Year AND ICH-Day = LS-Day
                AND ICH-Run-Date > LS-Good-Date(LS-i)
                AND ICH-Run-Date <= LS-Bad-Date(LS-i) THEN
                   ADD 1 TO LS-Hit-CNT
                   DISPLAY "    INPUT     " ICH-Run-Date
                           "        (input feed) "
                           FUNCTION TRIM(ICH-Input) " +" ICH-Added
                           " -" ICH-Deleted " ~" ICH-Altered
                           " lines, see "
                           FUNCTION TRIM(ICH-Report-Name)
               END-IF
           END-PERFORM.
       END-ROUTINE.

       CHGLOG-CAUSE-ROUTINE.
      *> answers and registry images both start with year + day;
      *> a delete has only a before image
           IF LS-Chg-Date(LS-j) < LS-Good-Date(LS-i)
            OR LS-Chg-Date(LS-j) > LS-Bad-Date(LS-i) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LS-Chg-After(LS-j)(1:6) TO LS-Image-Key.
           IF LS-Chg-After(LS-j) = SPACES THEN
               MOVE LS-Chg-Before(LS-j)(1:6) TO LS-Image-Key
           END-IF.
           IF LS-Image-Key NOT = LS-YD-Key THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LS-Hit-CNT.
           MOVE SPACES TO LS-Report-LINE.
           IF LS-Chg-File(LS-j) = "ANSWERS" THEN
               STRING "    ANSWERS   " DELIMITED BY SIZE,
                      LS-Chg-Date(LS-j) DELIMITED BY SIZE,
                      " " DELIMITED BY SIZE,
                      LS-Chg-Time(LS-j) DELIMITED BY SIZE,
                      " " DELIMITED BY SIZE,
                      LS-Chg-User(LS-j) DELIMITED BY SIZE,
                      " " DELIMITED BY SIZE,
                      LS-Chg-Action(LS-j) DELIMITED BY SIZE,
                      " " DELIMITED BY SIZE,
                      LS-Chg-After(LS-j)(7:40) DELIMITED BY SPACE,
                      " expected " DELIMITED BY SIZE,
                      LS-Chg-Before(LS-j)(47:15) DELIMITED BY SPACE,
                      "/" DELIMITED BY SIZE,
                      LS-Chg-Before(LS-j)(62:15) DELIMITED BY SPACE,
                      " -> " DELIMITED BY SIZE,
                      LS-Chg-After(LS-j)(47:15) DELIMITED BY SPACE,
                      "/" DELIMITED BY SIZE,
                      LS-Chg-After(LS-j)(62:15) DELIMITED BY SPACE
                      INTO LS-Report-LINE
           ELSE
               STRING "    REGISTRY  " DELIMITED BY SIZE,
                      LS-Chg-Date(LS-j) DELIMITED BY SIZE,
                      " " DELIMITED BY SIZE,
                      LS-Chg-Time(LS-j) DELIMITED BY SIZE,
                      " " DELIMITED BY SIZE,
                      LS-Chg-User(LS-j) DELIMITED BY SIZE,
                      " " DELIMITED BY SIZE,
                      LS-Chg-Action(LS-j) DELIMITED BY SIZE,
                      " sla " DELIMITED BY SIZE,
                      LS-Chg-Before(LS-j)(27:6) DELIMITED BY SIZE,
                      "->" DELIMITED BY SIZE,
                      LS-Chg-After(LS-j)(27:6) DELIMITED BY SIZE,
                      " status " DELIMITED BY SIZE,
                      LS-Chg-Before(LS-j)(33:1) DELIMITED BY SIZE,
                      "->" DELIMITED BY SIZE,
                      LS-Chg-After(LS-j)(33:1) DELIMITED BY SIZE,
                      " params " DELIMITED BY SIZE,
                      LS-Chg-Before(LS-j)(34:30) DELIMITED BY "  ",
                      " -> " DELIMITED BY SIZE,
                      LS-Chg-After(LS-j)(34:30) DELIMITED BY "  "
                      INTO LS-Report-LINE
           END-IF.
           DISPLAY FUNCTION TRIM(LS-Report-LINE TRAILING).
       END-ROUTINE.

       PROMO-CAUSE-ROUTINE.
      *> a rewrite naming the day, or a backout of the whole master
           MOVE SPACES TO LS-Promo-Date, LS-Promo-Time,
                          LS-Promo-Source.
           UNSTRING LS-Promo-LINE(LS-j) DELIMITED BY ALL SPACES
               INTO LS-Promo-Date, LS-Promo-Time, LS-Promo-Source.
           IF LS-Promo-Date < LS-Good-Date(LS-i)
            OR LS-Promo-Date > LS-Bad-Date(LS-i) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO LS-Tally.
           INSPECT LS-Promo-LINE(LS-j) TALLYING LS-Tally
               FOR ALL LS-YD-Text(1:FUNCTION LENGTH(
                   FUNCTION TRIM(LS-YD-Text)) + 1).
           IF LS-Tally = 0 AND LS-Promo-Source NOT = "RESTORE" THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LS-Hit-CNT.
           DISPLAY "    PROMOTE   "
                   FUNCTION TRIM(LS-Promo-LINE(LS-j)).
       END-ROUTINE.

       MODULE-CAUSE-ROUTINE.
           IF LS-Good-MF(LS-i) NOT = SPACES
            AND LS-Bad-MF(LS-i) NOT = SPACES
            AND LS-Good-MF(LS-i) NOT = LS-Bad-MF(LS-i) THEN
               ADD 1 TO LS-Hit-CNT
               DISPLAY "    MODULE    " LS-Bad-Date(LS-i)
                       "        (build) module fingerprint "
                       FUNCTION TRIM(LS-Good-MF(LS-i)) " -> "
                       FUNCTION TRIM(LS-Bad-MF(LS-i))
           END-IF.
           MOVE SPACES TO WS-Module-FileName.
           STRING LS-Year DELIMITED BY SPACE,
                  "/" DELIMITED BY SIZE,
                  LS-Day DELIMITED BY SPACE,
                  "/" DELIMITED BY SIZE,
                  LS-Day-File(LS-i) DELIMITED BY SPACE,
                  ".so" DELIMITED BY SIZE
                  INTO WS-Module-FileName.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-Module-FileName,
                                             WS-File-Details
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF RETURN-CODE NOT = 0 THEN
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE LS-Module-Date = WS-File-Year * 10000
                                  + WS-File-Month * 100
                                  + WS-File-Day.
           COMPUTE LS-Module-Time = WS-File-Hour * 100
                                  + WS-File-Minute.
           IF LS-Module-Date < FUNCTION NUMVAL(LS-Good-Date(LS-i))
            OR LS-Module-Date > FUNCTION NUMVAL(LS-Bad-Date(LS-i))
           THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LS-Hit-CNT.
           DISPLAY "    MODULE    " LS-Module-Date " " LS-Module-Time
                   "   (build) "
                   FUNCTION TRIM(WS-Module-FileName) " rebuilt".
       END-ROUTINE.

       END PROGRAM root_cause.
