       IDENTIFICATION DIVISION.
       PROGRAM-ID. calendar_gen.
      *> Generates a year of the batch run calendar (run_calendar.txt)
      *> from the holiday master (holiday_master.txt, layout
      *> holiday-master.cpy) and the calendar rule set
      *> (calendar_rules.txt, layout calendar-rule.cpy), instead of
      *> keying every weekend and freeze night into calendar_maint.
      *> Every date of the year gets a record: a holiday is a no-run
      *> night, then a freeze, then a weekly no-run night; any other
      *> night is a run night. A one-off holiday's note wins over a
      *> fixed one's. Dates the generator wrote before (source "G")
      *> are brought into line with the rules; dates keyed by hand
      *> in calendar_maint are left alone unless REGEN asks for them
      *> (the whole year, or one date or a date range). Other years
      *> on the calendar are not touched.
      *> Every bad holiday or rule line is reported and nothing is
      *> generated. The operator signs on first: an operator may
      *> generate, regenerating hand-edited dates needs a shift lead.
      *> The CALENDAR lock is held while the calendar is rewritten
      *> and every date written is logged through change_log under
      *> "CALENDAR". The report lists every date of the year with
      *> what was done to it, on the console and in
      *> calendar_gen_<stamp>.txt.
      *> Usage: calendar_gen YYYY [PREVIEW]
      *>                          [REGEN | REGEN=YYYYMMDD[-YYYYMMDD]]
      *>        (PREVIEW reports without signing on or writing)
      *> Condition codes: 0 generated (or previewed), 4 generated but
      *> hand-edited dates kept that differ from the rules, 8 errors
      *> in the holiday master or rule set - nothing generated, 12
      *> sign-on refused or calendar locked, 16 bad request or the
      *> calendar could not be read or written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Holiday-FILE
           ASSIGN TO "holiday_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Holiday-FS.
           SELECT F-Rule-FILE
           ASSIGN TO "calendar_rules.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Rule-FS.
           SELECT F-Calendar-FILE
           ASSIGN TO "run_calendar.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Calendar-FS.
           SELECT F-Report-FILE
           ASSIGN TO WS-Report-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Report-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Holiday-FILE.
       01 F-Holiday-LINE PIC X(80).

       FD F-Rule-FILE.
       01 F-Rule-LINE PIC X(80).

       FD F-Calendar-FILE.
       01 F-Calendar-REC.
         02 F-Cal-Date PIC X(8).
         02 F-Cal-Status PIC X(1).
         02 F-Cal-Note PIC X(40).
         02 F-Cal-Source PIC X(1).

       FD F-Report-FILE.
       01 F-Report-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Holiday-FS PIC XX.
       01 WS-Rule-FS PIC XX.
       01 WS-Calendar-FS PIC XX.
       01 WS-Report-FileName PIC X(60) VALUE SPACES.
       01 WS-Report-FS PIC XX.
       01 WS-Report-RC PIC S9(4) VALUE ZERO.
       COPY "report-page.cpy".
       01 WS-Report-Open-BOOL PIC 9(1) VALUE 0.
       COPY "holiday-master.cpy".
       COPY "calendar-rule.cpy".

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-Preview-BOOL PIC 9(1) VALUE 0.
       01 WS-Regen-BOOL PIC 9(1) VALUE 0.
       01 WS-Save-Fail-BOOL PIC 9(1) VALUE 0.
       01 WS-Holiday-Found-BOOL PIC 9(1) VALUE 0.
       01 WS-Rule-Found-BOOL PIC 9(1) VALUE 0.
       01 WS-Valid-BOOL PIC 9(1) VALUE 0.
       01 WS-Stamp PIC X(14) VALUE SPACES.
       01 WS-Line-NUM PIC 9(6) VALUE ZERO.
       01 WS-Report-Work PIC X(132) VALUE SPACES.
       01 WS-Report-Ptr PIC 9(3) VALUE ZERO.
       01 WS-Check-Date PIC X(8) VALUE SPACES.

       01 WS-Year PIC X(4) VALUE SPACES.
       01 WS-Year-NUM PIC 9(4) VALUE ZERO.
       01 WS-Regen-Arg PIC X(30) VALUE SPACES.
       01 WS-Regen-From PIC X(8) VALUE SPACES.
       01 WS-Regen-To PIC X(8) VALUE SPACES.
       01 WS-Jan1-INT PIC 9(7) VALUE ZERO.
       01 WS-Dec31-INT PIC 9(7) VALUE ZERO.
       01 WS-Date-INT PIC 9(7) VALUE ZERO.
       01 WS-Date-NUM PIC 9(8) VALUE ZERO.
       01 WS-Wday-NUM PIC 9(1) VALUE ZERO.
       01 WS-Wday-Names PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-Gen-Date PIC X(8) VALUE SPACES.
       01 WS-Gen-Status PIC X(1) VALUE SPACE.
       01 WS-Gen-Note PIC X(40) VALUE SPACES.

       01 WS-i PIC 9(4) VALUE ZERO.
       01 WS-j PIC 9(4) VALUE ZERO.
       01 WS-Slot PIC 9(4) VALUE ZERO.
       01 WS-Created-CNT PIC 9(4) VALUE ZERO.
       01 WS-Replaced-CNT PIC 9(4) VALUE ZERO.
       01 WS-Regen-CNT PIC 9(4) VALUE ZERO.
       01 WS-Unchanged-CNT PIC 9(4) VALUE ZERO.
       01 WS-Kept-CNT PIC 9(4) VALUE ZERO.
       01 WS-Kept-Diff-CNT PIC 9(4) VALUE ZERO.

      *> the holiday master and rule set, checked as they are loaded
       01 WS-Hol-CNT PIC 9(4) VALUE ZERO.
       01 WS-Hol-Max-CONST PIC 9(4) VALUE 200.
       01 WS-Hol-TBL.
         02 WS-Hol-ENTRY OCCURS 200 TIMES.
           03 WS-Hol-Kind PIC X(1).
           03 WS-Hol-Date PIC X(8).
           03 WS-Hol-Note PIC X(40).
       01 WS-Rule-CNT PIC 9(4) VALUE ZERO.
       01 WS-Rule-Max-CONST PIC 9(4) VALUE 100.
       01 WS-Rule-TBL.
         02 WS-Rule-ENTRY OCCURS 100 TIMES.
           03 WS-Rule-Type PIC X(1).
           03 WS-Rule-From PIC X(8).
           03 WS-Rule-To PIC X(8).
           03 WS-Rule-Wday PIC 9(1).
           03 WS-Rule-Note PIC X(40).
       01 WS-Err-CNT PIC 9(4) VALUE ZERO.
       01 WS-Err-TBL.
         02 WS-Err-Text PIC X(100) OCCURS 50 TIMES.
       01 WS-Err-Work PIC X(100) VALUE SPACES.
       01 WS-Err-Source PIC X(20) VALUE SPACES.

      *> the whole calendar, every year, as it stands on file
       01 WS-Cal-CNT PIC 9(4) VALUE ZERO.
       01 WS-Cal-Max-CONST PIC 9(4) VALUE 3000.
       01 WS-Cal-TBL.
         02 WS-Cal-REC OCCURS 3000 TIMES.
           03 WS-Cal-Date PIC X(8).
           03 WS-Cal-Status PIC X(1).
           03 WS-Cal-Note PIC X(40).
           03 WS-Cal-Source PIC X(1).
           03 WS-Cal-Done PIC 9(1).

      *> one entry per date of the year being generated
       01 WS-Day-CNT PIC 9(4) VALUE ZERO.
       01 WS-Day-TBL.
         02 WS-Day-ENTRY OCCURS 366 TIMES.
           03 WS-Day-Date PIC X(8).
           03 WS-Day-Wday PIC 9(1).
           03 WS-Day-Slot PIC 9(4).
           03 WS-Day-Action PIC X(9).
           03 WS-Day-Status PIC X(1).
           03 WS-Day-Note PIC X(40).
           03 WS-Day-Other-Status PIC X(1).
           03 WS-Day-Other-Note PIC X(40).

       01 WS-User-ID PIC X(8) VALUE SPACES.
       01 WS-Chg-File PIC X(12) VALUE "CALENDAR".
       01 WS-Chg-Action PIC X(8) VALUE SPACES.
       01 WS-Chg-Before PIC X(80) VALUE SPACES.
       01 WS-Chg-After PIC X(80) VALUE SPACES.

       01 WS-Lock-Resource PIC X(40) VALUE "CALENDAR".
       01 WS-Lock-Holder PIC X(20) VALUE "calendar_gen".
       01 WS-Lock-Status PIC X(2) VALUE SPACES.

       01 WS-User-Role PIC X(1) VALUE SPACE.
       01 WS-Need-Role PIC X(1) VALUE SPACE.
       01 WS-Sign-Detail PIC X(80) VALUE SPACES.
       01 WS-Sign-Status PIC X(2) VALUE SPACES.

       LOCAL-STORAGE SECTION.
       01 LS-Argument PIC X(80) VALUE SPACES.
       01 LS-Arg-1 PIC X(30) VALUE SPACES.
       01 LS-Arg-2 PIC X(30) VALUE SPACES.
       01 LS-Arg-3 PIC X(30) VALUE SPACES.
       01 LS-Arg-4 PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM PARSE-ARGS-ROUTINE.
           PERFORM LOAD-HOLIDAYS-ROUTINE.
           PERFORM LOAD-RULES-ROUTINE.
           IF WS-Preview-BOOL = 0 THEN
               PERFORM SIGNON-ROUTINE
               PERFORM ACQUIRE-LOCK-ROUTINE
           END-IF.
           PERFORM LOAD-CALENDAR-ROUTINE.
           PERFORM OPEN-REPORT-ROUTINE.
           IF WS-Err-CNT = 0 THEN
               PERFORM GENERATE-ROUTINE
               IF WS-Preview-BOOL = 0 THEN
                   PERFORM SAVE-CALENDAR-ROUTINE
               END-IF
           END-IF.
           PERFORM REPORT-ROUTINE.
           IF WS-Preview-BOOL = 0 THEN
               PERFORM RELEASE-LOCK-ROUTINE
           END-IF.
           EVALUATE TRUE
               WHEN WS-Save-Fail-BOOL = 1
                   MOVE 16 TO RETURN-CODE
               WHEN WS-Err-CNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-Kept-Diff-CNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
       END-ROUTINE.

       PARSE-ARGS-ROUTINE.
           ACCEPT LS-Argument FROM COMMAND-LINE.
           UNSTRING LS-Argument DELIMITED BY ALL SPACE
               INTO LS-Arg-1, LS-Arg-2, LS-Arg-3, LS-Arg-4
           END-UNSTRING.
           MOVE LS-Arg-1 TO WS-Year.
           IF LS-Arg-1(5:) NOT = SPACES
            OR FUNCTION TEST-NUMVAL(WS-Year) NOT = 0 THEN
               PERFORM USAGE-ROUTINE
           END-IF.
           MOVE WS-Year TO WS-Year-NUM.
           IF WS-Year-NUM < 1601 OR WS-Year-NUM > 9998
            OR LS-Arg-4 NOT = SPACES THEN
               PERFORM USAGE-ROUTINE
           END-IF.
           MOVE LS-Arg-2 TO WS-Regen-Arg.
           PERFORM OPTION-ROUTINE.
           MOVE LS-Arg-3 TO WS-Regen-Arg.
           PERFORM OPTION-ROUTINE.
       END-ROUTINE.

       OPTION-ROUTINE.
           MOVE FUNCTION UPPER-CASE(WS-Regen-Arg) TO WS-Regen-Arg.
           EVALUATE TRUE
               WHEN WS-Regen-Arg = SPACES
                   CONTINUE
               WHEN WS-Regen-Arg = "PREVIEW"
                   SET WS-Preview-BOOL TO 1
               WHEN WS-Regen-Arg = "REGEN" AND WS-Regen-BOOL = 0
                   SET WS-Regen-BOOL TO 1
                   STRING WS-Year DELIMITED BY SIZE,
                          "0101" DELIMITED BY SIZE
                          INTO WS-Regen-From
                   STRING WS-Year DELIMITED BY SIZE,
                          "1231" DELIMITED BY SIZE
                          INTO WS-Regen-To
               WHEN WS-Regen-Arg(1:6) = "REGEN=" AND WS-Regen-BOOL = 0
                   SET WS-Regen-BOOL TO 1
                   MOVE WS-Regen-Arg(7:8) TO WS-Regen-From
                   IF WS-Regen-Arg(15:1) = "-" THEN
                       IF WS-Regen-Arg(24:) NOT = SPACES THEN
                           PERFORM USAGE-ROUTINE
                       END-IF
                       MOVE WS-Regen-Arg(16:8) TO WS-Regen-To
                   ELSE
                       IF WS-Regen-Arg(15:) NOT = SPACES THEN
                           PERFORM USAGE-ROUTINE
                       END-IF
                       MOVE WS-Regen-From TO WS-Regen-To
                   END-IF
                   MOVE WS-Regen-From TO WS-Check-Date
                   PERFORM CHECK-DATE-ROUTINE
                   IF WS-Valid-BOOL = 0
                    OR WS-Regen-From(1:4) NOT = WS-Year THEN
                       PERFORM USAGE-ROUTINE
                   END-IF
                   MOVE WS-Regen-To TO WS-Check-Date
                   PERFORM CHECK-DATE-ROUTINE
                   IF WS-Valid-BOOL = 0
                    OR WS-Regen-To(1:4) NOT = WS-Year
                    OR WS-Regen-To < WS-Regen-From THEN
                       PERFORM USAGE-ROUTINE
                   END-IF
               WHEN OTHER
                   PERFORM USAGE-ROUTINE
           END-EVALUATE.
       END-ROUTINE.

       USAGE-ROUTINE.
           DISPLAY "Usage: calendar_gen YYYY [PREVIEW] "
                   "[REGEN | REGEN=YYYYMMDD[-YYYYMMDD]]".
           DISPLAY "       (REGEN dates must fall in the year "
                   "generated)".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END-ROUTINE.

       CHECK-DATE-ROUTINE.
           SET WS-Valid-BOOL TO 0.
           IF FUNCTION TEST-NUMVAL(WS-Check-Date) NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(
               FUNCTION NUMVAL(WS-Check-Date)) = 0 THEN
               SET WS-Valid-BOOL TO 1
           END-IF.
       END-ROUTINE.

       LOAD-HOLIDAYS-ROUTINE.
      *> no holiday master just means no holidays
           OPEN INPUT F-Holiday-FILE.
           IF WS-Holiday-FS = "35" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Holiday-FS NOT = "00" THEN
               DISPLAY "calendar_gen: cannot open holiday_master.txt"
                       " - status " WS-Holiday-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-Holiday-Found-BOOL TO 1.
           SET WS-EOF-BOOL TO 0.
           MOVE ZERO TO WS-Line-NUM.
           PERFORM READ-HOLIDAY-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Holiday-FILE.
       END-ROUTINE.

       READ-HOLIDAY-ROUTINE.
           READ F-Holiday-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   ADD 1 TO WS-Line-NUM
                   IF F-Holiday-LINE NOT = SPACES
                    AND F-Holiday-LINE(1:1) NOT = "*" THEN
                       PERFORM EDIT-HOLIDAY-ROUTINE
                   END-IF
           END-READ.
       END-ROUTINE.

       EDIT-HOLIDAY-ROUTINE.
           MOVE F-Holiday-LINE TO HOL-REC.
           MOVE FUNCTION UPPER-CASE(HOL-Kind) TO HOL-Kind.
           MOVE SPACES TO WS-Err-Work.
           EVALUATE TRUE
               WHEN F-Holiday-LINE(52:) NOT = SPACES
                   MOVE "DATA PAST COLUMN 51" TO WS-Err-Work
               WHEN HOL-Kind = "F"
                   IF HOL-Year NOT = SPACES THEN
                       MOVE "FIXED HOLIDAY TAKES NO YEAR"
                           TO WS-Err-Work
                   ELSE
      *> checked against a leap year so 29 February is allowed; it
      *> only lands on the calendar in the years that have one
                       STRING "2000" DELIMITED BY SIZE,
                              HOL-MMDD DELIMITED BY SIZE
                              INTO WS-Check-Date
                       PERFORM CHECK-DATE-ROUTINE
                       IF WS-Valid-BOOL = 0 THEN
                           MOVE "NOT A VALID MONTH AND DAY (MMDD)"
                               TO WS-Err-Work
                       END-IF
                   END-IF
               WHEN HOL-Kind = "O"
                   MOVE HOL-Date TO WS-Check-Date
                   PERFORM CHECK-DATE-ROUTINE
                   IF WS-Valid-BOOL = 0 THEN
                       MOVE "NOT A VALID DATE (YYYYMMDD)"
                           TO WS-Err-Work
                   END-IF
               WHEN OTHER
                   MOVE "KIND MUST BE F (FIXED) OR O (ONE-OFF)"
                       TO WS-Err-Work
           END-EVALUATE.
           IF WS-Err-Work = SPACES
            AND WS-Hol-CNT >= WS-Hol-Max-CONST THEN
               MOVE "TOO MANY HOLIDAYS" TO WS-Err-Work
           END-IF.
           IF WS-Err-Work NOT = SPACES THEN
               MOVE "holiday_master.txt" TO WS-Err-Source
               PERFORM ADD-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Hol-CNT.
           MOVE HOL-Kind TO WS-Hol-Kind(WS-Hol-CNT).
           MOVE HOL-Date TO WS-Hol-Date(WS-Hol-CNT).
           MOVE HOL-Note TO WS-Hol-Note(WS-Hol-CNT).
           IF HOL-Note = SPACES THEN
               MOVE "HOLIDAY" TO WS-Hol-Note(WS-Hol-CNT)
           END-IF.
       END-ROUTINE.

       LOAD-RULES-ROUTINE.
      *> no rule set just means no weekly or freeze nights
           OPEN INPUT F-Rule-FILE.
           IF WS-Rule-FS = "35" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Rule-FS NOT = "00" THEN
               DISPLAY "calendar_gen: cannot open calendar_rules.txt"
                       " - status " WS-Rule-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-Rule-Found-BOOL TO 1.
           SET WS-EOF-BOOL TO 0.
           MOVE ZERO TO WS-Line-NUM.
           PERFORM READ-RULE-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Rule-FILE.
       END-ROUTINE.

       READ-RULE-ROUTINE.
           READ F-Rule-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   ADD 1 TO WS-Line-NUM
                   IF F-Rule-LINE NOT = SPACES
                    AND F-Rule-LINE(1:1) NOT = "*" THEN
                       PERFORM EDIT-RULE-ROUTINE
                   END-IF
           END-READ.
       END-ROUTINE.

       EDIT-RULE-ROUTINE.
           MOVE F-Rule-LINE TO CRL-REC.
           MOVE FUNCTION UPPER-CASE(CRL-Type) TO CRL-Type.
           MOVE SPACES TO WS-Err-Work.
           SET WS-Wday-NUM TO 0.
           EVALUATE TRUE
               WHEN F-Rule-LINE(61:) NOT = SPACES
                   MOVE "DATA PAST COLUMN 60" TO WS-Err-Work
               WHEN CRL-Type = "W"
                   MOVE FUNCTION UPPER-CASE(CRL-Weekday)
                       TO CRL-Weekday
                   PERFORM VARYING WS-j FROM 1 UNTIL WS-j > 7
                       IF CRL-Weekday = WS-Wday-Names(WS-j * 3 - 2:3)
                           MOVE WS-j TO WS-Wday-NUM
                       END-IF
                   END-PERFORM
                   IF WS-Wday-NUM = 0 OR CRL-Weekly(4:) NOT = SPACES
                   THEN
                       MOVE "WEEKDAY MUST BE MON, TUE, WED, THU, FRI, "
                         & "SAT OR SUN" TO WS-Err-Work
                   END-IF
               WHEN CRL-Type = "F"
                   MOVE CRL-From TO WS-Check-Date
                   PERFORM CHECK-DATE-ROUTINE
                   IF WS-Valid-BOOL = 1 THEN
                       MOVE CRL-To TO WS-Check-Date
                       PERFORM CHECK-DATE-ROUTINE
                   END-IF
                   IF WS-Valid-BOOL = 0 THEN
                       MOVE "FREEZE NEEDS FROM AND TO DATES (YYYYMMDD)"
                           TO WS-Err-Work
                   ELSE
                       IF CRL-To < CRL-From THEN
                           MOVE "FREEZE ENDS BEFORE IT STARTS"
                               TO WS-Err-Work
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "TYPE MUST BE W (WEEKLY) OR F (FREEZE)"
                       TO WS-Err-Work
           END-EVALUATE.
           IF WS-Err-Work = SPACES
            AND WS-Rule-CNT >= WS-Rule-Max-CONST THEN
               MOVE "TOO MANY RULES" TO WS-Err-Work
           END-IF.
           IF WS-Err-Work NOT = SPACES THEN
               MOVE "calendar_rules.txt" TO WS-Err-Source
               PERFORM ADD-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Rule-CNT.
           MOVE CRL-Type TO WS-Rule-Type(WS-Rule-CNT).
           MOVE WS-Wday-NUM TO WS-Rule-Wday(WS-Rule-CNT).
           MOVE SPACES TO WS-Rule-From(WS-Rule-CNT),
                          WS-Rule-To(WS-Rule-CNT).
           IF CRL-Type = "F" THEN
               MOVE CRL-From TO WS-Rule-From(WS-Rule-CNT)
               MOVE CRL-To TO WS-Rule-To(WS-Rule-CNT)
           END-IF.
           MOVE CRL-Note TO WS-Rule-Note(WS-Rule-CNT).
           IF CRL-Note = SPACES THEN
               IF CRL-Type = "F" THEN
                   MOVE "FREEZE" TO WS-Rule-Note(WS-Rule-CNT)
               ELSE
                   STRING "NO RUN " DELIMITED BY SIZE,
                          CRL-Weekday DELIMITED BY SIZE
                          INTO WS-Rule-Note(WS-Rule-CNT)
               END-IF
           END-IF.
       END-ROUTINE.

       ADD-ERROR-ROUTINE.
           IF WS-Err-CNT >= 50 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Err-CNT.
           MOVE SPACES TO WS-Err-Text(WS-Err-CNT).
           STRING "  " DELIMITED BY SIZE,
                  WS-Err-Source DELIMITED BY SPACE,
                  " line " DELIMITED BY SIZE,
                  WS-Line-NUM DELIMITED BY SIZE,
                  ": " DELIMITED BY SIZE,
                  WS-Err-Work DELIMITED BY "  "
                  INTO WS-Err-Text(WS-Err-CNT).
       END-ROUTINE.

       SIGNON-ROUTINE.
      *> every run is attributable: the operator signs on against
      *> the user master and every date written is logged under
      *> that user through change_log
           CALL "signon" USING BY CONTENT "SIGNON",
               BY REFERENCE WS-Chg-File, BY CONTENT "V",
               BY REFERENCE WS-User-ID, WS-User-Role,
               WS-Sign-Detail, WS-Sign-Status
               ON EXCEPTION
                   MOVE "12" TO WS-Sign-Status
           END-CALL.
           IF WS-Sign-Status NOT = "00" THEN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> overwriting what somebody keyed by hand is a shift lead's
      *> decision
           IF WS-Regen-BOOL = 1 THEN
               MOVE "S" TO WS-Need-Role
           ELSE
               MOVE "O" TO WS-Need-Role
           END-IF.
           MOVE SPACES TO WS-Sign-Detail.
           STRING "GENERATE CALENDAR " DELIMITED BY SIZE,
                  WS-Year DELIMITED BY SIZE
                  INTO WS-Sign-Detail.
           IF WS-Regen-BOOL = 1 THEN
               STRING "GENERATE CALENDAR " DELIMITED BY SIZE,
                      WS-Year DELIMITED BY SIZE,
                      " REGEN " DELIMITED BY SIZE,
                      WS-Regen-From DELIMITED BY SIZE,
                      "-" DELIMITED BY SIZE,
                      WS-Regen-To DELIMITED BY SIZE
                      INTO WS-Sign-Detail
           END-IF.
           CALL "signon" USING BY CONTENT "CHECK ",
               BY REFERENCE WS-Chg-File, WS-Need-Role, WS-User-ID,
               WS-User-Role, WS-Sign-Detail, WS-Sign-Status
               ON EXCEPTION
                   MOVE "12" TO WS-Sign-Status
           END-CALL.
           IF WS-Sign-Status NOT = "00" THEN
               DISPLAY "REFUSED - NEEDS ROLE " WS-Need-Role
                       " OR ABOVE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       END-ROUTINE.

       ACQUIRE-LOCK-ROUTINE.
      *> the CALENDAR lock calendar_maint takes; a batch run does not
      *> break it - lock_maint does that
           MOVE "00" TO WS-Lock-Status.
           CALL "run_lock" USING BY CONTENT "ACQUIRE",
               BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
               WS-Lock-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-Lock-Status NOT = "00" THEN
               DISPLAY "calendar_gen: CALENDAR lock held by "
                       FUNCTION TRIM(WS-Lock-Holder)
                       " - nothing generated"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       END-ROUTINE.

       RELEASE-LOCK-ROUTINE.
           CALL "run_lock" USING BY CONTENT "RELEASE",
               BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
               WS-Lock-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       LOG-CHANGE-ROUTINE.
           CALL "change_log" USING WS-User-ID, WS-Chg-File,
               WS-Chg-Action, WS-Chg-Before, WS-Chg-After
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SPACES TO WS-Chg-Before, WS-Chg-After.
       END-ROUTINE.

       LOAD-CALENDAR-ROUTINE.
           OPEN INPUT F-Calendar-FILE.
           IF WS-Calendar-FS = "35" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Calendar-FS NOT = "00" THEN
               DISPLAY "calendar_gen: cannot open run_calendar.txt"
                       " - status " WS-Calendar-FS
               PERFORM STOP-FATAL-ROUTINE
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-CALENDAR-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Calendar-FILE.
      *> room for a whole year on top of what is on file already
           IF WS-Cal-CNT + 366 > WS-Cal-Max-CONST THEN
               DISPLAY "calendar_gen: run_calendar.txt holds "
                       WS-Cal-CNT " dates - no room for another "
                       "year; delete past years in calendar_maint"
               PERFORM STOP-FATAL-ROUTINE
           END-IF.
       END-ROUTINE.

       READ-CALENDAR-ROUTINE.
           READ F-Calendar-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF WS-Cal-CNT >= WS-Cal-Max-CONST THEN
                       DISPLAY "calendar_gen: run_calendar.txt holds "
                               "more than " WS-Cal-Max-CONST " dates"
                       CLOSE F-Calendar-FILE
                       PERFORM STOP-FATAL-ROUTINE
                   END-IF
                   ADD 1 TO WS-Cal-CNT
                   MOVE F-Cal-Date TO WS-Cal-Date(WS-Cal-CNT)
                   MOVE F-Cal-Status TO WS-Cal-Status(WS-Cal-CNT)
                   MOVE F-Cal-Note TO WS-Cal-Note(WS-Cal-CNT)
                   MOVE F-Cal-Source TO WS-Cal-Source(WS-Cal-CNT)
                   MOVE 0 TO WS-Cal-Done(WS-Cal-CNT)
           END-READ.
       END-ROUTINE.

       STOP-FATAL-ROUTINE.
           IF WS-Preview-BOOL = 0 THEN
               PERFORM RELEASE-LOCK-ROUTINE
           END-IF.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END-ROUTINE.

       GENERATE-ROUTINE.
           COMPUTE WS-Jan1-INT = FUNCTION INTEGER-OF-DATE(
               WS-Year-NUM * 10000 + 101).
           COMPUTE WS-Dec31-INT = FUNCTION INTEGER-OF-DATE(
               WS-Year-NUM * 10000 + 1231).
           PERFORM GENERATE-DAY-ROUTINE
               VARYING WS-Date-INT FROM WS-Jan1-INT BY 1
               UNTIL WS-Date-INT > WS-Dec31-INT.
       END-ROUTINE.

       GENERATE-DAY-ROUTINE.
           ADD 1 TO WS-Day-CNT.
           MOVE FUNCTION DATE-OF-INTEGER(WS-Date-INT) TO WS-Date-NUM.
           MOVE WS-Date-NUM TO WS-Gen-Date.
      *> day 1 of the integer calendar, 1 January 1601, was a Monday
           COMPUTE WS-Wday-NUM =
               FUNCTION MOD(WS-Date-INT - 1, 7) + 1.
           PERFORM APPLY-RULES-ROUTINE.
           MOVE WS-Gen-Date TO WS-Day-Date(WS-Day-CNT).
           MOVE WS-Wday-NUM TO WS-Day-Wday(WS-Day-CNT).
           MOVE WS-Gen-Status TO WS-Day-Status(WS-Day-CNT).
           MOVE WS-Gen-Note TO WS-Day-Note(WS-Day-CNT).
           MOVE SPACES TO WS-Day-Other-Status(WS-Day-CNT),
                          WS-Day-Other-Note(WS-Day-CNT).
           SET WS-Slot TO 0.
           PERFORM VARYING WS-i FROM 1
                   UNTIL WS-i > WS-Cal-CNT OR WS-Slot > 0
               IF WS-Cal-Date(WS-i) = WS-Gen-Date THEN
                   MOVE WS-i TO WS-Slot
               END-IF
           END-PERFORM.
           IF WS-Slot = 0 THEN
               ADD 1 TO WS-Cal-CNT
               MOVE WS-Cal-CNT TO WS-Slot
               MOVE WS-Gen-Date TO WS-Cal-Date(WS-Slot)
               PERFORM TAKE-GENERATED-ROUTINE
               MOVE "CREATED" TO WS-Day-Action(WS-Day-CNT)
               ADD 1 TO WS-Created-CNT
           ELSE
               PERFORM MATCH-EXISTING-ROUTINE
           END-IF.
           MOVE WS-Slot TO WS-Day-Slot(WS-Day-CNT).
       END-ROUTINE.

       MATCH-EXISTING-ROUTINE.
           IF WS-Cal-Status(WS-Slot) = WS-Gen-Status
            AND WS-Cal-Note(WS-Slot) = WS-Gen-Note THEN
               MOVE "UNCHANGED" TO WS-Day-Action(WS-Day-CNT)
               ADD 1 TO WS-Unchanged-CNT
               IF WS-Cal-Source(WS-Slot) NOT = "G"
                AND WS-Regen-BOOL = 1
                AND WS-Gen-Date >= WS-Regen-From
                AND WS-Gen-Date <= WS-Regen-To THEN
                   MOVE "G" TO WS-Cal-Source(WS-Slot)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Cal-Status(WS-Slot)
               TO WS-Day-Other-Status(WS-Day-CNT).
           MOVE WS-Cal-Note(WS-Slot) TO WS-Day-Other-Note(WS-Day-CNT).
           IF WS-Cal-Source(WS-Slot) = "G" THEN
               PERFORM TAKE-GENERATED-ROUTINE
               MOVE "REPLACED" TO WS-Day-Action(WS-Day-CNT)
               ADD 1 TO WS-Replaced-CNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-Regen-BOOL = 1
            AND WS-Gen-Date >= WS-Regen-From
            AND WS-Gen-Date <= WS-Regen-To THEN
               PERFORM TAKE-GENERATED-ROUTINE
               MOVE "REGEN" TO WS-Day-Action(WS-Day-CNT)
               ADD 1 TO WS-Regen-CNT
               EXIT PARAGRAPH
           END-IF.
      *> keyed by hand and not asked for: the calendar keeps it and
      *> the report shows what the rules would have said instead
           MOVE WS-Cal-Status(WS-Slot) TO WS-Day-Status(WS-Day-CNT).
           MOVE WS-Cal-Note(WS-Slot) TO WS-Day-Note(WS-Day-CNT).
           MOVE WS-Gen-Status TO WS-Day-Other-Status(WS-Day-CNT).
           MOVE WS-Gen-Note TO WS-Day-Other-Note(WS-Day-CNT).
           MOVE "KEPT" TO WS-Day-Action(WS-Day-CNT).
           ADD 1 TO WS-Kept-CNT.
           ADD 1 TO WS-Kept-Diff-CNT.
       END-ROUTINE.

       TAKE-GENERATED-ROUTINE.
           MOVE WS-Gen-Status TO WS-Cal-Status(WS-Slot).
           MOVE WS-Gen-Note TO WS-Cal-Note(WS-Slot).
           MOVE "G" TO WS-Cal-Source(WS-Slot).
       END-ROUTINE.

       APPLY-RULES-ROUTINE.
      *> later checks win: weekly night, then freeze, then a fixed
      *> holiday, then a one-off holiday
           MOVE "R" TO WS-Gen-Status.
           MOVE SPACES TO WS-Gen-Note.
           PERFORM VARYING WS-j FROM 1 UNTIL WS-j > WS-Rule-CNT
               IF WS-Rule-Type(WS-j) = "W"
                AND WS-Rule-Wday(WS-j) = WS-Wday-NUM THEN
                   MOVE "N" TO WS-Gen-Status
                   MOVE WS-Rule-Note(WS-j) TO WS-Gen-Note
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-j FROM 1 UNTIL WS-j > WS-Rule-CNT
               IF WS-Rule-Type(WS-j) = "F"
                AND WS-Gen-Date >= WS-Rule-From(WS-j)
                AND WS-Gen-Date <= WS-Rule-To(WS-j) THEN
                   MOVE "N" TO WS-Gen-Status
                   MOVE WS-Rule-Note(WS-j) TO WS-Gen-Note
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-j FROM 1 UNTIL WS-j > WS-Hol-CNT
               IF WS-Hol-Kind(WS-j) = "F"
                AND WS-Hol-Date(WS-j)(5:4) = WS-Gen-Date(5:4) THEN
                   MOVE "N" TO WS-Gen-Status
                   MOVE WS-Hol-Note(WS-j) TO WS-Gen-Note
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-j FROM 1 UNTIL WS-j > WS-Hol-CNT
               IF WS-Hol-Kind(WS-j) = "O"
                AND WS-Hol-Date(WS-j) = WS-Gen-Date THEN
                   MOVE "N" TO WS-Gen-Status
                   MOVE WS-Hol-Note(WS-j) TO WS-Gen-Note
               END-IF
           END-PERFORM.
       END-ROUTINE.

       SAVE-CALENDAR-ROUTINE.
      *> written back in date order: earlier years as they were, the
      *> generated year, then later years
           OPEN OUTPUT F-Calendar-FILE.
           IF WS-Calendar-FS NOT = "00" THEN
               SET WS-Save-Fail-BOOL TO 1
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Cal-CNT
               IF WS-Cal-Date(WS-i)(1:4) < WS-Year THEN
                   PERFORM WRITE-CALENDAR-ROUTINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-j FROM 1 UNTIL WS-j > WS-Day-CNT
               MOVE WS-Day-Slot(WS-j) TO WS-i
               PERFORM WRITE-CALENDAR-ROUTINE
           END-PERFORM.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Cal-CNT
               IF WS-Cal-Date(WS-i)(1:4) = WS-Year THEN
                   PERFORM WRITE-CALENDAR-ROUTINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Cal-CNT
               IF WS-Cal-Date(WS-i)(1:4) > WS-Year THEN
                   PERFORM WRITE-CALENDAR-ROUTINE
               END-IF
           END-PERFORM.
           CLOSE F-Calendar-FILE.
           IF WS-Save-Fail-BOOL = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-j FROM 1 UNTIL WS-j > WS-Day-CNT
               IF WS-Day-Action(WS-j) NOT = "UNCHANGED"
                AND WS-Day-Action(WS-j) NOT = "KEPT" THEN
                   PERFORM LOG-DAY-ROUTINE
               END-IF
           END-PERFORM.
       END-ROUTINE.

       WRITE-CALENDAR-ROUTINE.
           IF WS-Cal-Done(WS-i) = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-Cal-Done(WS-i).
           MOVE WS-Cal-Date(WS-i) TO F-Cal-Date.
           MOVE WS-Cal-Status(WS-i) TO F-Cal-Status.
           MOVE WS-Cal-Note(WS-i) TO F-Cal-Note.
           MOVE WS-Cal-Source(WS-i) TO F-Cal-Source.
           WRITE F-Calendar-REC.
           IF WS-Calendar-FS NOT = "00" THEN
               SET WS-Save-Fail-BOOL TO 1
           END-IF.
       END-ROUTINE.

       LOG-DAY-ROUTINE.
           IF WS-Day-Action(WS-j) = "REGEN" THEN
               MOVE "REGEN" TO WS-Chg-Action
           ELSE
               MOVE "GEN" TO WS-Chg-Action
           END-IF.
           IF WS-Day-Action(WS-j) NOT = "CREATED" THEN
               STRING WS-Day-Date(WS-j) DELIMITED BY SIZE,
                      WS-Day-Other-Status(WS-j) DELIMITED BY SIZE,
                      WS-Day-Other-Note(WS-j) DELIMITED BY SIZE
                      INTO WS-Chg-Before
           END-IF.
           STRING WS-Day-Date(WS-j) DELIMITED BY SIZE,
                  WS-Day-Status(WS-j) DELIMITED BY SIZE,
                  WS-Day-Note(WS-j) DELIMITED BY SIZE
                  INTO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
       END-ROUTINE.

       OPEN-REPORT-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
           STRING "calendar_gen_" DELIMITED BY SIZE,
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

       REPORT-ROUTINE.
           STRING "RUN CALENDAR GENERATION REPORT - YEAR "
                  DELIMITED BY SIZE,
                  WS-Year DELIMITED BY SIZE
                  INTO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           MOVE 1 TO WS-Report-Ptr.
           STRING "HOLIDAYS " DELIMITED BY SIZE,
                  WS-Hol-CNT DELIMITED BY SIZE,
                  "  RULES " DELIMITED BY SIZE,
                  WS-Rule-CNT DELIMITED BY SIZE,
                  "  RUN " DELIMITED BY SIZE,
                  WS-Stamp(1:8) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Stamp(9:6) DELIMITED BY SIZE
                  INTO WS-Report-Work
                  WITH POINTER WS-Report-Ptr.
           IF WS-Preview-BOOL = 1 THEN
               STRING "  PREVIEW" DELIMITED BY SIZE
                      INTO WS-Report-Work
                      WITH POINTER WS-Report-Ptr
           ELSE
               STRING "  USER " DELIMITED BY SIZE,
                      WS-User-ID DELIMITED BY SPACE
                      INTO WS-Report-Work
                      WITH POINTER WS-Report-Ptr
           END-IF.
           PERFORM REPORT-LINE-ROUTINE.
           IF WS-Holiday-Found-BOOL = 0 THEN
               MOVE "holiday_master.txt not on file - no holidays"
                   TO WS-Report-Work
               PERFORM REPORT-LINE-ROUTINE
           END-IF.
           IF WS-Rule-Found-BOOL = 0 THEN
               MOVE "calendar_rules.txt not on file - no weekly or "
                 & "freeze nights" TO WS-Report-Work
               PERFORM REPORT-LINE-ROUTINE
           END-IF.
           IF WS-Regen-BOOL = 1 THEN
               STRING "HAND-EDITED DATES REGENERATED FROM "
                      DELIMITED BY SIZE,
                      WS-Regen-From DELIMITED BY SIZE,
                      " THROUGH " DELIMITED BY SIZE,
                      WS-Regen-To DELIMITED BY SIZE
                      INTO WS-Report-Work
               PERFORM REPORT-LINE-ROUTINE
           END-IF.
           PERFORM REPORT-LINE-ROUTINE.
           IF WS-Err-CNT > 0 THEN
               MOVE "ERRORS IN THE HOLIDAY MASTER OR RULE SET:"
                   TO WS-Report-Work
               PERFORM REPORT-LINE-ROUTINE
               PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Err-CNT
                   MOVE WS-Err-Text(WS-i) TO WS-Report-Work
                   PERFORM REPORT-LINE-ROUTINE
               END-PERFORM
               PERFORM REPORT-LINE-ROUTINE
               MOVE "NOTHING GENERATED - CORRECT THE ERRORS AND RERUN"
                   TO WS-Report-Work
               PERFORM REPORT-LINE-ROUTINE
               PERFORM CLOSE-REPORT-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "DATE     DAY ACTION    ST NOTE                       "
             & "              DETAIL" TO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           PERFORM VARYING WS-j FROM 1 UNTIL WS-j > WS-Day-CNT
               PERFORM REPORT-DAY-ROUTINE
           END-PERFORM.
           PERFORM REPORT-LINE-ROUTINE.
           STRING WS-Created-CNT DELIMITED BY SIZE,
                  " CREATED  " DELIMITED BY SIZE,
                  WS-Replaced-CNT DELIMITED BY SIZE,
                  " REPLACED  " DELIMITED BY SIZE,
                  WS-Regen-CNT DELIMITED BY SIZE,
                  " REGENERATED  " DELIMITED BY SIZE,
                  WS-Unchanged-CNT DELIMITED BY SIZE,
                  " UNCHANGED  " DELIMITED BY SIZE,
                  WS-Kept-CNT DELIMITED BY SIZE,
                  " HAND-EDITED KEPT" DELIMITED BY SIZE
                  INTO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           EVALUATE TRUE
               WHEN WS-Save-Fail-BOOL = 1
                   STRING "CALENDAR WRITE FAILED - STATUS "
                          DELIMITED BY SIZE,
                          WS-Calendar-FS DELIMITED BY SIZE,
                          " - CHECK run_calendar.txt BEFORE TONIGHT"
                          DELIMITED BY SIZE
                          INTO WS-Report-Work
               WHEN WS-Preview-BOOL = 1
                   MOVE "PREVIEW ONLY - CALENDAR NOT WRITTEN"
                       TO WS-Report-Work
               WHEN WS-Kept-CNT > 0
                   MOVE "CALENDAR WRITTEN - HAND-EDITED DATES KEPT; "
                     & "REGEN=YYYYMMDD REPLACES ONE" TO WS-Report-Work
               WHEN OTHER
                   MOVE "CALENDAR WRITTEN" TO WS-Report-Work
           END-EVALUATE.
           PERFORM REPORT-LINE-ROUTINE.
           PERFORM CLOSE-REPORT-ROUTINE.
       END-ROUTINE.

       REPORT-DAY-ROUTINE.
           MOVE WS-Day-Date(WS-j) TO WS-Report-Work(1:8).
           MOVE WS-Wday-Names(WS-Day-Wday(WS-j) * 3 - 2:3)
               TO WS-Report-Work(10:3).
           MOVE WS-Day-Action(WS-j) TO WS-Report-Work(14:9).
           MOVE WS-Day-Status(WS-j) TO WS-Report-Work(24:1).
           MOVE WS-Day-Note(WS-j) TO WS-Report-Work(27:40).
           EVALUATE WS-Day-Action(WS-j)
               WHEN "KEPT"
                   MOVE 68 TO WS-Report-Ptr
                   STRING "RULES SAY " DELIMITED BY SIZE,
                          WS-Day-Other-Status(WS-j) DELIMITED BY SIZE,
                          " " DELIMITED BY SIZE,
                          WS-Day-Other-Note(WS-j) DELIMITED BY SIZE
                          INTO WS-Report-Work
                          WITH POINTER WS-Report-Ptr
               WHEN "REPLACED"
               WHEN "REGEN"
                   MOVE 68 TO WS-Report-Ptr
                   STRING "WAS " DELIMITED BY SIZE,
                          WS-Day-Other-Status(WS-j) DELIMITED BY SIZE,
                          " " DELIMITED BY SIZE,
                          WS-Day-Other-Note(WS-j) DELIMITED BY SIZE
                          INTO WS-Report-Work
                          WITH POINTER WS-Report-Ptr
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM REPORT-LINE-ROUTINE.
       END-ROUTINE.

       CLOSE-REPORT-ROUTINE.
           IF WS-Report-Open-BOOL = 1 THEN
               CLOSE F-Report-FILE
               PERFORM PAGE-REPORT-ROUTINE
               DISPLAY "Report written to "
                       FUNCTION TRIM(WS-Report-FileName)
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
           MOVE "CALGEN" TO RPT-Report-Id.
           MOVE "RUN CALENDAR GENERATION" TO RPT-Title.
           MOVE "calendar_gen" TO RPT-Program.
           CALL "report_writer" USING RPT-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE WS-Report-RC TO RETURN-CODE.
       END-ROUTINE.

       END PROGRAM calendar_gen.
