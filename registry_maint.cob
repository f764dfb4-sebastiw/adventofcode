      *> deactivating an old one is a keyed data change here, not a
      *> copybook edit and recompile of test_all. A legacy
      *> registry.txt is converted once with registry_convert.
      *> Entries are effective-dated. A day added with an EFF FROM
      *> date stays out of the run until that business date, and an
      *> EFF TO date ends it. A change, deactivation or reactivation
      *> keyed with an EFF FROM date after the business date is not
      *> applied: it is held in the change schedule
      *> (registry_sched.txt) as the complete version that takes over
      *> on that date; test_all, the launcher and the dashboard pick
      *> it up through registry_asof from that date on. Keying a
      *> change for a date already scheduled amends that change.
      *> Scheduled changes that have come due are written into
      *> registry.idx when the screen starts. S shows a day's change
      *> schedule (every pending change when no day is keyed) and X
      *> cancels the change scheduled for the keyed day and date.
      *> EFF TO "OPEN" clears an end date.
      *> A day is added pending onboarding ("P") and stays out of
      *> every run until R activates it. R puts a pending day
      *> through the onboarding checklist (onboard_check) first and
      *> refuses while a mandatory item is missing; O activates it
      *> anyway on an administrator's say-so, and the override and
      *> what was missing go to the change log. onboard_report
      *> prints the checklist for every pending day.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REGX-Key
           FILE STATUS IS WS-Registry-FS.
           SELECT F-Sched-FILE
           ASSIGN TO "registry_sched.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Sched-FS.
           SELECT F-Check-FILE
           ASSIGN TO WS-Check-FileName
           ORGANIZATION IS LINE SEQUENTIAL
       FD F-Registry-FILE.
       COPY "registry-master-idx.cpy".

       FD F-Sched-FILE.
       01 F-Sched-LINE PIC X(101).

       FD F-Check-FILE.
       01 F-Check-LINE PIC X(80).

       01 WS-Registry-FS PIC XX.
       01 WS-Check-FileName PIC X(60) VALUE SPACES.
       01 WS-Check-FS PIC XX.
       01 WS-Sched-FS PIC XX.

      *> the change schedule, held in year/day/effective-date order
       COPY "registry-schedule.cpy".
       01 WS-Sched-CNT PIC 9(4) VALUE ZERO.
       01 WS-Sched-Max-CONST PIC 9(4) VALUE 500.
       01 WS-Sched-TBL.
         02 WS-Sched-Entry PIC X(101) OCCURS 500 TIMES.
       01 WS-Sched-i PIC 9(4) VALUE ZERO.
       01 WS-Sched-j PIC 9(4) VALUE ZERO.
       01 WS-Sched-Slot PIC 9(4) VALUE ZERO.
       01 WS-Sched-Shown PIC 9(4) VALUE ZERO.
       01 WS-Promoted-CNT PIC 9(4) VALUE ZERO.
       01 WS-Sort-Key PIC X(14) VALUE SPACES.
       01 WS-Entry-Key PIC X(14) VALUE SPACES.
       01 WS-Version-Work PIC X(79) VALUE SPACES.
       01 WS-Version-From PIC X(8) VALUE SPACES.
       01 WS-Base-Active PIC X(1) VALUE SPACE.

       01 WS-Business-Date PIC X(8) VALUE SPACES.
       01 WS-BDate-User PIC X(20) VALUE "registry_maint".
       01 WS-BDate-Status PIC X(2) VALUE SPACES.

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-List-CNT PIC 9(4) VALUE ZERO.
       01 WS-Param-1-IN PIC X(10) VALUE SPACES.
       01 WS-Param-2-IN PIC X(10) VALUE SPACES.
       01 WS-Param-3-IN PIC X(10) VALUE SPACES.
       01 WS-Eff-From-IN PIC X(8) VALUE SPACES.
       01 WS-Eff-To-IN PIC X(8) VALUE SPACES.

       01 WS-User-ID PIC X(8) VALUE SPACES.
       01 WS-Chg-File PIC X(12) VALUE "REGISTRY".
       01 WS-Chg-Before PIC X(80) VALUE SPACES.
       01 WS-Chg-After PIC X(80) VALUE SPACES.

       01 WS-Lock-Resource PIC X(40) VALUE "REGISTRY".
       01 WS-Lock-Holder PIC X(20) VALUE "registry_maint".
       01 WS-Lock-Status PIC X(2) VALUE SPACES.
       01 WS-Lock-Answer PIC X VALUE SPACE.

       01 WS-User-Role PIC X(1) VALUE SPACE.
       01 WS-Need-Role PIC X(1) VALUE SPACE.
       01 WS-Sign-Detail PIC X(80) VALUE SPACES.
       01 WS-Sign-Status PIC X(2) VALUE SPACES.

       COPY "onboard-result.cpy".

       SCREEN SECTION.
       01  REG-ENTRY-SCREEN.
           05  REG-ID-SECTION.
               10  VALUE "DAY REGISTRY MAINTENANCE"  BLANK SCREEN
                                              LINE 01 COL 28.
               10  VALUE "BUSINESS DATE"     LINE 02 COL 28.
               10  BDATE-ON-SCR                      COL 42
                       PIC X(8)     FROM WS-Business-Date.
           05  REG-FIELD-SECTION.
               10  VALUE "YEAR:"            LINE 04 COL 05.
               10  YEAR-ON-SCR                       COL 17
               10  VALUE "SLA (CS):"        LINE 07 COL 05.
               10  SLA-ON-SCR                        COL 17
                       PIC X(6)     USING WS-SLA-IN AUTO.
               10  VALUE "EFF FROM:"        LINE 07 COL 30.
               10  EFF-FROM-ON-SCR                   COL 40
                       PIC X(8)     USING WS-Eff-From-IN AUTO.
               10  VALUE "EFF TO:"          LINE 07 COL 53.
               10  EFF-TO-ON-SCR                     COL 63
                       PIC X(8)     USING WS-Eff-To-IN AUTO.
               10  VALUE "PARAM 1:"         LINE 08 COL 05.
               10  PARAM-1-ON-SCR                    COL 17
                       PIC X(10)    USING WS-Param-1-IN AUTO.
               10  VALUE "D - DEACTIVATE DAY"   LINE 25 COL 30.
               10  VALUE "R - REACTIVATE/RELEASE"  LINE 26 COL 30.
               10  VALUE "L - LIST REGISTRY"    LINE 27 COL 30.
               10  VALUE "S - CHANGE SCHEDULE"  LINE 23 COL 55.
               10  VALUE "X - CANCEL SCHEDULED" LINE 24 COL 55.
               10  VALUE "O - OVERRIDE ACTIVATE" LINE 25 COL 55.
               10  VALUE "Q - TO QUIT"          LINE 28 COL 30.
               10  VALUE "ENTER CHOICE:"        LINE 29 COL 30.
               10  ACTION-SCR                   LINE 29 COL 45

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM SIGNON-ROUTINE.
           PERFORM ACQUIRE-LOCK-ROUTINE.
           PERFORM GET-BUSINESS-DATE-ROUTINE.
           PERFORM OPEN-REGISTRY-ROUTINE.
           PERFORM LOAD-SCHED-ROUTINE.
           PERFORM PROMOTE-DUE-ROUTINE.
           PERFORM REG-SCREEN-ROUTINE
               UNTIL WS-Action-IN = "Q" OR WS-Action-IN = "q".
           CLOSE F-Registry-FILE.
       END-ROUTINE.

       ACQUIRE-LOCK-ROUTINE.
      *> the REGISTRY lock test_all also takes: no registry rewrite
      *> while a run (or another screen) is using it
           MOVE "00" TO WS-Lock-Status.
           CALL "run_lock" USING BY CONTENT "ACQUIRE",
               BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
               WS-Lock-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-Lock-Status NOT = "00" THEN
               DISPLAY "REGISTRY LOCK HELD - B TO BREAK IT, ANY OTHER "
                       "KEY TO EXIT"
               ACCEPT WS-Lock-Answer
               IF WS-Lock-Answer = "B" OR WS-Lock-Answer = "b" THEN
                   MOVE "S" TO WS-Need-Role
                   MOVE "BREAK REGISTRY LOCK" TO WS-Sign-Detail
                   PERFORM CHECK-ROLE-ROUTINE
                   IF WS-Sign-Status NOT = "00" THEN
                       DISPLAY FUNCTION TRIM(WS-Message)
                   END-IF
               END-IF
               IF WS-Sign-Status = "00" AND
                  (WS-Lock-Answer = "B" OR WS-Lock-Answer = "b") THEN
                   CALL "run_lock" USING BY CONTENT "BREAK  ",
                       BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
                       WS-Lock-Status
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
                   MOVE "LOCKBRK" TO WS-Chg-Action
                   MOVE "REGISTRY LOCK BROKEN" TO WS-Chg-Before
                   MOVE WS-Lock-Holder TO WS-Chg-After
                   PERFORM LOG-CHANGE-ROUTINE
                   MOVE "00" TO WS-Lock-Status
                   CALL "run_lock" USING BY CONTENT "ACQUIRE",
                       BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
                       WS-Lock-Status
                       ON EXCEPTION
                           CONTINUE
                   END-CALL

       RELEASE-LOCK-ROUTINE.
           CALL "run_lock" USING BY CONTENT "RELEASE",
               BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
               WS-Lock-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       SIGNON-ROUTINE.
      *> every session is attributable: the operator signs on once
      *> against the user master and every add, update, delete and
      *> promotion is logged under that user through change_log
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
       END-ROUTINE.

       LOG-CHANGE-ROUTINE.
           MOVE SPACES TO WS-Chg-Before, WS-Chg-After.
       END-ROUTINE.

       CHECK-ROLE-ROUTINE.
      *> WS-Need-Role is the least role the action needs and
      *> WS-Sign-Detail says what it is; signon logs a refusal
           CALL "signon" USING BY CONTENT "CHECK ",
               BY REFERENCE WS-Chg-File, WS-Need-Role, WS-User-ID,
               WS-User-Role, WS-Sign-Detail, WS-Sign-Status
               ON EXCEPTION
                   MOVE "12" TO WS-Sign-Status
           END-CALL.
           IF WS-Sign-Status NOT = "00" THEN
               MOVE SPACES TO WS-Message
               STRING "REFUSED - NEEDS ROLE " DELIMITED BY SIZE,
                      WS-Need-Role DELIMITED BY SIZE,
                      " OR ABOVE" DELIMITED BY SIZE
                      INTO WS-Message
           END-IF.
       END-ROUTINE.

       AUTHORIZE-ACTION-ROUTINE.
      *> listing is open to every signed-on user; adding, changing
      *> and reactivating a day needs an operator, deactivating one
      *> (it drops out of the nightly run) a shift lead, and
      *> activating a day the onboarding check finds not ready an
      *> administrator
           MOVE "00" TO WS-Sign-Status.
           EVALUATE WS-Action-IN
               WHEN "A"
               WHEN "a"
                   MOVE "O" TO WS-Need-Role
                   MOVE "ADD" TO WS-Chg-Action
               WHEN "C"
               WHEN "c"
                   MOVE "O" TO WS-Need-Role
                   MOVE "CHANGE" TO WS-Chg-Action
               WHEN "D"
               WHEN "d"
                   MOVE "S" TO WS-Need-Role
                   MOVE "DEACT" TO WS-Chg-Action
               WHEN "R"
               WHEN "r"
                   MOVE "O" TO WS-Need-Role
                   MOVE "REACT" TO WS-Chg-Action
               WHEN "O"
               WHEN "o"
                   MOVE "A" TO WS-Need-Role
                   MOVE "OVERRIDE" TO WS-Chg-Action
               WHEN "X"
               WHEN "x"
                   MOVE "O" TO WS-Need-Role
                   MOVE "UNSCHED" TO WS-Chg-Action
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACES TO WS-Sign-Detail.
           STRING WS-Chg-Action DELIMITED BY SPACE,
                  " DAY " DELIMITED BY SIZE,
                  WS-Year-IN DELIMITED BY SIZE,
                  "/" DELIMITED BY SIZE,
                  WS-Day-IN DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Program-IN DELIMITED BY SPACE
                  INTO WS-Sign-Detail.
           PERFORM CHECK-ROLE-ROUTINE.
       END-ROUTINE.

       OPEN-REGISTRY-ROUTINE.
           OPEN I-O F-Registry-FILE.
           IF WS-Registry-FS = "35" THEN
           DISPLAY REG-ENTRY-SCREEN.
           ACCEPT REG-ENTRY-SCREEN.
           MOVE SPACES TO WS-Message.
           PERFORM AUTHORIZE-ACTION-ROUTINE.
           IF WS-Sign-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-Action-IN
               WHEN "A"
               WHEN "a"
               WHEN "R"
               WHEN "r"
                   PERFORM SET-ACTIVE-ROUTINE
               WHEN "O"
               WHEN "o"
                   PERFORM SET-ACTIVE-ROUTINE
               WHEN "L"
               WHEN "l"
                   PERFORM LIST-REGISTRY-ROUTINE
               WHEN "S"
               WHEN "s"
                   PERFORM SHOW-SCHEDULE-ROUTINE
               WHEN "X"
               WHEN "x"
                   PERFORM CANCEL-SCHED-ROUTINE
               WHEN "Q"
               WHEN "q"
                   CONTINUE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION - USE A, C, D, R, O, L, S, X "
                       & "OR Q"
                       TO WS-Message
           END-EVALUATE.
       END-ROUTINE.
           IF WS-Valid-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-EFF-ROUTINE.
           IF WS-Valid-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM SET-RECORD-KEY-ROUTINE.
           READ F-Registry-FILE RECORD KEY IS REGX-Key
               INVALID KEY
           ELSE
               MOVE WS-SLA-IN TO REGX-SLA
           END-IF.
      *> a new day waits for its onboarding check before it runs
           MOVE "P" TO REGX-Active.
           MOVE WS-Param-1-IN TO REGX-Param-1.
           MOVE WS-Param-2-IN TO REGX-Param-2.
           MOVE WS-Param-3-IN TO REGX-Param-3.
      *> a day registered ahead of time stays out of the run until
      *> its effective date comes round
           MOVE WS-Eff-From-IN TO REGX-Eff-From.
           IF WS-Eff-To-IN = "OPEN" THEN
               MOVE SPACES TO REGX-Eff-To
           ELSE
               MOVE WS-Eff-To-IN TO REGX-Eff-To
           END-IF.
           WRITE REGX-REC
               INVALID KEY
                   MOVE "WRITE FAILED - DUPLICATE KEY" TO WS-Message
               NOT INVALID KEY
                   IF REGX-Eff-From > WS-Business-Date THEN
                       STRING "DAY REGISTERED PENDING - R TO ACTIVATE "
                              DELIMITED BY SIZE,
                              "FROM " DELIMITED BY SIZE,
                              REGX-Eff-From DELIMITED BY SIZE
                              INTO WS-Message
                   ELSE
                       MOVE "DAY REGISTERED PENDING ONBOARDING - R TO "
                           & "ACTIVATE" TO WS-Message
                   END-IF
                   MOVE "ADD" TO WS-Chg-Action
                   MOVE REGX-REC TO WS-Chg-After
                   PERFORM LOG-CHANGE-ROUTINE
                   MOVE "DAY NOT IN REGISTRY" TO WS-Message
                   EXIT PARAGRAPH
           END-READ.
           IF WS-SLA-IN NOT = SPACES
            AND FUNCTION TEST-NUMVAL(WS-SLA-IN) NOT = 0 THEN
               MOVE "SLA MUST BE NUMERIC CENTISECONDS" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-EFF-ROUTINE.
           IF WS-Valid-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
      *> a change keyed for a later business date waits in the
      *> schedule; tonight's run keeps the entry as it stands
           IF WS-Eff-From-IN > WS-Business-Date THEN
               PERFORM SCHEDULE-CHANGE-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           MOVE REGX-REC TO WS-Chg-Before.
           PERFORM APPLY-CHANGE-ROUTINE.
           REWRITE REGX-REC
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-Message
               NOT INVALID KEY
                   PERFORM COUNT-PENDING-ROUTINE
                   IF WS-Sched-Shown > 0 THEN
                       MOVE "DAY CHANGED - SCHEDULED CHANGES STILL "
                           & "PENDING" TO WS-Message
                   ELSE
                       MOVE "DAY CHANGED" TO WS-Message
                   END-IF
                   MOVE "CHANGE" TO WS-Chg-Action
                   MOVE REGX-REC TO WS-Chg-After
                   PERFORM LOG-CHANGE-ROUTINE
           END-REWRITE.
       END-ROUTINE.

       APPLY-CHANGE-ROUTINE.
      *> like the SLA, a blank param field leaves the registered
      *> default in force - only a keyed value replaces what a batch
      *> run depends on
           IF WS-SLA-IN NOT = SPACES THEN
               MOVE WS-SLA-IN TO REGX-SLA
           END-IF.
           IF WS-Param-1-IN NOT = SPACES THEN
               MOVE WS-Param-1-IN TO REGX-Param-1
           END-IF.
           IF WS-Param-3-IN NOT = SPACES THEN
               MOVE WS-Param-3-IN TO REGX-Param-3
           END-IF.
           IF WS-Eff-To-IN = "OPEN" THEN
               MOVE SPACES TO REGX-Eff-To
           ELSE
               IF WS-Eff-To-IN NOT = SPACES THEN
                   MOVE WS-Eff-To-IN TO REGX-Eff-To
               END-IF
           END-IF.
       END-ROUTINE.

       SET-ACTIVE-ROUTINE.
                   MOVE "DAY NOT IN REGISTRY" TO WS-Message
                   EXIT PARAGRAPH
           END-READ.
           PERFORM VALIDATE-EFF-ROUTINE.
           IF WS-Valid-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ONBOARD-ROUTINE.
           IF WS-Valid-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Eff-From-IN > WS-Business-Date THEN
      *> a quarantine is lifted by hand once somebody has looked at
      *> the day; it is not something to set up for a later night
               IF (WS-Action-IN = "R" OR WS-Action-IN = "r")
                AND (REGX-Active = "Q"
                 OR REGX-Active = "1" OR REGX-Active = "2") THEN
                   MOVE "QUARANTINE RELEASE CANNOT BE SCHEDULED"
                       TO WS-Message
                   EXIT PARAGRAPH
               END-IF
               PERFORM SCHEDULE-CHANGE-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           MOVE REGX-REC TO WS-Chg-Before.
           IF WS-Action-IN = "D" OR WS-Action-IN = "d" THEN
               MOVE "I" TO REGX-Active
               MOVE "DAY DEACTIVATED" TO WS-Message
           ELSE
               IF REGX-Active = "Q"
                OR REGX-Active = "1" OR REGX-Active = "2" THEN
                   MOVE "DAY RELEASED FROM QUARANTINE" TO WS-Message
               ELSE
                   IF REGX-Active = "P" THEN
                       MOVE "DAY ACTIVATED" TO WS-Message
                   ELSE
                       MOVE "DAY REACTIVATED" TO WS-Message
                   END-IF
               END-IF
               MOVE "A" TO REGX-Active
           END-IF.
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-Message
               NOT INVALID KEY
                   EVALUATE WS-Action-IN
                       WHEN "D"
                       WHEN "d"
                           MOVE "DEACT" TO WS-Chg-Action
                       WHEN "O"
                       WHEN "o"
                           MOVE "OVERRIDE" TO WS-Chg-Action
                           IF ONB-Missing-CNT > 0 THEN
                               MOVE SPACES TO WS-Message
                               STRING "ACTIVATED - OVERRODE "
                                      DELIMITED BY SIZE,
                                      ONB-Missing-List
                                      DELIMITED BY SIZE
                                      INTO WS-Message
                           END-IF
                       WHEN OTHER
                           MOVE "REACT" TO WS-Chg-Action
                   END-EVALUATE
                   MOVE REGX-REC TO WS-Chg-After
                   PERFORM LOG-CHANGE-ROUTINE
           END-REWRITE.
       END-ROUTINE.

       CHECK-ONBOARD-ROUTINE.
      *> activating a day pending onboarding ("P") needs every
      *> mandatory item on the onboard_check checklist in place; an
      *> administrator's O activates it regardless, once the
      *> checklist has been run so the log shows what was missing.
      *> A refusal is logged with the missing items as the after
      *> image. Deactivating a day that never ran means nothing.
           SET WS-Valid-BOOL TO 1.
           IF WS-Action-IN = "O" OR WS-Action-IN = "o" THEN
               IF REGX-Active NOT = "P" THEN
                   MOVE "OVERRIDE IS ONLY FOR A DAY PENDING ONBOARDING"
                       TO WS-Message
                   SET WS-Valid-BOOL TO 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF REGX-Active NOT = "P" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Action-IN = "D" OR WS-Action-IN = "d" THEN
               MOVE "DAY IS PENDING ONBOARDING - NOT ACTIVE YET"
                   TO WS-Message
               SET WS-Valid-BOOL TO 0
               EXIT PARAGRAPH
           END-IF.
           CALL "onboard_check" USING REGX-REC, ONB-RESULT
               ON EXCEPTION
                   MOVE 1 TO ONB-Missing-CNT
                   MOVE "CHECKLIST UNAVAILABLE" TO ONB-Missing-List
           END-CALL.
           IF ONB-Missing-CNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Action-IN = "O" OR WS-Action-IN = "o" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-Valid-BOOL TO 0.
           MOVE SPACES TO WS-Message.
           STRING "NOT READY - MISSING " DELIMITED BY SIZE,
                  ONB-Missing-List DELIMITED BY SIZE
                  INTO WS-Message.
           MOVE "NOTREADY" TO WS-Chg-Action.
           MOVE REGX-REC TO WS-Chg-Before.
           MOVE ONB-Missing-List TO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
       END-ROUTINE.

       VALIDATE-EFF-ROUTINE.
      *> effective dates are business dates, YYYYMMDD; EFF TO "OPEN"
      *> takes an end date off again
           SET WS-Valid-BOOL TO 1.
           MOVE FUNCTION UPPER-CASE(WS-Eff-To-IN) TO WS-Eff-To-IN.
           IF WS-Eff-From-IN NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(WS-Eff-From-IN) NOT = 0 THEN
                   SET WS-Valid-BOOL TO 0
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-Eff-From-IN)) NOT = 0 THEN
                       SET WS-Valid-BOOL TO 0
                   END-IF
               END-IF
               IF WS-Valid-BOOL = 0 THEN
                   MOVE "EFF FROM MUST BE A DATE YYYYMMDD"
                       TO WS-Message
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-Eff-To-IN NOT = SPACES AND WS-Eff-To-IN NOT = "OPEN"
           THEN
               IF FUNCTION TEST-NUMVAL(WS-Eff-To-IN) NOT = 0 THEN
                   SET WS-Valid-BOOL TO 0
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-Eff-To-IN)) NOT = 0 THEN
                       SET WS-Valid-BOOL TO 0
                   END-IF
               END-IF
               IF WS-Valid-BOOL = 0 THEN
                   MOVE "EFF TO MUST BE A DATE YYYYMMDD OR OPEN"
                       TO WS-Message
                   EXIT PARAGRAPH
               END-IF
               IF WS-Eff-From-IN NOT = SPACES
                AND WS-Eff-To-IN < WS-Eff-From-IN THEN
                   MOVE "EFF TO IS BEFORE EFF FROM" TO WS-Message
                   SET WS-Valid-BOOL TO 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
       END-ROUTINE.

       GET-BUSINESS-DATE-ROUTINE.
      *> "future" means after the business date the night's run is
      *> filed under, not after the clock
           CALL "business_date" USING BY CONTENT "GET    ",
               BY REFERENCE WS-Business-Date, WS-BDate-User,
               WS-BDate-Status
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           END-CALL.
       END-ROUTINE.

       LOAD-SCHED-ROUTINE.
           SET WS-Sched-CNT TO 0.
           OPEN INPUT F-Sched-FILE.
           IF WS-Sched-FS = "35" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Sched-FS NOT = "00" THEN
               DISPLAY "registry_maint: cannot open registry_sched.txt"
                       " - status " WS-Sched-FS
               PERFORM RELEASE-LOCK-ROUTINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM LOAD-SCHED-ONE-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Sched-FILE.
       END-ROUTINE.

       LOAD-SCHED-ONE-ROUTINE.
           READ F-Sched-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF F-Sched-LINE NOT = SPACES THEN
                       IF WS-Sched-CNT >= WS-Sched-Max-CONST THEN
                           DISPLAY "registry_maint: more than "
                                   WS-Sched-Max-CONST " scheduled "
                                   "changes in registry_sched.txt"
                           CLOSE F-Sched-FILE
                           PERFORM RELEASE-LOCK-ROUTINE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-Sched-CNT
                       MOVE F-Sched-LINE TO WS-Sched-Entry(WS-Sched-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       SAVE-SCHED-ROUTINE.
           OPEN OUTPUT F-Sched-FILE.
           IF WS-Sched-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Sched-i FROM 1 BY 1
                   UNTIL WS-Sched-i > WS-Sched-CNT
               WRITE F-Sched-LINE FROM WS-Sched-Entry(WS-Sched-i)
           END-PERFORM.
           CLOSE F-Sched-FILE.
       END-ROUTINE.

       PROMOTE-DUE-ROUTINE.
      *> a scheduled change whose date has come round becomes the
      *> registry entry itself, so the schedule only ever holds
      *> changes still to come
           SET WS-Promoted-CNT TO 0.
           SET WS-Sched-i TO 1.
           PERFORM PROMOTE-ONE-ROUTINE UNTIL WS-Sched-i > WS-Sched-CNT.
           IF WS-Promoted-CNT > 0 THEN
               PERFORM SAVE-SCHED-ROUTINE
               MOVE SPACES TO WS-Message
               STRING WS-Promoted-CNT DELIMITED BY SIZE,
                      " SCHEDULED CHANGE(S) NOW IN FORCE"
                      DELIMITED BY SIZE
                      INTO WS-Message
           END-IF.
       END-ROUTINE.

       PROMOTE-ONE-ROUTINE.
           MOVE WS-Sched-Entry(WS-Sched-i) TO RSC-REC.
           IF RSC-Eff-From > WS-Business-Date THEN
               ADD 1 TO WS-Sched-i
               EXIT PARAGRAPH
           END-IF.
           MOVE RSC-Key TO REGX-Key.
           READ F-Registry-FILE RECORD KEY IS REGX-Key
               INVALID KEY
                   MOVE SPACES TO WS-Chg-Before
                   MOVE RSC-Version TO REGX-REC
                   WRITE REGX-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE REGX-REC TO WS-Chg-Before
                   MOVE REGX-Active TO WS-Base-Active
                   MOVE RSC-Version TO REGX-REC
      *> a quarantine set since the change was scheduled stands
                   IF (WS-Base-Active = "Q" OR WS-Base-Active = "1"
                    OR WS-Base-Active = "2") AND REGX-Active = "A"
                   THEN
                       MOVE WS-Base-Active TO REGX-Active
                   END-IF
                   REWRITE REGX-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           MOVE "PROMOTE" TO WS-Chg-Action.
           MOVE REGX-REC TO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
           MOVE WS-Sched-i TO WS-Sched-Slot.
           PERFORM DROP-SCHED-ROUTINE.
           ADD 1 TO WS-Promoted-CNT.
       END-ROUTINE.

       SCHEDULE-CHANGE-ROUTINE.
      *> the scheduled version starts from the one that will be in
      *> force the day before - the entry, or the latest change
      *> already scheduled ahead of it - and carries the keyed change
      *> on top; a change already held for the same date is amended
           MOVE REGX-REC TO WS-Version-Work.
           MOVE SPACES TO WS-Version-From.
           SET WS-Sched-Slot TO 0.
           PERFORM FIND-VERSION-ROUTINE
               VARYING WS-Sched-i FROM 1 BY 1
               UNTIL WS-Sched-i > WS-Sched-CNT.
           IF WS-Sched-Slot = 0
            AND WS-Sched-CNT >= WS-Sched-Max-CONST THEN
               MOVE "CHANGE SCHEDULE IS FULL" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Version-Work TO WS-Chg-Before.
           MOVE WS-Version-Work TO REGX-REC.
           EVALUATE WS-Action-IN
               WHEN "D"
               WHEN "d"
                   MOVE "I" TO REGX-Active
               WHEN "R"
               WHEN "r"
               WHEN "O"
               WHEN "o"
                   MOVE "A" TO REGX-Active
               WHEN OTHER
                   PERFORM APPLY-CHANGE-ROUTINE
           END-EVALUATE.
      *> a quarantine belongs to the live entry, not to a version;
      *> registry_asof keeps it in force over a scheduled change
           IF REGX-Active = "Q"
            OR REGX-Active = "1" OR REGX-Active = "2" THEN
               MOVE "A" TO REGX-Active
           END-IF.
           MOVE WS-Eff-From-IN TO REGX-Eff-From.
           MOVE REGX-REC TO RSC-Version.
           MOVE WS-User-ID TO RSC-User.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RSC-Stamp.
           IF WS-Sched-Slot > 0 THEN
               PERFORM DROP-SCHED-ROUTINE
           END-IF.
           PERFORM INSERT-SCHED-ROUTINE.
           PERFORM SAVE-SCHED-ROUTINE.
           IF WS-Sched-FS NOT = "00" THEN
               MOVE SPACES TO WS-Message
               STRING "SCHEDULE WRITE FAILED - STATUS " DELIMITED BY
                      SIZE, WS-Sched-FS DELIMITED BY SIZE
                      INTO WS-Message
               PERFORM LOAD-SCHED-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "SCHED" TO WS-Chg-Action.
           MOVE RSC-Version TO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
           MOVE SPACES TO WS-Message.
           STRING "CHANGE SCHEDULED FOR " DELIMITED BY SIZE,
                  WS-Eff-From-IN DELIMITED BY SIZE
                  INTO WS-Message.
       END-ROUTINE.

       FIND-VERSION-ROUTINE.
           MOVE WS-Sched-Entry(WS-Sched-i) TO RSC-REC.
           IF RSC-Key = REGX-Key
            AND RSC-Eff-From <= WS-Eff-From-IN
            AND RSC-Eff-From >= WS-Version-From THEN
               MOVE RSC-Eff-From TO WS-Version-From
               MOVE RSC-Version TO WS-Version-Work
               IF RSC-Eff-From = WS-Eff-From-IN THEN
                   MOVE WS-Sched-i TO WS-Sched-Slot
               END-IF
           END-IF.
       END-ROUTINE.

       INSERT-SCHED-ROUTINE.
      *> RSC-REC goes in at its place in year/day/date order
           MOVE RSC-Key TO WS-Sort-Key(1:6).
           MOVE RSC-Eff-From TO WS-Sort-Key(7:8).
           COMPUTE WS-Sched-Slot = WS-Sched-CNT + 1.
           PERFORM VARYING WS-Sched-i FROM WS-Sched-CNT BY -1
                   UNTIL WS-Sched-i < 1
               MOVE WS-Sched-Entry(WS-Sched-i)(1:6)
                   TO WS-Entry-Key(1:6)
               MOVE WS-Sched-Entry(WS-Sched-i)(64:8)
                   TO WS-Entry-Key(7:8)
               IF WS-Entry-Key > WS-Sort-Key THEN
                   MOVE WS-Sched-Entry(WS-Sched-i)
                       TO WS-Sched-Entry(WS-Sched-i + 1)
                   MOVE WS-Sched-i TO WS-Sched-Slot
               ELSE
                   MOVE 1 TO WS-Sched-i
               END-IF
           END-PERFORM.
           MOVE RSC-REC TO WS-Sched-Entry(WS-Sched-Slot).
           ADD 1 TO WS-Sched-CNT.
       END-ROUTINE.

       DROP-SCHED-ROUTINE.
           PERFORM VARYING WS-Sched-j FROM WS-Sched-Slot BY 1
                   UNTIL WS-Sched-j >= WS-Sched-CNT
               MOVE WS-Sched-Entry(WS-Sched-j + 1)
                   TO WS-Sched-Entry(WS-Sched-j)
           END-PERFORM.
           MOVE SPACES TO WS-Sched-Entry(WS-Sched-CNT).
           SUBTRACT 1 FROM WS-Sched-CNT.
       END-ROUTINE.

       COUNT-PENDING-ROUTINE.
           SET WS-Sched-Shown TO 0.
           PERFORM VARYING WS-Sched-i FROM 1 BY 1
                   UNTIL WS-Sched-i > WS-Sched-CNT
               IF WS-Sched-Entry(WS-Sched-i)(1:6) = REGX-Key THEN
                   ADD 1 TO WS-Sched-Shown
               END-IF
           END-PERFORM.
       END-ROUTINE.

       SHOW-SCHEDULE-ROUTINE.
      *> the keyed day's entry and every change waiting for it; with
      *> no day keyed, every change waiting in the schedule
           DISPLAY "CHANGE SCHEDULE - BUSINESS DATE " WS-Business-Date.
           IF WS-Year-IN NOT = SPACES AND WS-Day-IN NOT = SPACES THEN
               PERFORM SET-RECORD-KEY-ROUTINE
               READ F-Registry-FILE RECORD KEY IS REGX-Key
                   INVALID KEY
                       DISPLAY "  " WS-Year-IN "/" WS-Day-IN
                               " is not in the registry"
                   NOT INVALID KEY
                       DISPLAY "  CURRENT   " REGX-Year "/" REGX-Day
                               " from=" REGX-Eff-From
                               " to=" REGX-Eff-To
                               " " FUNCTION TRIM(REGX-Program)
                               " sla=" REGX-SLA
                               " " REGX-Active
                               " p1=" REGX-Param-1
                               " p2=" REGX-Param-2
                               " p3=" REGX-Param-3
               END-READ
           END-IF.
           SET WS-Sched-Shown TO 0.
           PERFORM SHOW-SCHED-ONE-ROUTINE
               VARYING WS-Sched-i FROM 1 BY 1
               UNTIL WS-Sched-i > WS-Sched-CNT.
           DISPLAY "Change schedule (" WS-Sched-Shown
                   " pending change(s))".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WS-Action-IN.
           MOVE SPACE TO WS-Action-IN.
       END-ROUTINE.

       SHOW-SCHED-ONE-ROUTINE.
           MOVE WS-Sched-Entry(WS-Sched-i) TO RSC-REC.
           IF WS-Year-IN NOT = SPACES AND WS-Day-IN NOT = SPACES
            AND (RSC-Year NOT = WS-Year-IN OR RSC-Day NOT = WS-Day-IN)
           THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Sched-Shown.
           DISPLAY "  SCHEDULED " RSC-Year "/" RSC-Day
                   " from=" RSC-Eff-From
                   " to=" RSC-Eff-To
                   " " FUNCTION TRIM(RSC-Program)
                   " sla=" RSC-SLA
                   " " RSC-Active
                   " p1=" RSC-Param-1
                   " p2=" RSC-Param-2
                   " p3=" RSC-Param-3
                   " by " RSC-User.
       END-ROUTINE.

       CANCEL-SCHED-ROUTINE.
           IF WS-Eff-From-IN = SPACES THEN
               MOVE "KEY YEAR, DAY AND EFF FROM OF THE CHANGE"
                   TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           PERFORM SET-RECORD-KEY-ROUTINE.
           SET WS-Sched-Slot TO 0.
           PERFORM VARYING WS-Sched-i FROM 1 BY 1
                   UNTIL WS-Sched-i > WS-Sched-CNT
               MOVE WS-Sched-Entry(WS-Sched-i) TO RSC-REC
               IF RSC-Key = REGX-Key
                AND RSC-Eff-From = WS-Eff-From-IN THEN
                   MOVE WS-Sched-i TO WS-Sched-Slot
               END-IF
           END-PERFORM.
           IF WS-Sched-Slot = 0 THEN
               MOVE "NO CHANGE SCHEDULED FOR THAT DAY AND DATE"
                   TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Sched-Entry(WS-Sched-Slot) TO RSC-REC.
           PERFORM DROP-SCHED-ROUTINE.
           PERFORM SAVE-SCHED-ROUTINE.
           IF WS-Sched-FS NOT = "00" THEN
               MOVE SPACES TO WS-Message
               STRING "SCHEDULE WRITE FAILED - STATUS " DELIMITED BY
                      SIZE, WS-Sched-FS DELIMITED BY SIZE
                      INTO WS-Message
               PERFORM LOAD-SCHED-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "UNSCHED" TO WS-Chg-Action.
           MOVE RSC-Version TO WS-Chg-Before.
           PERFORM LOG-CHANGE-ROUTINE.
           MOVE "SCHEDULED CHANGE CANCELLED" TO WS-Message.
       END-ROUTINE.

       LIST-REGISTRY-ROUTINE.
           SET WS-List-CNT TO 0.
           MOVE LOW-VALUES TO REGX-Key.
                           " p1=" REGX-Param-1
                           " p2=" REGX-Param-2
                           " p3=" REGX-Param-3
                           " from=" REGX-Eff-From
                           " to=" REGX-Eff-To
           END-READ.
       END-ROUTINE.

