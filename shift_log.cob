       IDENTIFICATION DIVISION.
       PROGRAM-ID. shift_log.
      *> Shift handover log (shift_log.txt, layout in shift-log.cpy).
      *> The operator coming on opens a shift, records what happens
      *> as events - a day rerun by hand, a run forced with
      *> --override or --break-lock, an alert being worked - and
      *> raises open items for anything the next shift must pick
      *> up; events and items may name the run number (checked
      *> against run_log.txt) and the operator alert header they
      *> concern (the start of the header text after ALERT/ACKED in
      *> operator_alerts.txt, e.g. "20261015 TEST-RUN-FAILURES").
      *> The shift is closed with a handover summary. Open items
      *> carry forward from shift to shift until somebody closes
      *> them with a note. ops_console shows the open item count in
      *> its header and the dashboard prints the last handover.
      *> Operators sign on through signon: anybody may list, writing
      *> to the log needs an operator. Only one shift is open at a
      *> time; the next shift opens after the last one handed over.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Shift-FILE
           ASSIGN TO "shift_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Shift-FS.
           SELECT F-RunLog-FILE
           ASSIGN TO "run_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunLog-FS.
           SELECT F-Alert-FILE
           ASSIGN TO "operator_alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Alert-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Shift-FILE.
       COPY "shift-log.cpy".

       FD F-RunLog-FILE.
       01 F-RunLog-LINE PIC X(80).

       FD F-Alert-FILE.
       01 F-Alert-LINE PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-Shift-FS PIC XX.
       01 WS-RunLog-FS PIC XX.
       01 WS-Alert-FS PIC XX.

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-Found-BOOL PIC 9(1) VALUE 0.
       01 WS-i PIC 9(4) VALUE ZERO.
       01 WS-Message PIC X(60) VALUE SPACES.
       01 WS-Status-Line PIC X(70) VALUE SPACES.
       01 WS-Business-Date PIC X(8) VALUE SPACES.
       01 WS-BDate-User PIC X(20) VALUE "shift_log".
       01 WS-BDate-Status PIC X(2) VALUE SPACES.
       01 WS-Now PIC X(21) VALUE SPACES.
       01 WS-Log-Num-TOK PIC X(8) VALUE SPACES.
       01 WS-Run-NUM PIC 9(6) VALUE ZERO.
       01 WS-Item-NUM PIC 9(5) VALUE ZERO.

      *> the state of the log as last read
       01 WS-Last-Shift PIC 9(5) VALUE ZERO.
       01 WS-Shift-Open-BOOL PIC 9(1) VALUE 0.
       01 WS-Shift-User PIC X(8) VALUE SPACES.
       01 WS-Shift-Date PIC X(8) VALUE SPACES.
       01 WS-Shift-Time PIC X(6) VALUE SPACES.
       01 WS-Last-Item PIC 9(5) VALUE ZERO.
       01 WS-Event-CNT PIC 9(4) VALUE ZERO.
       01 WS-Opened-CNT PIC 9(4) VALUE ZERO.
       01 WS-Closed-CNT PIC 9(4) VALUE ZERO.
       01 WS-Open-Max-CONST PIC 9(4) VALUE 500.
       01 WS-Open-CNT PIC 9(4) VALUE ZERO.
       01 WS-Open-TBL.
         02 WS-Open-REC OCCURS 500 TIMES.
           03 WS-Open-Item PIC 9(5).
           03 WS-Open-Shift PIC 9(5).
           03 WS-Open-User PIC X(8).
           03 WS-Open-Run PIC X(6).
           03 WS-Open-Alert PIC X(40).
           03 WS-Open-Text PIC X(60).

       01 WS-User-ID PIC X(8) VALUE SPACES.
       01 WS-User-Role PIC X(1) VALUE SPACE.
       01 WS-Need-Role PIC X(1) VALUE SPACE.
       01 WS-Sign-Area PIC X(12) VALUE "SHIFTLOG".
       01 WS-Sign-Detail PIC X(80) VALUE SPACES.
       01 WS-Sign-Status PIC X(2) VALUE SPACES.

       01 WS-Action-IN PIC X VALUE SPACE.
       01 WS-Run-IN PIC X(6) VALUE SPACES.
       01 WS-Alert-IN PIC X(40) VALUE SPACES.
       01 WS-Item-IN PIC X(5) VALUE SPACES.
       01 WS-Text-IN PIC X(60) VALUE SPACES.
       01 WS-Summary-IN.
         02 WS-Summary-1-IN PIC X(60) VALUE SPACES.
         02 WS-Summary-2-IN PIC X(40) VALUE SPACES.

       SCREEN SECTION.
       01  SHL-ENTRY-SCREEN.
           05  SHL-ID-SECTION.
               10  VALUE "SHIFT HANDOVER LOG"  BLANK SCREEN
                                              LINE 01 COL 31.
           05  SHL-STATUS-SECTION.
               10  STATUS-ON-SCR            LINE 03 COL 05
                       FOREGROUND-COLOR IS 3
                       PIC X(70)    FROM WS-Status-Line.
           05  SHL-FIELD-SECTION.
               10  VALUE "RUN NUMBER:"      LINE 05 COL 05.
               10  RUN-ON-SCR                        COL 19
                       PIC X(6)     USING WS-Run-IN AUTO.
               10  VALUE "ALERT:"           LINE 06 COL 05.
               10  ALERT-ON-SCR                      COL 19
                       PIC X(40)    USING WS-Alert-IN AUTO.
               10  VALUE "ITEM NUMBER:"     LINE 07 COL 05.
               10  ITEM-ON-SCR                       COL 19
                       PIC X(5)     USING WS-Item-IN AUTO.
               10  VALUE "TEXT:"            LINE 08 COL 05.
               10  TEXT-ON-SCR                       COL 19
                       PIC X(60)    USING WS-Text-IN AUTO.
               10  VALUE "HANDOVER:"        LINE 09 COL 05.
               10  SUMMARY-ON-SCR                    COL 19
                       PIC X(60)    USING WS-Summary-1-IN AUTO.
               10  SUMMARY-2-ON-SCR         LINE 10 COL 19
                       PIC X(40)    USING WS-Summary-2-IN AUTO.
           05  SHL-MESSAGE-SECTION.
               10  MESSAGE-ON-SCR           LINE 12 COL 05
                       FOREGROUND-COLOR IS 4
                       PIC X(60)    FROM WS-Message.
           05  SHL-RESPONSE-SECTION.
               10  VALUE "O - OPEN SHIFT"           LINE 21 COL 30.
               10  VALUE "E - RECORD EVENT"         LINE 22 COL 30.
               10  VALUE "I - RAISE OPEN ITEM"      LINE 23 COL 30.
               10  VALUE "X - CLOSE OPEN ITEM"      LINE 24 COL 30.
               10  VALUE "H - HAND OVER AND CLOSE SHIFT"
                                                    LINE 25 COL 30.
               10  VALUE "L - LIST OPEN ITEMS"      LINE 26 COL 30.
               10  VALUE "Q - TO QUIT"              LINE 27 COL 30.
               10  VALUE "ENTER CHOICE:"            LINE 29 COL 30.
               10  ACTION-SCR                       LINE 29 COL 45
                       PIC X     TO WS-Action-IN.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM SIGNON-ROUTINE.
           PERFORM SHL-SCREEN-ROUTINE
               UNTIL WS-Action-IN = "Q" OR WS-Action-IN = "q".
           STOP RUN.
       END-ROUTINE.

       SIGNON-ROUTINE.
      *> every entry is attributable: it carries the user signed on
           CALL "signon" USING BY CONTENT "SIGNON",
               BY REFERENCE WS-Sign-Area, BY CONTENT "V",
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

       CHECK-ROLE-ROUTINE.
      *> WS-Need-Role is the least role the action needs and
      *> WS-Sign-Detail says what it is; signon logs a refusal
           CALL "signon" USING BY CONTENT "CHECK ",
               BY REFERENCE WS-Sign-Area, WS-Need-Role, WS-User-ID,
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
      *> listing is open to every signed-on user; every entry in the
      *> log needs an operator
           MOVE "00" TO WS-Sign-Status.
           MOVE SPACES TO WS-Sign-Detail.
           EVALUATE WS-Action-IN
               WHEN "O"
               WHEN "o"
                   MOVE "OPEN SHIFT" TO WS-Sign-Detail
               WHEN "E"
               WHEN "e"
                   MOVE "RECORD EVENT" TO WS-Sign-Detail
               WHEN "I"
               WHEN "i"
                   MOVE "RAISE OPEN ITEM" TO WS-Sign-Detail
               WHEN "X"
               WHEN "x"
                   STRING "CLOSE OPEN ITEM " DELIMITED BY SIZE,
                          WS-Item-IN DELIMITED BY SPACE
                          INTO WS-Sign-Detail
               WHEN "H"
               WHEN "h"
                   MOVE "HAND OVER AND CLOSE SHIFT" TO WS-Sign-Detail
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE "O" TO WS-Need-Role.
           PERFORM CHECK-ROLE-ROUTINE.
       END-ROUTINE.

       SHL-SCREEN-ROUTINE.
           PERFORM LOAD-LOG-ROUTINE.
           PERFORM STATUS-LINE-ROUTINE.
           DISPLAY SHL-ENTRY-SCREEN.
           ACCEPT SHL-ENTRY-SCREEN.
           MOVE SPACES TO WS-Message.
           PERFORM AUTHORIZE-ACTION-ROUTINE.
           IF WS-Sign-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
      *> the log may have grown from another session since the
      *> screen was shown
           PERFORM LOAD-LOG-ROUTINE.
           EVALUATE WS-Action-IN
               WHEN "O"
               WHEN "o"
                   PERFORM OPEN-SHIFT-ROUTINE
               WHEN "E"
               WHEN "e"
                   PERFORM RECORD-EVENT-ROUTINE
               WHEN "I"
               WHEN "i"
                   PERFORM RAISE-ITEM-ROUTINE
               WHEN "X"
               WHEN "x"
                   PERFORM CLOSE-ITEM-ROUTINE
               WHEN "H"
               WHEN "h"
                   PERFORM HANDOVER-ROUTINE
               WHEN "L"
               WHEN "l"
                   PERFORM LIST-ITEMS-ROUTINE
               WHEN "Q"
               WHEN "q"
                   CONTINUE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION - USE O, E, I, X, H, L OR Q"
                       TO WS-Message
           END-EVALUATE.
       END-ROUTINE.

       STATUS-LINE-ROUTINE.
           MOVE SPACES TO WS-Status-Line.
           IF WS-Shift-Open-BOOL = 1 THEN
               STRING "SHIFT " DELIMITED BY SIZE,
                      WS-Last-Shift DELIMITED BY SIZE,
                      " OPEN SINCE " DELIMITED BY SIZE,
                      WS-Shift-Date DELIMITED BY SIZE,
                      " " DELIMITED BY SIZE,
                      WS-Shift-Time(1:4) DELIMITED BY SIZE,
                      " BY " DELIMITED BY SIZE,
                      WS-Shift-User DELIMITED BY SPACE,
                      " - " DELIMITED BY SIZE,
                      WS-Open-CNT DELIMITED BY SIZE,
                      " OPEN ITEM(S)" DELIMITED BY SIZE
                      INTO WS-Status-Line
           ELSE
               STRING "NO SHIFT OPEN - " DELIMITED BY SIZE,
                      WS-Open-CNT DELIMITED BY SIZE,
                      " OPEN ITEM(S) WAITING" DELIMITED BY SIZE
                      INTO WS-Status-Line
           END-IF.
       END-ROUTINE.

       LOAD-LOG-ROUTINE.
      *> replays the log: the last shift and whether it is still
      *> open, the current shift's counts, the highest item number
      *> and the items not yet closed
           MOVE ZERO TO WS-Last-Shift, WS-Last-Item, WS-Open-CNT,
                        WS-Event-CNT, WS-Opened-CNT, WS-Closed-CNT.
           SET WS-Shift-Open-BOOL TO 0.
           MOVE SPACES TO WS-Shift-User, WS-Shift-Date, WS-Shift-Time.
           OPEN INPUT F-Shift-FILE.
           IF WS-Shift-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-LOG-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Shift-FILE.
       END-ROUTINE.

       READ-LOG-ROUTINE.
           READ F-Shift-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   PERFORM REPLAY-RECORD-ROUTINE
           END-READ.
       END-ROUTINE.

       REPLAY-RECORD-ROUTINE.
           EVALUATE SHL-Type
               WHEN "S"
                   MOVE SHL-Shift TO WS-Last-Shift
                   SET WS-Shift-Open-BOOL TO 1
                   MOVE SHL-User TO WS-Shift-User
                   MOVE SHL-Date TO WS-Shift-Date
                   MOVE SHL-Time TO WS-Shift-Time
                   MOVE ZERO TO WS-Event-CNT, WS-Opened-CNT,
                                WS-Closed-CNT
               WHEN "H"
                   SET WS-Shift-Open-BOOL TO 0
               WHEN "E"
                   ADD 1 TO WS-Event-CNT
               WHEN "I"
                   ADD 1 TO WS-Opened-CNT
                   IF SHL-Item > WS-Last-Item THEN
                       MOVE SHL-Item TO WS-Last-Item
                   END-IF
                   IF WS-Open-CNT < WS-Open-Max-CONST THEN
                       ADD 1 TO WS-Open-CNT
                       MOVE SHL-Item TO WS-Open-Item(WS-Open-CNT)
                       MOVE SHL-Shift TO WS-Open-Shift(WS-Open-CNT)
                       MOVE SHL-User TO WS-Open-User(WS-Open-CNT)
                       MOVE SHL-Run TO WS-Open-Run(WS-Open-CNT)
                       MOVE SHL-Alert TO WS-Open-Alert(WS-Open-CNT)
                       MOVE SHL-Text TO WS-Open-Text(WS-Open-CNT)
                   END-IF
               WHEN "X"
                   ADD 1 TO WS-Closed-CNT
                   MOVE SHL-Item TO WS-Item-NUM
                   PERFORM FIND-ITEM-ROUTINE
                   IF WS-Found-BOOL = 1 THEN
                       PERFORM DROP-ITEM-ROUTINE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       END-ROUTINE.

       FIND-ITEM-ROUTINE.
      *> WS-i is the open item numbered WS-Item-NUM
           SET WS-Found-BOOL TO 0.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Open-CNT
                   OR WS-Found-BOOL = 1
               IF WS-Open-Item(WS-i) = WS-Item-NUM THEN
                   SET WS-Found-BOOL TO 1
               END-IF
           END-PERFORM.
           IF WS-Found-BOOL = 1 THEN
               SUBTRACT 1 FROM WS-i
           END-IF.
       END-ROUTINE.

       DROP-ITEM-ROUTINE.
           PERFORM VARYING WS-i FROM WS-i UNTIL WS-i >= WS-Open-CNT
               MOVE WS-Open-REC(WS-i + 1) TO WS-Open-REC(WS-i)
           END-PERFORM.
           SUBTRACT 1 FROM WS-Open-CNT.
       END-ROUTINE.

       NEW-RECORD-ROUTINE.
      *> the common front of every record: shift, dates, user
           MOVE SPACES TO SHL-REC.
           MOVE WS-Last-Shift TO SHL-Shift.
           CALL "business_date" USING BY CONTENT "GET    ",
               BY REFERENCE WS-Business-Date, WS-BDate-User,
               WS-BDate-Status
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-Now.
           MOVE WS-Business-Date TO SHL-Bus-Date.
           MOVE WS-Now(1:8) TO SHL-Date.
           MOVE WS-Now(9:6) TO SHL-Time.
           MOVE WS-User-ID TO SHL-User.
       END-ROUTINE.

       APPEND-RECORD-ROUTINE.
           OPEN EXTEND F-Shift-FILE.
           IF WS-Shift-FS = "35" THEN
               OPEN OUTPUT F-Shift-FILE
           END-IF.
           IF WS-Shift-FS NOT = "00" THEN
               MOVE SPACES TO WS-Message
               STRING "CANNOT WRITE shift_log.txt - STATUS "
                          DELIMITED BY SIZE,
                      WS-Shift-FS DELIMITED BY SIZE
                      INTO WS-Message
               EXIT PARAGRAPH
           END-IF.
           WRITE SHL-REC.
           CLOSE F-Shift-FILE.
           MOVE SPACES TO WS-Run-IN, WS-Alert-IN, WS-Item-IN,
                          WS-Text-IN, WS-Summary-IN.
       END-ROUTINE.

       OPEN-SHIFT-ROUTINE.
           IF WS-Shift-Open-BOOL = 1 THEN
               MOVE SPACES TO WS-Message
               STRING "SHIFT " DELIMITED BY SIZE,
                      WS-Last-Shift DELIMITED BY SIZE,
                      " IS STILL OPEN - HAND IT OVER FIRST (H)"
                          DELIMITED BY SIZE
                      INTO WS-Message
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Last-Shift.
           PERFORM NEW-RECORD-ROUTINE.
           MOVE "S" TO SHL-Type.
           MOVE ZERO TO SHL-Event-CNT, SHL-Opened-CNT, SHL-Closed-CNT.
           MOVE WS-Open-CNT TO SHL-Carried-CNT.
           PERFORM APPEND-RECORD-ROUTINE.
           IF WS-Message NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           STRING "SHIFT " DELIMITED BY SIZE,
                  WS-Last-Shift DELIMITED BY SIZE,
                  " OPENED - " DELIMITED BY SIZE,
                  WS-Open-CNT DELIMITED BY SIZE,
                  " ITEM(S) CARRIED FORWARD" DELIMITED BY SIZE
                  INTO WS-Message.
      *> the incoming operator reads what was handed on
           IF WS-Open-CNT > 0 THEN
               PERFORM LIST-ITEMS-ROUTINE
           END-IF.
       END-ROUTINE.

       CHECK-ENTRY-ROUTINE.
      *> an event or item needs an open shift and text; the run and
      *> alert, when given, must be ones on file
           SET WS-Found-BOOL TO 0.
           IF WS-Shift-Open-BOOL = 0 THEN
               MOVE "NO SHIFT OPEN - OPEN ONE FIRST (O)" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           IF WS-Text-IN = SPACES THEN
               MOVE "TEXT IS REQUIRED" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           IF WS-Run-IN NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(WS-Run-IN) NOT = 0 THEN
                   MOVE "RUN NUMBER MUST BE NUMERIC" TO WS-Message
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-Run-IN) TO WS-Run-NUM
               PERFORM FIND-RUN-ROUTINE
               IF WS-Found-BOOL = 0 THEN
                   MOVE "NO SUCH RUN IN run_log.txt" TO WS-Message
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Run-NUM TO WS-Run-IN
           END-IF.
           IF WS-Alert-IN NOT = SPACES THEN
               PERFORM FIND-ALERT-ROUTINE
               IF WS-Found-BOOL = 0 THEN
                   MOVE "NO ALERT HEADER STARTS WITH THAT TEXT"
                       TO WS-Message
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET WS-Found-BOOL TO 1.
       END-ROUTINE.

       FIND-RUN-ROUTINE.
           SET WS-Found-BOOL TO 0.
           OPEN INPUT F-RunLog-FILE.
           IF WS-RunLog-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-RUNLOG-ROUTINE
               UNTIL WS-EOF-BOOL = 1 OR WS-Found-BOOL = 1.
           CLOSE F-RunLog-FILE.
       END-ROUTINE.

       READ-RUNLOG-ROUTINE.
           READ F-RunLog-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   MOVE SPACES TO WS-Log-Num-TOK
                   UNSTRING F-RunLog-LINE DELIMITED BY ALL SPACES
                       INTO WS-Log-Num-TOK
                   IF FUNCTION TEST-NUMVAL(WS-Log-Num-TOK) = 0 THEN
                       IF FUNCTION NUMVAL(WS-Log-Num-TOK) = WS-Run-NUM
                               THEN
                           SET WS-Found-BOOL TO 1
                       END-IF
                   END-IF
           END-READ.
       END-ROUTINE.

       FIND-ALERT-ROUTINE.
      *> an alert is named by the start of its header text after
      *> the ALERT / ACKED tag, so it matches open or acknowledged
           SET WS-Found-BOOL TO 0.
           OPEN INPUT F-Alert-FILE.
           IF WS-Alert-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-ALERT-ROUTINE
               UNTIL WS-EOF-BOOL = 1 OR WS-Found-BOOL = 1.
           CLOSE F-Alert-FILE.
       END-ROUTINE.

       READ-ALERT-ROUTINE.
           READ F-Alert-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF (F-Alert-LINE(1:6) = "ALERT "
                       OR F-Alert-LINE(1:6) = "ACKED ")
                    AND F-Alert-LINE(7:FUNCTION LENGTH(
                        FUNCTION TRIM(WS-Alert-IN TRAILING)))
                      = WS-Alert-IN(1:FUNCTION LENGTH(
                        FUNCTION TRIM(WS-Alert-IN TRAILING))) THEN
                       SET WS-Found-BOOL TO 1
                   END-IF
           END-READ.
       END-ROUTINE.

       RECORD-EVENT-ROUTINE.
           PERFORM CHECK-ENTRY-ROUTINE.
           IF WS-Found-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM NEW-RECORD-ROUTINE.
           MOVE "E" TO SHL-Type.
           MOVE ZERO TO SHL-Item.
           MOVE WS-Run-IN TO SHL-Run.
           MOVE WS-Alert-IN TO SHL-Alert.
           MOVE WS-Text-IN TO SHL-Text.
           PERFORM APPEND-RECORD-ROUTINE.
           IF WS-Message = SPACES THEN
               MOVE "EVENT RECORDED" TO WS-Message
           END-IF.
       END-ROUTINE.

       RAISE-ITEM-ROUTINE.
           PERFORM CHECK-ENTRY-ROUTINE.
           IF WS-Found-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Open-CNT >= WS-Open-Max-CONST THEN
               MOVE "TOO MANY OPEN ITEMS - CLOSE SOME FIRST"
                   TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Last-Item.
           PERFORM NEW-RECORD-ROUTINE.
           MOVE "I" TO SHL-Type.
           MOVE WS-Last-Item TO SHL-Item.
           MOVE WS-Run-IN TO SHL-Run.
           MOVE WS-Alert-IN TO SHL-Alert.
           MOVE WS-Text-IN TO SHL-Text.
           PERFORM APPEND-RECORD-ROUTINE.
           IF WS-Message = SPACES THEN
               STRING "OPEN ITEM " DELIMITED BY SIZE,
                      WS-Last-Item DELIMITED BY SIZE,
                      " RAISED" DELIMITED BY SIZE
                      INTO WS-Message
           END-IF.
       END-ROUTINE.

       CLOSE-ITEM-ROUTINE.
      *> closing takes a note of how the item was settled; the
      *> shift that closes it need not be the one that raised it
           IF WS-Shift-Open-BOOL = 0 THEN
               MOVE "NO SHIFT OPEN - OPEN ONE FIRST (O)" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-Item-IN) NOT = 0 THEN
               MOVE "ITEM NUMBER MUST BE NUMERIC" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-Item-IN) TO WS-Item-NUM.
           PERFORM FIND-ITEM-ROUTINE.
           IF WS-Found-BOOL = 0 THEN
               MOVE "NO SUCH OPEN ITEM" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           IF WS-Text-IN = SPACES THEN
               MOVE "CLOSING NOTE (TEXT) IS REQUIRED" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           PERFORM NEW-RECORD-ROUTINE.
           MOVE "X" TO SHL-Type.
           MOVE WS-Item-NUM TO SHL-Item.
           MOVE WS-Open-Run(WS-i) TO SHL-Run.
           MOVE WS-Open-Alert(WS-i) TO SHL-Alert.
           MOVE WS-Text-IN TO SHL-Text.
           PERFORM APPEND-RECORD-ROUTINE.
           IF WS-Message = SPACES THEN
               STRING "OPEN ITEM " DELIMITED BY SIZE,
                      WS-Item-NUM DELIMITED BY SIZE,
                      " CLOSED" DELIMITED BY SIZE
                      INTO WS-Message
           END-IF.
       END-ROUTINE.

       HANDOVER-ROUTINE.
           IF WS-Shift-Open-BOOL = 0 THEN
               MOVE "NO SHIFT OPEN TO HAND OVER" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           IF WS-Summary-IN = SPACES THEN
               MOVE "HANDOVER SUMMARY IS REQUIRED" TO WS-Message
               EXIT PARAGRAPH
           END-IF.
           PERFORM NEW-RECORD-ROUTINE.
           MOVE "H" TO SHL-Type.
           MOVE WS-Event-CNT TO SHL-Event-CNT.
           MOVE WS-Opened-CNT TO SHL-Opened-CNT.
           MOVE WS-Closed-CNT TO SHL-Closed-CNT.
           MOVE WS-Open-CNT TO SHL-Carried-CNT.
           MOVE WS-Summary-IN TO SHL-Summary.
           PERFORM APPEND-RECORD-ROUTINE.
           IF WS-Message = SPACES THEN
               STRING "SHIFT " DELIMITED BY SIZE,
                      WS-Last-Shift DELIMITED BY SIZE,
                      " HANDED OVER - " DELIMITED BY SIZE,
                      WS-Open-CNT DELIMITED BY SIZE,
                      " ITEM(S) CARRIED FORWARD" DELIMITED BY SIZE
                      INTO WS-Message
           END-IF.
       END-ROUTINE.

       LIST-ITEMS-ROUTINE.
           DISPLAY "Open handover items (" WS-Open-CNT "):".
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Open-CNT
               DISPLAY "  " WS-Open-Item(WS-i) " SHIFT "
                       WS-Open-Shift(WS-i) " "
                       WS-Open-User(WS-i) " RUN "
                       WS-Open-Run(WS-i) " "
                       FUNCTION TRIM(WS-Open-Text(WS-i))
               IF WS-Open-Alert(WS-i) NOT = SPACES THEN
                   DISPLAY "        ALERT "
                           FUNCTION TRIM(WS-Open-Alert(WS-i))
               END-IF
           END-PERFORM.
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WS-Action-IN.
           MOVE SPACE TO WS-Action-IN.
       END-ROUTINE.

       END PROGRAM shift_log.
