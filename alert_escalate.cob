       IDENTIFICATION DIVISION.
       PROGRAM-ID. alert_escalate.
      *> Escalation ladder for operator alerts nobody has owned. Reads
      *> operator_alerts.txt and, for every header still reading
      *> ALERT, works out how long it has been open from its wall-clock
      *> raise stamp (AT=yyyymmddhhmmss). The date after ALERT is the
      *> business date and only labels the alert; an older header with
      *> AT=hhmmss is aged from that date and time, one without any
      *> stamp from the start of its date. Each rule in
      *> escalation_rules.txt:
      *>   level minutes target     (blank-delimited, "*" = comment)
      *> whose minutes the alert has reached, and which has not yet
      *> been taken for that alert, escalates it to the rule's target
      *> - PRIMARY, SECONDARY or SHIFTLEAD from the on-call roster row
      *> covering today (oncall_roster.txt, see oncall-roster.cpy).
      *> Every step is recorded against the alert in
      *> alert_escalations.txt (see alert-escalation.cpy), so a step
      *> is never repeated, and the person escalated to gets the alert
      *> block in their notification file,
      *> escalation_<user>_<date>.txt, for the paging bridge to send.
      *> Runs as a step of the job chain; run it by hand or from the
      *> scheduler through the day as well.
      *> Condition code: 0 done, 4 a due step could not be taken (no
      *> roster row for today or nobody named for the target).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Alert-FILE
           ASSIGN TO "operator_alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Alert-FS.
           SELECT F-Rules-FILE
           ASSIGN TO "escalation_rules.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Rules-FS.
           SELECT F-Roster-FILE
           ASSIGN TO "oncall_roster.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Roster-FS.
           SELECT F-Escalation-FILE
           ASSIGN TO "alert_escalations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Escalation-FS.
           SELECT F-Notify-FILE
           ASSIGN TO WS-Notify-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Notify-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Alert-FILE.
       01 F-Alert-LINE PIC X(160).

       FD F-Rules-FILE.
       01 F-Rules-LINE PIC X(80).

       FD F-Roster-FILE.
       COPY "oncall-roster.cpy".

       FD F-Escalation-FILE.
       COPY "alert-escalation.cpy".

       FD F-Notify-FILE.
       01 F-Notify-LINE PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-Alert-FS PIC XX.
       01 WS-Rules-FS PIC XX.
       01 WS-Roster-FS PIC XX.
       01 WS-Escalation-FS PIC XX.
       01 WS-Notify-FS PIC XX.
       01 WS-Notify-FileName PIC X(60) VALUE SPACES.

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-RC PIC 9(2) VALUE ZERO.
       01 WS-i PIC 9(4) VALUE ZERO.
       01 WS-j PIC 9(4) VALUE ZERO.
       01 WS-k PIC 9(4) VALUE ZERO.
       01 WS-h PIC 9(4) VALUE ZERO.
       01 WS-Level PIC 9(1) VALUE ZERO.
       01 WS-Step PIC 9(2) VALUE ZERO.

       01 WS-Stamp PIC X(14) VALUE SPACES.
       01 WS-Today PIC X(8) VALUE SPACES.
       01 WS-Now-Time PIC X(6) VALUE SPACES.
       01 WS-Now-Min PIC 9(4) VALUE ZERO.

       01 WS-Open-CNT PIC 9(4) VALUE ZERO.
       01 WS-Escalated-CNT PIC 9(4) VALUE ZERO.
       01 WS-Missed-CNT PIC 9(4) VALUE ZERO.

       01 WS-Rule-CNT PIC 9(2) VALUE ZERO.
       01 WS-Rule-Max-CONST PIC 9(2) VALUE 9.
       01 WS-Rule-TBL.
         02 WS-Rule-REC OCCURS 9 TIMES.
           03 WS-Rule-Level PIC 9(1).
           03 WS-Rule-Minutes PIC 9(5).
           03 WS-Rule-Target PIC X(10).
       01 WS-Level-TOK PIC X(4) VALUE SPACES.
       01 WS-Minutes-TOK PIC X(8) VALUE SPACES.
       01 WS-Target-TOK PIC X(12) VALUE SPACES.

       01 WS-Roster-BOOL PIC 9(1) VALUE 0.
       01 WS-On-Primary PIC X(8) VALUE SPACES.
       01 WS-On-Secondary PIC X(8) VALUE SPACES.
       01 WS-On-Lead PIC X(8) VALUE SPACES.

       01 WS-Hist-CNT PIC 9(4) VALUE ZERO.
       01 WS-Hist-Max-CONST PIC 9(4) VALUE 1000.
       01 WS-Hist-TBL.
         02 WS-Hist-REC OCCURS 1000 TIMES.
           03 WS-Hist-Key PIC X(100).
           03 WS-Hist-Level PIC 9(1).

       01 WS-Line-CNT PIC 9(4) VALUE ZERO.
       01 WS-Line-Max-CONST PIC 9(4) VALUE 2000.
       01 WS-Line-TBL.
         02 WS-Line-REC OCCURS 2000 TIMES.
           03 WS-Line-Text PIC X(160).

       01 WS-Key PIC X(100) VALUE SPACES.
       01 WS-Key-Level PIC 9(1) VALUE ZERO.
       01 WS-Alert-Date PIC X(8) VALUE SPACES.
       01 WS-Alert-Time PIC X(6) VALUE SPACES.
       01 WS-Raise-Date PIC X(8) VALUE SPACES.
       01 WS-Before-AT PIC X(160) VALUE SPACES.
       01 WS-After-AT PIC X(160) VALUE SPACES.
       01 WS-Age-Min PIC S9(7) VALUE ZERO.
       01 WS-Age-Days PIC S9(6) VALUE ZERO.
       01 WS-Age-Show PIC Z(5)9 VALUE ZERO.
       01 WS-Person PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
           MOVE WS-Stamp(1:8) TO WS-Today.
           MOVE WS-Stamp(9:6) TO WS-Now-Time.
           COMPUTE WS-Now-Min =
               FUNCTION NUMVAL(WS-Now-Time(1:2)) * 60
               + FUNCTION NUMVAL(WS-Now-Time(3:2)).
           PERFORM LOAD-RULES-ROUTINE.
           IF WS-Rule-CNT = 0 THEN
               DISPLAY "alert_escalate: no rules in "
                       "escalation_rules.txt - nothing escalated"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ROSTER-ROUTINE.
           IF WS-Roster-BOOL = 0 THEN
               DISPLAY "WARNING: no on-call roster row covers "
                       WS-Today " in oncall_roster.txt"
           END-IF.
           PERFORM LOAD-HISTORY-ROUTINE.
           PERFORM LOAD-ALERTS-ROUTINE.
           PERFORM CHECK-ALERT-ROUTINE
               VARYING WS-i FROM 1 UNTIL WS-i > WS-Line-CNT.
           DISPLAY "alert_escalate: " WS-Open-CNT " open alert(s), "
                   WS-Escalated-CNT " escalation(s) made, "
                   WS-Missed-CNT " due but not possible".
           IF WS-Missed-CNT > 0 THEN
               MOVE 4 TO WS-RC
           END-IF.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.
       END-ROUTINE.

       LOAD-RULES-ROUTINE.
           OPEN INPUT F-Rules-FILE.
           IF WS-Rules-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-RULE-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Rules-FILE.
       END-ROUTINE.

       READ-RULE-ROUTINE.
           READ F-Rules-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END PERFORM DO-RULE-LINE-ROUTINE
           END-READ.
       END-ROUTINE.

       DO-RULE-LINE-ROUTINE.
           IF F-Rules-LINE = SPACES OR F-Rules-LINE(1:1) = "*" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Level-TOK, WS-Minutes-TOK, WS-Target-TOK.
           UNSTRING F-Rules-LINE DELIMITED BY ALL SPACES
               INTO WS-Level-TOK, WS-Minutes-TOK, WS-Target-TOK.
           MOVE FUNCTION UPPER-CASE(WS-Target-TOK) TO WS-Target-TOK.
           IF FUNCTION TEST-NUMVAL(WS-Level-TOK) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-Minutes-TOK) NOT = 0
            OR (WS-Target-TOK NOT = "PRIMARY"
                AND WS-Target-TOK NOT = "SECONDARY"
                AND WS-Target-TOK NOT = "SHIFTLEAD") THEN
               DISPLAY "WARNING: bad escalation rule ignored: "
                       FUNCTION TRIM(F-Rules-LINE)
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(WS-Level-TOK) < 1
            OR FUNCTION NUMVAL(WS-Level-TOK) > 9
            OR WS-Rule-CNT >= WS-Rule-Max-CONST THEN
               DISPLAY "WARNING: escalation rule level out of range "
                       "ignored: " FUNCTION TRIM(F-Rules-LINE)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Rule-CNT.
           MOVE FUNCTION NUMVAL(WS-Level-TOK)
               TO WS-Rule-Level(WS-Rule-CNT).
           MOVE FUNCTION NUMVAL(WS-Minutes-TOK)
               TO WS-Rule-Minutes(WS-Rule-CNT).
           MOVE WS-Target-TOK TO WS-Rule-Target(WS-Rule-CNT).
       END-ROUTINE.

       LOAD-ROSTER-ROUTINE.
           OPEN INPUT F-Roster-FILE.
           IF WS-Roster-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-ROSTER-ROUTINE
               UNTIL WS-EOF-BOOL = 1 OR WS-Roster-BOOL = 1.
           CLOSE F-Roster-FILE.
       END-ROUTINE.

       READ-ROSTER-ROUTINE.
           READ F-Roster-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF OCR-From-Date <= WS-Today
                    AND OCR-To-Date >= WS-Today THEN
                       SET WS-Roster-BOOL TO 1
                       MOVE OCR-Primary TO WS-On-Primary
                       MOVE OCR-Secondary TO WS-On-Secondary
                       MOVE OCR-Shift-Lead TO WS-On-Lead
                   END-IF
           END-READ.
       END-ROUTINE.

       LOAD-HISTORY-ROUTINE.
           OPEN INPUT F-Escalation-FILE.
           IF WS-Escalation-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-HISTORY-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Escalation-FILE.
       END-ROUTINE.

       READ-HISTORY-ROUTINE.
           READ F-Escalation-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   MOVE AES-Alert-Key TO WS-Key
                   MOVE AES-Level TO WS-Level
                   PERFORM NOTE-LEVEL-ROUTINE
           END-READ.
       END-ROUTINE.

       NOTE-LEVEL-ROUTINE.
      *> keeps the highest level taken so far for the alert in WS-Key
           PERFORM VARYING WS-h FROM 1 UNTIL WS-h > WS-Hist-CNT
               IF WS-Hist-Key(WS-h) = WS-Key THEN
                   IF WS-Level > WS-Hist-Level(WS-h) THEN
                       MOVE WS-Level TO WS-Hist-Level(WS-h)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-Hist-CNT >= WS-Hist-Max-CONST THEN
               DISPLAY "WARNING: escalation history exceeds "
                       WS-Hist-Max-CONST " alerts - trim "
                       "alert_escalations.txt"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Hist-CNT.
           MOVE WS-Key TO WS-Hist-Key(WS-Hist-CNT).
           MOVE WS-Level TO WS-Hist-Level(WS-Hist-CNT).
       END-ROUTINE.

       LOAD-ALERTS-ROUTINE.
           OPEN INPUT F-Alert-FILE.
           IF WS-Alert-FS NOT = "00" THEN
               DISPLAY "alert_escalate: no operator_alerts.txt - "
                       "nothing to escalate"
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-ALERT-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Alert-FILE.
       END-ROUTINE.

       READ-ALERT-ROUTINE.
           READ F-Alert-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF WS-Line-CNT >= WS-Line-Max-CONST THEN
                       DISPLAY "WARNING: alert file exceeds "
                               WS-Line-Max-CONST " lines - later "
                               "alerts not checked"
                       SET WS-EOF-BOOL TO 1
                   ELSE
                       ADD 1 TO WS-Line-CNT
                       MOVE F-Alert-LINE TO WS-Line-Text(WS-Line-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       CHECK-ALERT-ROUTINE.
           IF WS-Line-Text(WS-i)(1:6) NOT = "ALERT " THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Open-CNT.
           MOVE WS-Line-Text(WS-i)(7:100) TO WS-Key.
           MOVE WS-Line-Text(WS-i)(7:8) TO WS-Alert-Date.
           IF WS-Alert-Date IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Alert-Date TO WS-Raise-Date.
           MOVE "000000" TO WS-Alert-Time.
           MOVE SPACES TO WS-Before-AT, WS-After-AT.
           UNSTRING WS-Line-Text(WS-i) DELIMITED BY " AT="
               INTO WS-Before-AT, WS-After-AT.
      *> the age runs from the wall-clock stamp, not the business date
      *> - a run for yesterday's business date raised this morning is
      *> only hours old
           IF WS-After-AT(1:14) IS NUMERIC THEN
               MOVE WS-After-AT(1:8) TO WS-Raise-Date
               MOVE WS-After-AT(9:6) TO WS-Alert-Time
           ELSE
               IF WS-After-AT(1:6) IS NUMERIC THEN
                   MOVE WS-After-AT(1:6) TO WS-Alert-Time
               END-IF
           END-IF.
           COMPUTE WS-Age-Days =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Today))
             - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Raise-Date)).
           IF WS-Age-Days < 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Age-Min = WS-Age-Days * 1440 + WS-Now-Min
               - FUNCTION NUMVAL(WS-Alert-Time(1:2)) * 60
               - FUNCTION NUMVAL(WS-Alert-Time(3:2)).
           IF WS-Age-Min < 0 THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-Key-Level TO 0.
           PERFORM VARYING WS-h FROM 1 UNTIL WS-h > WS-Hist-CNT
               IF WS-Hist-Key(WS-h) = WS-Key THEN
                   MOVE WS-Hist-Level(WS-h) TO WS-Key-Level
               END-IF
           END-PERFORM.
      *> take every due step in level order - an alert found late is
      *> walked up the whole ladder in one go, nobody is skipped
           PERFORM VARYING WS-Step FROM 1 UNTIL WS-Step > 9
               PERFORM VARYING WS-j FROM 1 UNTIL WS-j > WS-Rule-CNT
                   IF WS-Rule-Level(WS-j) = WS-Step
                    AND WS-Step > WS-Key-Level
                    AND WS-Age-Min >= WS-Rule-Minutes(WS-j) THEN
                       PERFORM ESCALATE-ROUTINE
                   END-IF
               END-PERFORM
           END-PERFORM.
       END-ROUTINE.

       ESCALATE-ROUTINE.
           MOVE WS-Rule-Level(WS-j) TO WS-Level.
           MOVE WS-Age-Min TO WS-Age-Show.
           EVALUATE WS-Rule-Target(WS-j)
               WHEN "PRIMARY"
                   MOVE WS-On-Primary TO WS-Person
               WHEN "SECONDARY"
                   MOVE WS-On-Secondary TO WS-Person
               WHEN OTHER
                   MOVE WS-On-Lead TO WS-Person
           END-EVALUATE.
           IF WS-Roster-BOOL = 0 OR WS-Person = SPACES THEN
               ADD 1 TO WS-Missed-CNT
               DISPLAY "  DUE LEVEL " WS-Level " ("
                       FUNCTION TRIM(WS-Rule-Target(WS-j))
                       ") BUT NOBODY ON THE ROSTER: "
                       FUNCTION TRIM(WS-Line-Text(WS-i))
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-HISTORY-ROUTINE.
           IF WS-Escalation-FS NOT = "00" THEN
               ADD 1 TO WS-Missed-CNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-NOTIFY-ROUTINE.
           MOVE WS-Level TO WS-Key-Level.
           PERFORM NOTE-LEVEL-ROUTINE.
           ADD 1 TO WS-Escalated-CNT.
           DISPLAY "  LEVEL " WS-Level " TO "
                   FUNCTION TRIM(WS-Person) " ("
                   FUNCTION TRIM(WS-Rule-Target(WS-j)) ") AFTER "
                   FUNCTION TRIM(WS-Age-Show) " MIN: "
                   FUNCTION TRIM(WS-Line-Text(WS-i)).
       END-ROUTINE.

       WRITE-HISTORY-ROUTINE.
           OPEN EXTEND F-Escalation-FILE.
           IF WS-Escalation-FS = "35" THEN
               OPEN OUTPUT F-Escalation-FILE
           END-IF.
           IF WS-Escalation-FS NOT = "00" THEN
               DISPLAY "WARNING: cannot open alert_escalations.txt "
                       "- status " WS-Escalation-FS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Key TO AES-Alert-Key.
           MOVE WS-Level TO AES-Level.
           MOVE WS-Rule-Target(WS-j) TO AES-Target.
           MOVE WS-Person TO AES-User.
           MOVE WS-Age-Min TO AES-Age-Min.
           MOVE WS-Today TO AES-Date.
           MOVE WS-Now-Time TO AES-Time.
           WRITE AES-REC.
           CLOSE F-Escalation-FILE.
       END-ROUTINE.

       WRITE-NOTIFY-ROUTINE.
           MOVE SPACES TO WS-Notify-FileName.
           STRING "escalation_" DELIMITED BY SIZE,
                  WS-Person DELIMITED BY SPACE,
                  "_" DELIMITED BY SIZE,
                  WS-Today DELIMITED BY SIZE,
                  ".txt" DELIMITED BY SIZE
                  INTO WS-Notify-FileName.
           OPEN EXTEND F-Notify-FILE.
           IF WS-Notify-FS = "35" THEN
               OPEN OUTPUT F-Notify-FILE
           END-IF.
           IF WS-Notify-FS NOT = "00" THEN
               DISPLAY "WARNING: cannot open "
                       FUNCTION TRIM(WS-Notify-FileName)
                       " - status " WS-Notify-FS
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO F-Notify-LINE.
           STRING "ESCALATION LEVEL " DELIMITED BY SIZE,
                  WS-Level DELIMITED BY SIZE,
                  " TO " DELIMITED BY SIZE,
                  WS-Person DELIMITED BY SPACE,
                  " (" DELIMITED BY SIZE,
                  WS-Rule-Target(WS-j) DELIMITED BY SPACE,
                  ") " DELIMITED BY SIZE,
                  WS-Today DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Now-Time DELIMITED BY SIZE,
                  " - UNACKNOWLEDGED " DELIMITED BY SIZE,
                  FUNCTION TRIM(WS-Age-Show) DELIMITED BY SIZE,
                  " MINUTES" DELIMITED BY SIZE
                  INTO F-Notify-LINE.
           WRITE F-Notify-LINE.
           WRITE F-Notify-LINE FROM WS-Line-Text(WS-i).
           PERFORM VARYING WS-k FROM 1 BY 1
                   UNTIL WS-i + WS-k > WS-Line-CNT
                      OR WS-Line-Text(WS-i + WS-k)(1:1) NOT = SPACE
                      OR WS-Line-Text(WS-i + WS-k) = SPACES
               WRITE F-Notify-LINE FROM WS-Line-Text(WS-i + WS-k)
           END-PERFORM.
           MOVE "  ACKNOWLEDGE IN alert_console ONCE OWNED"
               TO F-Notify-LINE.
           WRITE F-Notify-LINE.
           CLOSE F-Notify-FILE.
       END-ROUTINE.

       END PROGRAM alert_escalate.
