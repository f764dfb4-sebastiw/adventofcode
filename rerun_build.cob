      *> proposed list; the BUDGET line is carried forward from the
      *> current run_control.txt. The proposed list is shown for
      *> operator approval before run_control.txt is rewritten.
      *> Usage: rerun_build [YYYYMMDD]   (default the business date)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD F-History-FILE.
       01 F-History-LINE PIC X(200).

       FD F-Control-FILE.
       01 F-Control-LINE PIC X(40).
       01 LS-EOF-BOOL PIC 9(1) VALUE 0.
       01 LS-Argument PIC X(80) VALUE SPACES.
       01 LS-Run-Date PIC X(8) VALUE SPACES.
       01 LS-BDate-User PIC X(20) VALUE "rerun_build".
       01 LS-BDate-Status PIC X(2) VALUE SPACES.
       01 LS-i PIC 9(3) VALUE ZERO.
       01 LS-Found-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Budget-LINE PIC X(40) VALUE SPACES.
       01 LS-Line-Year PIC X(4) VALUE SPACES.
       01 LS-Line-Day PIC X(2) VALUE SPACES.
       01 LS-Rel-YD PIC X(10) VALUE SPACES.
       01 LS-PT-Pos PIC 9(4) VALUE ZERO.

       01 LS-Prop-CNT PIC 9(3) VALUE ZERO.
       01 LS-Prop-Max-CONST PIC 9(3) VALUE 200.
                   AND NOT LS-Argument = SPACES THEN
               MOVE LS-Argument(1:8) TO LS-Run-Date
           ELSE
               CALL "business_date" USING BY CONTENT "GET    ",
                   BY REFERENCE LS-Run-Date, LS-BDate-User,
                   LS-BDate-Status
                   ON EXCEPTION
                       MOVE FUNCTION CURRENT-DATE(1:8) TO LS-Run-Date
               END-CALL
           END-IF.
           PERFORM SCAN-HISTORY-ROUTINE.
           PERFORM ADD-RELEASED-ROUTINE.
                    LS-Line-Outcome.
           IF LS-Line-Outcome = "FAILURE"
            OR LS-Line-Outcome = "TIMEOUT"
            OR LS-Line-Outcome = "RETRIED-FAIL"
            OR LS-Line-Outcome = "REGRESSION" THEN
               PERFORM ADD-PROPOSAL-ROUTINE
           END-IF.
       END-ROUTINE.
       ADD-RELEASED-ROUTINE.
      *> a day back on registry status "A" whose only appearance
      *> tonight was the quarantine skip was released today - it
      *> belongs on tomorrow's list too; so does a day that ran
      *> tonight with one part held in quarantine (a "Q" in its PT=
      *> part outcomes) and has since been released
           OPEN INPUT F-Registry-FILE.
           IF WS-Registry-FS NOT = "00" THEN
               EXIT PARAGRAPH
                    AND LS-Line-Outcome = "QUARANTINE" THEN
                       SET LS-Found-BOOL TO 1
                   END-IF
                   IF LS-Rel-YD = LS-Line-YearDay THEN
                       SET LS-PT-Pos TO 0
                       INSPECT F-History-LINE TALLYING LS-PT-Pos
                           FOR CHARACTERS BEFORE INITIAL " PT="
                       IF LS-PT-Pos < 195 THEN
                           IF F-History-LINE(LS-PT-Pos + 5:1) = "Q"
                            OR F-History-LINE(LS-PT-Pos + 6:1) = "Q"
                           THEN
                               SET LS-Found-BOOL TO 1
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       END-ROUTINE.

