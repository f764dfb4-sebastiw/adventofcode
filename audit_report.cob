      *> non-zero condition code and an operator alert, so deciding
      *> whether 40 warnings is normal stops being tribal knowledge.
      *> Run it after test_all as part of the data-quality review.
      *> A second section totals the exceptions by message code,
      *> with the description and recommended action from the message
      *> catalog (message_catalog.txt, see msg-catalog.cpy); a code
      *> raised that the catalog does not know, or a record raised
      *> with no code at all, is flagged and ends the report with
      *> condition code 4 when no budget is breached.
      *> The report is also kept as audit_report_YYYYMMDD.txt (the
      *> business date) under the standard page headers
      *> (report_writer).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO "operator_alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Alert-FS.
           SELECT F-Catalog-FILE
           ASSIGN TO "message_catalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Catalog-FS.
           SELECT F-Report-FILE
           ASSIGN TO WS-Report-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Report-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Audit-FILE.
       FD F-Alert-FILE.
       01 F-Alert-LINE PIC X(160).

       FD F-Catalog-FILE.
       COPY "msg-catalog.cpy".

       FD F-Report-FILE.
       01 F-Report-LINE PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-Audit-FS PIC XX.
       01 WS-Budget-FS PIC XX.
       01 WS-Alert-FS PIC XX.
       01 WS-Catalog-FS PIC XX.
       01 WS-Report-FileName PIC X(40) VALUE SPACES.
       01 WS-Report-FS PIC XX.
       01 WS-Report-Open-BOOL PIC 9(1) VALUE 0.
       01 WS-Report-Work PIC X(160) VALUE SPACES.
       01 WS-Report-RC PIC S9(4) VALUE ZERO.
       01 WS-Bus-Date PIC X(8) VALUE SPACES.
       01 WS-BDate-User PIC X(20) VALUE "audit_report".
       01 WS-BDate-Status PIC XX VALUE SPACES.
       COPY "report-page.cpy".

       LOCAL-STORAGE SECTION.
       01 LS-EOF-BOOL PIC 9(1) VALUE 0.
           03 LS-Sum-Warn-CNT PIC 9(6).
           03 LS-Sum-Error-CNT PIC 9(6).

       01 LS-Uncat-CNT PIC 9(3) VALUE ZERO.
       01 LS-Code-Slot PIC 9(3) VALUE ZERO.

       01 LS-Cat-CNT PIC 9(3) VALUE ZERO.
       01 LS-Cat-Max-CONST PIC 9(3) VALUE 200.
       01 LS-Cat-TBL.
         02 LS-Cat-REC OCCURS 200 TIMES.
           03 LS-Cat-Code PIC X(8).
           03 LS-Cat-Severity PIC X(1).
           03 LS-Cat-Owner PIC X(20).
           03 LS-Cat-Description PIC X(50).
           03 LS-Cat-Action PIC X(80).

       01 LS-Code-CNT PIC 9(3) VALUE ZERO.
       01 LS-Code-Max-CONST PIC 9(3) VALUE 100.
       01 LS-Code-TBL.
         02 LS-Code-REC OCCURS 100 TIMES.
           03 LS-Code-Code PIC X(8).
           03 LS-Code-Program PIC X(20).
           03 LS-Code-Total-CNT PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           OPEN INPUT F-Audit-FILE.
           END-IF.
           PERFORM READ-AUDIT-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-Audit-FILE.
           PERFORM OPEN-REPORT-ROUTINE.
           PERFORM SUMMARY-REPORT-ROUTINE.
           PERFORM LOAD-CATALOG-ROUTINE.
           PERFORM CODE-REPORT-ROUTINE.
           PERFORM LOAD-BUDGETS-ROUTINE.
           PERFORM BUDGET-CHECK-ROUTINE.
           PERFORM CLOSE-REPORT-ROUTINE.
           IF LS-Breach-CNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF LS-Uncat-CNT > 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
       END-ROUTINE.
           IF LS-Bud-CNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "=== AUDIT ERROR-BUDGET CHECK ===" TO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           PERFORM VARYING LS-j FROM 1 UNTIL LS-j > LS-Bud-CNT
               PERFORM VARYING LS-i FROM 1 UNTIL LS-i > LS-Sum-CNT
                   IF LS-Sum-Program(LS-i) = LS-Bud-Program(LS-j)
                        OR LS-Sum-Error-CNT(LS-i) >
                               LS-Bud-Max-Error(LS-j) THEN
                           ADD 1 TO LS-Breach-CNT
                           STRING "  OVER BUDGET: "
                               FUNCTION TRIM(LS-Bud-Program(LS-j))
                               " warnings " LS-Sum-Warn-CNT(LS-i)
                               "/" LS-Bud-Max-Warn(LS-j)
                               " errors " LS-Sum-Error-CNT(LS-i)
                               "/" LS-Bud-Max-Error(LS-j)
                               DELIMITED BY SIZE INTO WS-Report-Work
                           PERFORM REPORT-LINE-ROUTINE
                           PERFORM WRITE-BUDGET-ALERT-ROUTINE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF LS-Breach-CNT = 0 THEN
               MOVE "  (every program within budget)"
                   TO WS-Report-Work
               PERFORM REPORT-LINE-ROUTINE
           END-IF.
       END-ROUTINE.

                  " errors " DELIMITED BY SIZE,
                  LS-Sum-Error-CNT(LS-i) DELIMITED BY SIZE,
                  "/" DELIMITED BY SIZE,
                  LS-Bud-Max-Error(LS-j) DELIMITED BY SIZE,
                  " AT=" DELIMITED BY SIZE,
                  FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                  INTO F-Alert-LINE.
           WRITE F-Alert-LINE.
           CLOSE F-Alert-FILE.

       DO-AUDIT-REC-ROUTINE.
           ADD 1 TO LS-Total-CNT.
           PERFORM TOTAL-BY-CODE-ROUTINE.
           SET LS-Found-Slot TO 0.
           PERFORM VARYING LS-i FROM 1
                   UNTIL LS-i > LS-Sum-CNT OR LS-Found-Slot > 0
       END-ROUTINE.

       SUMMARY-REPORT-ROUTINE.
           STRING "=== AUDIT SUMMARY (" LS-Total-CNT
                  " exception(s)) ===" DELIMITED BY SIZE
                  INTO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           MOVE "PROGRAM              INFO   WARNING ERROR"
               TO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           PERFORM VARYING LS-i FROM 1 UNTIL LS-i > LS-Sum-CNT
               STRING LS-Sum-Program(LS-i) " "
                      LS-Sum-Info-CNT(LS-i) " "
                      LS-Sum-Warn-CNT(LS-i) " "
                      LS-Sum-Error-CNT(LS-i)
                      DELIMITED BY SIZE INTO WS-Report-Work
               PERFORM REPORT-LINE-ROUTINE
           END-PERFORM.
       END-ROUTINE.

       TOTAL-BY-CODE-ROUTINE.
      *> records raised before codes existed total under a blank code
      *> per program
           SET LS-Code-Slot TO 0.
           PERFORM VARYING LS-i FROM 1
                   UNTIL LS-i > LS-Code-CNT OR LS-Code-Slot > 0
               IF LS-Code-Code(LS-i) = AUD-Code
                AND (AUD-Code NOT = SPACES
                     OR LS-Code-Program(LS-i) = AUD-Program) THEN
                   MOVE LS-i TO LS-Code-Slot
               END-IF
           END-PERFORM.
           IF LS-Code-Slot = 0 THEN
               IF LS-Code-CNT >= LS-Code-Max-CONST THEN
                   DISPLAY "WARNING: more than " LS-Code-Max-CONST
                           " message codes in audit file - "
                           AUD-Code " not totalled"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LS-Code-CNT
               MOVE LS-Code-CNT TO LS-Code-Slot
               MOVE AUD-Code TO LS-Code-Code(LS-Code-Slot)
               MOVE AUD-Program TO LS-Code-Program(LS-Code-Slot)
               MOVE ZERO TO LS-Code-Total-CNT(LS-Code-Slot)
           END-IF.
           ADD 1 TO LS-Code-Total-CNT(LS-Code-Slot).
       END-ROUTINE.

       LOAD-CATALOG-ROUTINE.
           OPEN INPUT F-Catalog-FILE.
           IF WS-Catalog-FS NOT = "00" THEN
               DISPLAY "WARNING: no message catalog "
                       "(message_catalog.txt) - every code unknown"
               EXIT PARAGRAPH
           END-IF.
           SET LS-EOF-BOOL TO 0.
           PERFORM READ-CATALOG-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-Catalog-FILE.
           SET LS-EOF-BOOL TO 0.
       END-ROUTINE.

       READ-CATALOG-ROUTINE.
           READ F-Catalog-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   IF MSC-Code NOT = SPACES
                    AND LS-Cat-CNT < LS-Cat-Max-CONST THEN
                       ADD 1 TO LS-Cat-CNT
                       MOVE MSC-Code TO LS-Cat-Code(LS-Cat-CNT)
                       MOVE MSC-Severity
                           TO LS-Cat-Severity(LS-Cat-CNT)
                       MOVE MSC-Owner TO LS-Cat-Owner(LS-Cat-CNT)
                       MOVE MSC-Description
                           TO LS-Cat-Description(LS-Cat-CNT)
                       MOVE MSC-Action TO LS-Cat-Action(LS-Cat-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       CODE-REPORT-ROUTINE.
           MOVE "=== AUDIT TOTALS BY MESSAGE CODE ==="
               TO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           MOVE "CODE     PROGRAM              COUNT  SEV DESCRIPTION"
               TO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           PERFORM VARYING LS-j FROM 1 UNTIL LS-j > LS-Code-CNT
               SET LS-Found-Slot TO 0
               IF LS-Code-Code(LS-j) NOT = SPACES THEN
                   PERFORM VARYING LS-i FROM 1
                           UNTIL LS-i > LS-Cat-CNT
                              OR LS-Found-Slot > 0
                       IF LS-Cat-Code(LS-i) = LS-Code-Code(LS-j) THEN
                           MOVE LS-i TO LS-Found-Slot
                       END-IF
                   END-PERFORM
               END-IF
               IF LS-Found-Slot > 0 THEN
                   STRING LS-Code-Code(LS-j) " "
                          LS-Code-Program(LS-j) " "
                          LS-Code-Total-CNT(LS-j) " "
                          LS-Cat-Severity(LS-Found-Slot) "   "
                          FUNCTION TRIM(
                              LS-Cat-Description(LS-Found-Slot))
                          DELIMITED BY SIZE INTO WS-Report-Work
                   PERFORM REPORT-LINE-ROUTINE
                   STRING "         ACTION: "
                          FUNCTION TRIM(
                              LS-Cat-Action(LS-Found-Slot))
                          DELIMITED BY SIZE INTO WS-Report-Work
                   PERFORM REPORT-LINE-ROUTINE
               ELSE
                   ADD 1 TO LS-Uncat-CNT
                   IF LS-Code-Code(LS-j) = SPACES THEN
                       STRING "(NONE)   "
                              LS-Code-Program(LS-j) " "
                              LS-Code-Total-CNT(LS-j)
                              "     *** RAISED WITHOUT A MESSAGE CODE"
                              DELIMITED BY SIZE INTO WS-Report-Work
                   ELSE
                       STRING LS-Code-Code(LS-j) " "
                              LS-Code-Program(LS-j) " "
                              LS-Code-Total-CNT(LS-j)
                              "     *** CODE NOT IN MESSAGE CATALOG"
                              DELIMITED BY SIZE INTO WS-Report-Work
                   END-IF
                   PERFORM REPORT-LINE-ROUTINE
               END-IF
           END-PERFORM.
           IF LS-Uncat-CNT > 0 THEN
               STRING "  " LS-Uncat-CNT " code(s) flagged - add them"
                      " to message_catalog.txt"
                      DELIMITED BY SIZE INTO WS-Report-Work
               PERFORM REPORT-LINE-ROUTINE
           END-IF.
       END-ROUTINE.

       OPEN-REPORT-ROUTINE.
           CALL "business_date" USING BY CONTENT "GET    ",
               BY REFERENCE WS-Bus-Date, WS-BDate-User,
               WS-BDate-Status
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Bus-Date
           END-CALL.
           MOVE SPACES TO WS-Report-FileName.
           STRING "audit_report_" DELIMITED BY SIZE,
                  WS-Bus-Date DELIMITED BY SIZE,
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
           MOVE 0 TO RETURN-CODE.
       END-ROUTINE.

       REPORT-LINE-ROUTINE.
           DISPLAY FUNCTION TRIM(WS-Report-Work TRAILING).
           IF WS-Report-Open-BOOL = 1 THEN
               WRITE F-Report-LINE FROM WS-Report-Work
           END-IF.
           MOVE SPACES TO WS-Report-Work.
       END-ROUTINE.

       CLOSE-REPORT-ROUTINE.
           IF WS-Report-Open-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           CLOSE F-Report-FILE.
           SET WS-Report-Open-BOOL TO 0.
           MOVE RETURN-CODE TO WS-Report-RC.
           MOVE "PAGE  " TO RPT-Op.
           MOVE WS-Report-FileName TO RPT-File-Name.
           MOVE "AUDITRPT" TO RPT-Report-Id.
           MOVE "AUDIT EXCEPTION REPORT" TO RPT-Title.
           MOVE "audit_report" TO RPT-Program.
           CALL "report_writer" USING RPT-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE WS-Report-RC TO RETURN-CODE.
           DISPLAY "Report written to "
                   FUNCTION TRIM(WS-Report-FileName).
       END-ROUTINE.

       END PROGRAM audit_report.
