      *> SLA breaches and audit exceptions by the program owner master
      *> (owner_master.txt, maintained with owner_maint) and writes
      *> one bundle file per owner - owner_report_<owner>_<date>.txt -
      *> so each developer gets only their own days. Where test_all
      *> found a day's input changed since its last run, the
      *> line-level change report it registered in input_changes.txt
      *> is copied into the bundle under the day as well.
      *> Runs run_anomaly found unusually slow or fast against their
      *> day's own history (run_anomalies_YYYYMMDD.txt) are listed
      *> under the day apart from its SLA breaches.
      *> Audit exceptions are listed with their message code and then
      *> totalled by code with the recommended action from the
      *> message catalog (message_catalog.txt); a code the catalog
      *> does not know is flagged in the bundle.
      *> Each bundle is finished under the standard page headers and
      *> end-of-report trailer (report_writer).
      *> Usage: owner_report [YYYYMMDD]   (default the business date)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Report-FILE
           ASSIGN TO WS-Report-FileName
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-Change-FILE
           ASSIGN TO "input_changes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Change-FS.
           SELECT F-Diff-FILE
           ASSIGN TO WS-Diff-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Diff-FS.
           SELECT F-Catalog-FILE
           ASSIGN TO "message_catalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Catalog-FS.
           SELECT F-Anomaly-FILE
           ASSIGN TO WS-Anomaly-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Anomaly-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Owner-FILE.
       COPY "registry-master-idx.cpy".

       FD F-History-FILE.
       01 F-History-LINE PIC X(200).

       FD F-Audit-FILE.
       COPY "audit-record.cpy".
       FD F-Report-FILE.
       01 F-Report-LINE PIC X(120).

       FD F-Change-FILE.
       COPY "input-change.cpy".

       FD F-Diff-FILE.
       01 F-Diff-LINE PIC X(120).

       FD F-Catalog-FILE.
       COPY "msg-catalog.cpy".

       FD F-Anomaly-FILE.
       COPY "run-anomaly.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Owner-FS PIC XX.
       01 WS-Registry-FS PIC XX.
       01 WS-History-FS PIC XX.
       01 WS-Audit-FS PIC XX.
       01 WS-Report-FileName PIC X(60) VALUE SPACES.
       01 WS-Change-FS PIC XX.
       01 WS-Diff-FileName PIC X(40) VALUE SPACES.
       01 WS-Diff-FS PIC XX.
       01 WS-Catalog-FS PIC XX.
       01 WS-Anomaly-FileName PIC X(40) VALUE SPACES.
       01 WS-Anomaly-FS PIC XX.
       COPY "report-page.cpy".

       LOCAL-STORAGE SECTION.
       01 LS-EOF-BOOL PIC 9(1) VALUE 0.
       01 LS-Argument PIC X(80) VALUE SPACES.
       01 LS-Run-Date PIC X(8) VALUE SPACES.
       01 LS-BDate-User PIC X(20) VALUE "owner_report".
       01 LS-BDate-Status PIC X(2) VALUE SPACES.

       01 LS-i PIC 9(4) VALUE ZERO.
       01 LS-j PIC 9(4) VALUE ZERO.
       01 LS-Line-File PIC X(60) VALUE SPACES.
       01 LS-Line-Outcome PIC X(12) VALUE SPACES.
       01 LS-Line-Elapsed PIC X(8) VALUE SPACES.
       01 LS-Line-Parts PIC X(2) VALUE SPACES.
       01 LS-PT-Pos PIC 9(4) VALUE ZERO.

       01 LS-Hist-CNT PIC 9(4) VALUE ZERO.
       01 LS-Hist-TBL.
           03 LS-Hist-Prog PIC X(60).
           03 LS-Hist-Outcome PIC X(12).
           03 LS-Hist-Elapsed PIC 9(6).
           03 LS-Hist-Parts PIC X(2).

       01 LS-Aud-CNT PIC 9(4) VALUE ZERO.
       01 LS-Aud-TBL.
           03 LS-Aud-Severity PIC X(1).
           03 LS-Aud-Line PIC 9(6).
           03 LS-Aud-Message PIC X(80).
           03 LS-Aud-Code PIC X(8).

       01 LS-Cat-CNT PIC 9(4) VALUE ZERO.
       01 LS-Cat-TBL.
         02 LS-Cat-REC OCCURS 200 TIMES.
           03 LS-Cat-Code PIC X(8).
           03 LS-Cat-Description PIC X(50).
           03 LS-Cat-Action PIC X(80).

       01 LS-k PIC 9(4) VALUE ZERO.
       01 LS-Day-Code PIC X(8) VALUE SPACES.
       01 LS-DCode-CNT PIC 9(4) VALUE ZERO.
       01 LS-DCode-TBL.
         02 LS-DCode-REC OCCURS 50 TIMES.
           03 LS-DCode-Code PIC X(8).
           03 LS-DCode-Total PIC 9(6).

       01 LS-Chg-CNT PIC 9(4) VALUE ZERO.
       01 LS-Chg-TBL.
         02 LS-Chg-REC OCCURS 100 TIMES.
           03 LS-Chg-YD PIC X(10).
           03 LS-Chg-Input PIC X(40).
           03 LS-Chg-Report PIC X(40).

       01 LS-Ano-Checked-BOOL PIC 9(1) VALUE 0.
       01 LS-Ano-CNT PIC 9(4) VALUE ZERO.
       01 LS-Ano-TBL.
         02 LS-Ano-REC OCCURS 100 TIMES.
           03 LS-Ano-YD PIC X(10).
           03 LS-Ano-Prog PIC X(60).
           03 LS-Ano-Run PIC X(6).
           03 LS-Ano-Direction PIC X(4).
           03 LS-Ano-Elapsed PIC 9(6).
           03 LS-Ano-Mean PIC 9(6).
           03 LS-Ano-Low PIC 9(6).
           03 LS-Ano-High PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
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
           PERFORM LOAD-OWNERS-ROUTINE.
           IF LS-Own-CNT = 0 THEN
           PERFORM LOAD-REGISTRY-ROUTINE.
           PERFORM LOAD-HISTORY-ROUTINE.
           PERFORM LOAD-AUDIT-ROUTINE.
           PERFORM LOAD-CATALOG-ROUTINE.
           PERFORM LOAD-CHANGES-ROUTINE.
           PERFORM LOAD-ANOMALIES-ROUTINE.
           PERFORM WRITE-ONE-BUNDLE-ROUTINE
               VARYING LS-o FROM 1 UNTIL LS-o > LS-Own-CNT.
           PERFORM PAGE-BUNDLE-ROUTINE
               VARYING LS-o FROM 1 UNTIL LS-o > LS-Own-CNT.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "owner_report: " LS-Bundle-CNT
                   " bundle(s) written for " LS-Run-Date.
           STOP RUN.
                   IF LS-Line-Outcome NOT = SPACES
                    AND LS-Hist-CNT < 300 THEN
                       ADD 1 TO LS-Hist-CNT
                       PERFORM PICK-PARTS-ROUTINE
                       MOVE LS-Line-Parts
                           TO LS-Hist-Parts(LS-Hist-CNT)
                       MOVE LS-Line-YearDay
                           TO LS-Hist-YD(LS-Hist-CNT)
                       MOVE LS-Line-File
           END-READ.
       END-ROUTINE.

       PICK-PARTS-ROUTINE.
      *> the PT= stamp follows SEQ= on lines written since parts were
      *> tracked; older lines have none and leave the parts blank
           MOVE SPACES TO LS-Line-Parts.
           SET LS-PT-Pos TO 0.
           INSPECT F-History-LINE TALLYING LS-PT-Pos
               FOR CHARACTERS BEFORE INITIAL " PT=".
           IF LS-PT-Pos < 195 THEN
               MOVE F-History-LINE(LS-PT-Pos + 5:2) TO LS-Line-Parts
           END-IF.
       END-ROUTINE.

       LOAD-AUDIT-ROUTINE.
           OPEN INPUT F-Audit-FILE.
           IF WS-Audit-FS NOT = "00" THEN
                       MOVE AUD-Line-NUM TO LS-Aud-Line(LS-Aud-CNT)
                       MOVE AUD-Message
                           TO LS-Aud-Message(LS-Aud-CNT)
                       MOVE AUD-Code TO LS-Aud-Code(LS-Aud-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       LOAD-CATALOG-ROUTINE.
           OPEN INPUT F-Catalog-FILE.
           IF WS-Catalog-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-CATALOG-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-Catalog-FILE.
           SET LS-EOF-BOOL TO 0.
       END-ROUTINE.

       READ-CATALOG-ROUTINE.
           READ F-Catalog-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   IF MSC-Code NOT = SPACES AND LS-Cat-CNT < 200 THEN
                       ADD 1 TO LS-Cat-CNT
                       MOVE MSC-Code TO LS-Cat-Code(LS-Cat-CNT)
                       MOVE MSC-Description
                           TO LS-Cat-Description(LS-Cat-CNT)
                       MOVE MSC-Action TO LS-Cat-Action(LS-Cat-CNT)
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
                   IF ICH-Run-Date = LS-Run-Date
                    AND LS-Chg-CNT < 100 THEN
                       ADD 1 TO LS-Chg-CNT
                       MOVE SPACES TO LS-Chg-YD(LS-Chg-CNT)
                       STRING ICH-Year DELIMITED BY SPACE,
                              "/" DELIMITED BY SIZE,
                              ICH-Day DELIMITED BY SPACE
                              INTO LS-Chg-YD(LS-Chg-CNT)
                       MOVE ICH-Input TO LS-Chg-Input(LS-Chg-CNT)
                       MOVE ICH-Report-Name
                           TO LS-Chg-Report(LS-Chg-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       LOAD-ANOMALIES-ROUTINE.
           MOVE SPACES TO WS-Anomaly-FileName.
           STRING "run_anomalies_" DELIMITED BY SIZE,
                  LS-Run-Date DELIMITED BY SIZE,
                  ".txt" DELIMITED BY SIZE
                  INTO WS-Anomaly-FileName.
           OPEN INPUT F-Anomaly-FILE.
           IF WS-Anomaly-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET LS-Ano-Checked-BOOL TO 1.
           PERFORM READ-ANOMALIES-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-Anomaly-FILE.
           SET LS-EOF-BOOL TO 0.
       END-ROUTINE.

       READ-ANOMALIES-ROUTINE.
           READ F-Anomaly-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   IF LS-Ano-CNT < 100 THEN
                       ADD 1 TO LS-Ano-CNT
                       MOVE ANO-YearDay TO LS-Ano-YD(LS-Ano-CNT)
                       MOVE ANO-Program TO LS-Ano-Prog(LS-Ano-CNT)
                       MOVE ANO-Run TO LS-Ano-Run(LS-Ano-CNT)
                       MOVE ANO-Direction
                           TO LS-Ano-Direction(LS-Ano-CNT)
                       MOVE ANO-Elapsed TO LS-Ano-Elapsed(LS-Ano-CNT)
                       MOVE ANO-Mean TO LS-Ano-Mean(LS-Ano-CNT)
                       MOVE ANO-Low TO LS-Ano-Low(LS-Ano-CNT)
                       MOVE ANO-High TO LS-Ano-High(LS-Ano-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       BUNDLE-NAME-ROUTINE.
           MOVE SPACES TO WS-Report-FileName.
           STRING "owner_report_" DELIMITED BY SIZE,
                  LS-Own-Owner(LS-o) DELIMITED BY SPACE,
                  LS-Run-Date DELIMITED BY SIZE,
                  ".txt" DELIMITED BY SIZE
                  INTO WS-Report-FileName.
       END-ROUTINE.

       PAGE-BUNDLE-ROUTINE.
      *> once per owner, after every day of theirs is in the bundle
           PERFORM VARYING LS-j FROM 1 UNTIL LS-j >= LS-o
               IF LS-Own-Owner(LS-j) = LS-Own-Owner(LS-o) THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           PERFORM BUNDLE-NAME-ROUTINE.
           MOVE "PAGE  " TO RPT-Op.
           MOVE WS-Report-FileName TO RPT-File-Name.
           MOVE "OWNBNDL" TO RPT-Report-Id.
           MOVE SPACES TO RPT-Title.
           STRING "MORNING BUNDLE FOR " DELIMITED BY SIZE,
                  LS-Own-Owner(LS-o) DELIMITED BY SPACE
                  INTO RPT-Title.
           MOVE "owner_report" TO RPT-Program.
           CALL "report_writer" USING RPT-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       WRITE-ONE-BUNDLE-ROUTINE.
           PERFORM BUNDLE-NAME-ROUTINE.
      *> one owner usually owns several days; the bundle is opened on
      *> their first day and extended for the rest
           IF LS-o > 1 THEN
           MOVE LS-Own-YD(LS-o) TO LS-YearDay.
           PERFORM DAY-FAILURES-ROUTINE.
           PERFORM DAY-SLA-ROUTINE.
           PERFORM DAY-UNUSUAL-ROUTINE.
           PERFORM DAY-AUDIT-ROUTINE.
           PERFORM DAY-CHANGES-ROUTINE.
           CLOSE F-Report-FILE.
       END-ROUTINE.

                          " cs" DELIMITED BY SIZE
                          INTO LS-Report-LINE
                   WRITE F-Report-LINE FROM LS-Report-LINE
                   IF LS-Hist-Parts(LS-i) NOT = SPACES THEN
                       MOVE SPACES TO LS-Report-LINE
                       STRING "    part 1 " DELIMITED BY SIZE,
                              LS-Hist-Parts(LS-i)(1:1)
                                  DELIMITED BY SIZE,
                              "  part 2 " DELIMITED BY SIZE,
                              LS-Hist-Parts(LS-i)(2:1)
                                  DELIMITED BY SIZE
                              INTO LS-Report-LINE
                       WRITE F-Report-LINE FROM LS-Report-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF LS-Section-CNT = 0 THEN
           END-IF.
       END-ROUTINE.

       DAY-UNUSUAL-ROUTINE.
           MOVE SPACES TO LS-Report-LINE.
           STRING "UNUSUAL RUN TIMES FOR " DELIMITED BY SIZE,
                  LS-YearDay DELIMITED BY SPACE,
                  ":" DELIMITED BY SIZE
                  INTO LS-Report-LINE.
           WRITE F-Report-LINE FROM LS-Report-LINE.
           IF LS-Ano-Checked-BOOL = 0 THEN
               MOVE "  (not checked - run_anomaly has not run)"
                   TO LS-Report-LINE
               WRITE F-Report-LINE FROM LS-Report-LINE
               EXIT PARAGRAPH
           END-IF.
           SET LS-Section-CNT TO 0.
           PERFORM VARYING LS-i FROM 1 UNTIL LS-i > LS-Ano-CNT
               IF LS-Ano-YD(LS-i) = LS-YearDay THEN
                   ADD 1 TO LS-Section-CNT
                   MOVE SPACES TO LS-Report-LINE
                   STRING "  " DELIMITED BY SIZE,
                          FUNCTION TRIM(LS-Ano-Prog(LS-i))
                              DELIMITED BY SIZE,
                          " RUN " DELIMITED BY SIZE,
                          LS-Ano-Run(LS-i) DELIMITED BY SIZE,
                          " " DELIMITED BY SIZE,
                          LS-Ano-Direction(LS-i) DELIMITED BY SIZE,
                          " elapsed " DELIMITED BY SIZE,
                          LS-Ano-Elapsed(LS-i) DELIMITED BY SIZE,
                          " cs, normally " DELIMITED BY SIZE,
                          LS-Ano-Low(LS-i) DELIMITED BY SIZE,
                          "-" DELIMITED BY SIZE,
                          LS-Ano-High(LS-i) DELIMITED BY SIZE,
                          " cs (mean " DELIMITED BY SIZE,
                          LS-Ano-Mean(LS-i) DELIMITED BY SIZE,
                          ")" DELIMITED BY SIZE
                          INTO LS-Report-LINE
                   WRITE F-Report-LINE FROM LS-Report-LINE
               END-IF
           END-PERFORM.
           IF LS-Section-CNT = 0 THEN
               MOVE "  (none)" TO LS-Report-LINE
               WRITE F-Report-LINE FROM LS-Report-LINE
           END-IF.
       END-ROUTINE.

       DAY-AUDIT-ROUTINE.
           MOVE SPACES TO LS-Report-LINE.
           STRING "AUDIT EXCEPTIONS FOR " DELIMITED BY SIZE,
                  INTO LS-Report-LINE.
           WRITE F-Report-LINE FROM LS-Report-LINE.
           SET LS-Section-CNT TO 0.
           SET LS-DCode-CNT TO 0.
           PERFORM VARYING LS-i FROM 1 UNTIL LS-i > LS-Aud-CNT
               SET LS-Found-Slot TO 0
               PERFORM VARYING LS-j FROM 1
                   MOVE SPACES TO LS-Report-LINE
                   STRING "  " DELIMITED BY SIZE,
                          LS-Aud-Severity(LS-i) DELIMITED BY SIZE,
                          " " DELIMITED BY SIZE,
                          LS-Aud-Code(LS-i) DELIMITED BY SIZE,
                          " line " DELIMITED BY SIZE,
                          LS-Aud-Line(LS-i) DELIMITED BY SIZE,
                          " " DELIMITED BY SIZE,
                              DELIMITED BY SIZE
                          INTO LS-Report-LINE
                   WRITE F-Report-LINE FROM LS-Report-LINE
                   PERFORM DAY-CODE-COUNT-ROUTINE
               END-IF
           END-PERFORM.
           IF LS-Section-CNT = 0 THEN
               MOVE "  (none)" TO LS-Report-LINE
               WRITE F-Report-LINE FROM LS-Report-LINE
           ELSE
               PERFORM DAY-CODE-TOTALS-ROUTINE
           END-IF.
       END-ROUTINE.

       DAY-CODE-COUNT-ROUTINE.
           MOVE LS-Aud-Code(LS-i) TO LS-Day-Code.
           IF LS-Day-Code = SPACES THEN
               MOVE "(NONE)" TO LS-Day-Code
           END-IF.
           SET LS-Found-Slot TO 0.
           PERFORM VARYING LS-k FROM 1
                   UNTIL LS-k > LS-DCode-CNT OR LS-Found-Slot > 0
               IF LS-DCode-Code(LS-k) = LS-Day-Code THEN
                   MOVE LS-k TO LS-Found-Slot
               END-IF
           END-PERFORM.
           IF LS-Found-Slot = 0 THEN
               IF LS-DCode-CNT >= 50 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LS-DCode-CNT
               MOVE LS-DCode-CNT TO LS-Found-Slot
               MOVE LS-Day-Code TO LS-DCode-Code(LS-Found-Slot)
               MOVE ZERO TO LS-DCode-Total(LS-Found-Slot)
           END-IF.
           ADD 1 TO LS-DCode-Total(LS-Found-Slot).
       END-ROUTINE.

       DAY-CODE-TOTALS-ROUTINE.
           MOVE "  BY MESSAGE CODE:" TO LS-Report-LINE.
           WRITE F-Report-LINE FROM LS-Report-LINE.
           PERFORM VARYING LS-k FROM 1 UNTIL LS-k > LS-DCode-CNT
               SET LS-Found-Slot TO 0
               IF LS-DCode-Code(LS-k) NOT = SPACES THEN
                   PERFORM VARYING LS-j FROM 1
                           UNTIL LS-j > LS-Cat-CNT
                              OR LS-Found-Slot > 0
                       IF LS-Cat-Code(LS-j) = LS-DCode-Code(LS-k)
                       THEN
                           MOVE LS-j TO LS-Found-Slot
                       END-IF
                   END-PERFORM
               END-IF
               MOVE SPACES TO LS-Report-LINE
               IF LS-Found-Slot > 0 THEN
                   STRING "    " DELIMITED BY SIZE,
                          LS-DCode-Code(LS-k) DELIMITED BY SIZE,
                          " x" DELIMITED BY SIZE,
                          LS-DCode-Total(LS-k) DELIMITED BY SIZE,
                          " " DELIMITED BY SIZE,
                          FUNCTION TRIM(
                              LS-Cat-Description(LS-Found-Slot))
                              DELIMITED BY SIZE
                          INTO LS-Report-LINE
                   WRITE F-Report-LINE FROM LS-Report-LINE
                   MOVE SPACES TO LS-Report-LINE
                   STRING "      ACTION: " DELIMITED BY SIZE,
                          FUNCTION TRIM(
                              LS-Cat-Action(LS-Found-Slot))
                              DELIMITED BY SIZE
                          INTO LS-Report-LINE
               ELSE
                   STRING "    " DELIMITED BY SIZE,
                          LS-DCode-Code(LS-k) DELIMITED BY SIZE,
                          " x" DELIMITED BY SIZE,
                          LS-DCode-Total(LS-k) DELIMITED BY SIZE,
                          " *** CODE NOT IN MESSAGE CATALOG"
                              DELIMITED BY SIZE
                          INTO LS-Report-LINE
               END-IF
               WRITE F-Report-LINE FROM LS-Report-LINE
           END-PERFORM.
       END-ROUTINE.

       DAY-CHANGES-ROUTINE.
           MOVE SPACES TO LS-Report-LINE.
           STRING "INPUT CHANGES FOR " DELIMITED BY SIZE,
                  LS-YearDay DELIMITED BY SPACE,
                  ":" DELIMITED BY SIZE
                  INTO LS-Report-LINE.
           WRITE F-Report-LINE FROM LS-Report-LINE.
           SET LS-Section-CNT TO 0.
           PERFORM VARYING LS-i FROM 1 UNTIL LS-i > LS-Chg-CNT
               IF LS-Chg-YD(LS-i) = LS-YearDay THEN
                   ADD 1 TO LS-Section-CNT
                   PERFORM COPY-CHANGE-REPORT-ROUTINE
               END-IF
           END-PERFORM.
           IF LS-Section-CNT = 0 THEN
           END-IF.
       END-ROUTINE.

       COPY-CHANGE-REPORT-ROUTINE.
           MOVE LS-Chg-Report(LS-i) TO WS-Diff-FileName.
           OPEN INPUT F-Diff-FILE.
           IF WS-Diff-FS NOT = "00" THEN
               MOVE SPACES TO LS-Report-LINE
               STRING "  " DELIMITED BY SIZE,
                      FUNCTION TRIM(LS-Chg-Input(LS-i))
                          DELIMITED BY SIZE,
                      " changed - report " DELIMITED BY SIZE,
                      FUNCTION TRIM(WS-Diff-FileName)
                          DELIMITED BY SIZE,
                      " no longer on disk" DELIMITED BY SIZE
                      INTO LS-Report-LINE
               WRITE F-Report-LINE FROM LS-Report-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-CHANGE-REPORT-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-Diff-FILE.
           SET LS-EOF-BOOL TO 0.
       END-ROUTINE.

       READ-CHANGE-REPORT-ROUTINE.
           READ F-Diff-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   WRITE F-Report-LINE FROM F-Diff-LINE
           END-READ.
       END-ROUTINE.

       END PROGRAM owner_report.
