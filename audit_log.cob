      *> audit-record.cpy) to audit.txt per call. Opened and closed
      *> around every record so several day programs can interleave
      *> their exceptions within one test_all run without losing any.
      *> Each record written carries two trailing chain fields after
      *> the standard layout, sequence number(8) and check value(10),
      *> from log_chain; log_verify proves the file has not been cut
      *> or edited since.
      *> A record raised with a message code and a blank severity
      *> gets the code's default severity from the message catalog
      *> (message_catalog.txt, see msg-catalog.cpy), loaded on the
      *> first call; a code missing from the catalog is written as a
      *> warning and flagged later by audit_report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Audit-FS.
           SELECT F-Catalog-FILE
           ASSIGN TO "message_catalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Catalog-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Audit-FILE.
         02 F-Aud-Line-NUM PIC 9(6).
         02 F-Aud-Severity PIC X(1).
         02 F-Aud-Message PIC X(80).
         02 F-Aud-Seq PIC 9(8).
         02 F-Aud-Chain PIC 9(10).
         02 F-Aud-Code PIC X(8).

       FD F-Catalog-FILE.
       COPY "msg-catalog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Audit-FS PIC XX.
       01 WS-Catalog-FS PIC XX.
       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-i PIC 9(3) VALUE ZERO.

      *> kept across calls: the catalog is read once per run unit
       01 WS-Cat-Loaded-BOOL PIC 9(1) VALUE 0.
       01 WS-Cat-CNT PIC 9(3) VALUE ZERO.
       01 WS-Cat-Max-CONST PIC 9(3) VALUE 200.
       01 WS-Cat-TBL.
         02 WS-Cat-REC OCCURS 200 TIMES.
           03 WS-Cat-Code PIC X(8).
           03 WS-Cat-Severity PIC X(1).

       01 WS-Chain-Log PIC X(20) VALUE "audit.txt".
       01 WS-Chain-Text PIC X(240) VALUE SPACES.
       01 WS-Chain-Seq PIC 9(8) VALUE ZERO.
       01 WS-Chain-Value PIC 9(10) VALUE ZERO.
       01 WS-Chain-Status PIC X(2) VALUE SPACES.

       LINKAGE SECTION.
       COPY "audit-record.cpy".

       PROCEDURE DIVISION USING AUD-Record.
       MAIN-ROUTINE.
           MOVE SPACES TO WS-Chain-Text.
           MOVE AUD-Program TO F-Aud-Program.
           MOVE AUD-Input-File TO F-Aud-Input-File.
           MOVE AUD-Line-NUM TO F-Aud-Line-NUM.
           MOVE AUD-Severity TO F-Aud-Severity.
           MOVE AUD-Message TO F-Aud-Message.
           IF AUD-Severity = SPACE AND AUD-Code NOT = SPACES THEN
               PERFORM DEFAULT-SEVERITY-ROUTINE
           END-IF.
           MOVE F-Audit-REC(1:147) TO WS-Chain-Text.
           MOVE AUD-Code TO WS-Chain-Text(148:8).
           CALL "log_chain" USING BY CONTENT "BEGIN ",
               BY REFERENCE WS-Chain-Log, WS-Chain-Text,
               WS-Chain-Seq, WS-Chain-Value, WS-Chain-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN EXTEND F-Audit-FILE.
           IF WS-Audit-FS = "35" THEN
               OPEN OUTPUT F-Audit-FILE
           IF WS-Audit-FS NOT = "00" THEN
               DISPLAY "audit_log: cannot open audit.txt - status "
                       WS-Audit-FS
               CALL "log_chain" USING BY CONTENT "ABORT ",
                   BY REFERENCE WS-Chain-Log, WS-Chain-Text,
                   WS-Chain-Seq, WS-Chain-Value, WS-Chain-Status
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               EXIT PROGRAM
           END-IF.
           MOVE WS-Chain-Text(1:147) TO F-Audit-REC(1:147).
           MOVE WS-Chain-Seq TO F-Aud-Seq.
           MOVE WS-Chain-Value TO F-Aud-Chain.
           MOVE AUD-Code TO F-Aud-Code.
           WRITE F-Audit-REC.
           CLOSE F-Audit-FILE.
           CALL "log_chain" USING BY CONTENT "END   ",
               BY REFERENCE WS-Chain-Log, WS-Chain-Text,
               WS-Chain-Seq, WS-Chain-Value, WS-Chain-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           EXIT PROGRAM.
       END-ROUTINE.

       DEFAULT-SEVERITY-ROUTINE.
           IF WS-Cat-Loaded-BOOL = 0 THEN
               PERFORM LOAD-CATALOG-ROUTINE
           END-IF.
           MOVE "W" TO F-Aud-Severity.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Cat-CNT
               IF WS-Cat-Code(WS-i) = AUD-Code THEN
                   MOVE WS-Cat-Severity(WS-i) TO F-Aud-Severity
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       END-ROUTINE.

       LOAD-CATALOG-ROUTINE.
           SET WS-Cat-Loaded-BOOL TO 1.
           OPEN INPUT F-Catalog-FILE.
           IF WS-Catalog-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-CATALOG-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Catalog-FILE.
       END-ROUTINE.

       READ-CATALOG-ROUTINE.
           READ F-Catalog-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF MSC-Code NOT = SPACES
                    AND WS-Cat-CNT < WS-Cat-Max-CONST THEN
                       ADD 1 TO WS-Cat-CNT
                       MOVE MSC-Code TO WS-Cat-Code(WS-Cat-CNT)
                       MOVE MSC-Severity
                           TO WS-Cat-Severity(WS-Cat-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       END PROGRAM audit_log.
