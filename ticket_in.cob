       IDENTIFICATION DIVISION.
       PROGRAM-ID. ticket_in.
      *> Inbound side of the incident-ticket interface. Takes the
      *> status feed the service desk bridge drops in
      *> ticket_inbound.txt (layout ticket-inbound.cpy) and posts each
      *> record's ticket number and status against the alert it names
      *> in the cross reference (ticket_xref.txt, ticket-xref.cpy).
      *> Feed records must arrive in an unbroken sequence: a record
      *> numbered at or below the last one accepted is a DUPLICATE, one
      *> beyond the next expected number is OUT OF SEQUENCE (and so is
      *> everything after it in the same drop, until the missing
      *> records are resent), and one naming an outbound record never
      *> sent is an UNKNOWN ALERT. Rejected records are not posted;
      *> they are listed and appended to ticket_rejects.txt for the
      *> bridge to resend. Every record read is logged with its
      *> disposition in ticket_inbound_log.txt and the drop file is
      *> emptied once consumed.
      *> A ticket reported CLOSED closes its alert: a header still
      *> reading ALERT in operator_alerts.txt is rewritten as ACKED
      *> with BY=TKT NOTE=TICKET <number> CLOSED, exactly as an
      *> operator's acknowledgement in alert_console would.
      *> Condition code: 0 done, 4 records rejected, 16 cross
      *> reference not writable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-In-FILE
           ASSIGN TO "ticket_inbound.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-In-FS.
           SELECT F-Xref-FILE
           ASSIGN TO "ticket_xref.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Xref-FS.
           SELECT F-Alert-FILE
           ASSIGN TO "operator_alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Alert-FS.
           SELECT F-Reject-FILE
           ASSIGN TO "ticket_rejects.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Reject-FS.
           SELECT F-Log-FILE
           ASSIGN TO "ticket_inbound_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Log-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-In-FILE.
       COPY "ticket-inbound.cpy".

       FD F-Xref-FILE.
       COPY "ticket-xref.cpy".

       FD F-Alert-FILE.
       01 F-Alert-LINE PIC X(160).

       FD F-Reject-FILE.
       01 F-Reject-LINE PIC X(120).

       FD F-Log-FILE.
       01 F-Log-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-In-FS PIC XX.
       01 WS-Xref-FS PIC XX.
       01 WS-Alert-FS PIC XX.
       01 WS-Reject-FS PIC XX.
       01 WS-Log-FS PIC XX.

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-i PIC 9(4) VALUE ZERO.
       01 WS-j PIC 9(4) VALUE ZERO.
       01 WS-Slot PIC 9(4) VALUE ZERO.
       01 WS-Stamp PIC X(14) VALUE SPACES.
       01 WS-Read-CNT PIC 9(4) VALUE ZERO.
       01 WS-Posted-CNT PIC 9(4) VALUE ZERO.
       01 WS-Reject-CNT PIC 9(4) VALUE ZERO.
       01 WS-Closed-CNT PIC 9(4) VALUE ZERO.
       01 WS-Last-Out-Seq PIC 9(8) VALUE ZERO.
       01 WS-Last-In-Seq PIC 9(8) VALUE ZERO.
       01 WS-Expect-Seq PIC 9(8) VALUE ZERO.
       01 WS-In-Seq PIC 9(8) VALUE ZERO.
       01 WS-In-Out-Seq PIC 9(8) VALUE ZERO.
       01 WS-Disposition PIC X(50) VALUE SPACES.

       01 WS-Xref-CNT PIC 9(4) VALUE ZERO.
       01 WS-Xref-TBL.
         02 WS-Xref-ROW OCCURS 2000 TIMES.
           03 WS-Xref-Key PIC X(100).
           03 WS-Xref-Out-Seq PIC 9(8).
           03 WS-Xref-Sent-Date PIC X(8).
           03 WS-Xref-Ticket PIC X(12).
           03 WS-Xref-Status PIC X(10).
           03 WS-Xref-Status-Date PIC X(8).
           03 WS-Xref-Status-Time PIC X(6).
           03 WS-Xref-Last-In-Seq PIC 9(8).

       01 WS-Close-CNT PIC 9(4) VALUE ZERO.
       01 WS-Close-TBL.
         02 WS-Close-REC OCCURS 2000 TIMES.
           03 WS-Close-Slot PIC 9(4).

       01 WS-Line-CNT PIC 9(4) VALUE ZERO.
       01 WS-Line-Max-CONST PIC 9(4) VALUE 2000.
       01 WS-Truncated-BOOL PIC 9(1) VALUE ZERO.
       01 WS-Line-TBL.
         02 WS-Line-REC OCCURS 2000 TIMES.
           03 WS-Line-Text PIC X(160).
       01 WS-Work-LINE PIC X(160) VALUE SPACES.
       01 WS-Report-LINE PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
           PERFORM LOAD-XREF-ROUTINE.
           OPEN INPUT F-In-FILE.
           IF WS-In-FS NOT = "00" THEN
               DISPLAY "ticket_in: no inbound feed to post"
               STOP RUN
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-FEED-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-In-FILE.
           IF WS-Read-CNT = 0 THEN
               DISPLAY "ticket_in: inbound feed is empty"
               STOP RUN
           END-IF.
           PERFORM SAVE-XREF-ROUTINE.
      *> the drop is consumed - rejects live on in ticket_rejects.txt
           OPEN OUTPUT F-In-FILE.
           CLOSE F-In-FILE.
           IF WS-Close-CNT > 0 THEN
               PERFORM CLOSE-ALERTS-ROUTINE
           END-IF.
           DISPLAY "ticket_in: " WS-Read-CNT " record(s) read, "
                   WS-Posted-CNT " posted, " WS-Reject-CNT
                   " rejected, " WS-Closed-CNT " alert(s) closed".
           IF WS-Reject-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-ROUTINE.

       LOAD-XREF-ROUTINE.
           OPEN INPUT F-Xref-FILE.
           IF WS-Xref-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-XREF-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Xref-FILE.
       END-ROUTINE.

       READ-XREF-ROUTINE.
           READ F-Xref-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF TKX-Alert-Key = SPACES THEN
                       MOVE TKX-Out-Seq TO WS-Last-Out-Seq
                       MOVE TKX-Last-In-Seq TO WS-Last-In-Seq
                   ELSE
                       IF WS-Xref-CNT < 2000 THEN
                           ADD 1 TO WS-Xref-CNT
                           MOVE TKX-REC TO WS-Xref-ROW(WS-Xref-CNT)
                       END-IF
                   END-IF
           END-READ.
       END-ROUTINE.

       READ-FEED-ROUTINE.
           READ F-In-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   ADD 1 TO WS-Read-CNT
                   PERFORM CHECK-FEED-ROUTINE
                   PERFORM LOG-FEED-ROUTINE
           END-READ.
       END-ROUTINE.

       CHECK-FEED-ROUTINE.
           MOVE SPACES TO WS-Disposition.
           IF TKI-Seq IS NOT NUMERIC
            OR TKI-Out-Seq IS NOT NUMERIC THEN
               MOVE "REJECTED BAD RECORD" TO WS-Disposition
               PERFORM REJECT-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           MOVE TKI-Seq TO WS-In-Seq.
           MOVE TKI-Out-Seq TO WS-In-Out-Seq.
           COMPUTE WS-Expect-Seq = WS-Last-In-Seq + 1.
           IF WS-In-Seq < WS-Expect-Seq THEN
               MOVE "REJECTED DUPLICATE" TO WS-Disposition
               PERFORM REJECT-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-In-Seq > WS-Expect-Seq THEN
               STRING "REJECTED OUT OF SEQUENCE, EXPECTED "
                          DELIMITED BY SIZE,
                      WS-Expect-Seq DELIMITED BY SIZE
                      INTO WS-Disposition
               PERFORM REJECT-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-Slot.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Xref-CNT
               IF WS-Xref-Out-Seq(WS-i) = WS-In-Out-Seq THEN
                   MOVE WS-i TO WS-Slot
               END-IF
           END-PERFORM.
           IF WS-Slot = 0 THEN
               MOVE "REJECTED UNKNOWN ALERT REFERENCE"
                   TO WS-Disposition
               PERFORM REJECT-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TKI-Status
               WHEN "OPEN"
               WHEN "INPROGRESS"
               WHEN "RESOLVED"
               WHEN "CLOSED"
                   CONTINUE
               WHEN OTHER
                   MOVE "REJECTED UNKNOWN STATUS" TO WS-Disposition
                   PERFORM REJECT-ROUTINE
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM POST-ROUTINE.
       END-ROUTINE.

       POST-ROUTINE.
           MOVE WS-In-Seq TO WS-Last-In-Seq.
           IF TKI-Ticket NOT = SPACES THEN
               MOVE TKI-Ticket TO WS-Xref-Ticket(WS-Slot)
           END-IF.
           MOVE TKI-Status TO WS-Xref-Status(WS-Slot).
           MOVE TKI-Date TO WS-Xref-Status-Date(WS-Slot).
           MOVE TKI-Time TO WS-Xref-Status-Time(WS-Slot).
           IF TKI-Date = SPACES THEN
               MOVE WS-Stamp(1:8) TO WS-Xref-Status-Date(WS-Slot)
               MOVE WS-Stamp(9:6) TO WS-Xref-Status-Time(WS-Slot)
           END-IF.
           MOVE WS-In-Seq TO WS-Xref-Last-In-Seq(WS-Slot).
           MOVE "POSTED" TO WS-Disposition.
           ADD 1 TO WS-Posted-CNT.
           IF TKI-Status = "CLOSED" AND WS-Close-CNT < 2000 THEN
               ADD 1 TO WS-Close-CNT
               MOVE WS-Slot TO WS-Close-Slot(WS-Close-CNT)
           END-IF.
       END-ROUTINE.

       REJECT-ROUTINE.
           ADD 1 TO WS-Reject-CNT.
           MOVE SPACES TO WS-Report-LINE.
           STRING TKI-REC DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Disposition DELIMITED BY SIZE
                  INTO WS-Report-LINE.
           DISPLAY "ticket_in: " FUNCTION TRIM(WS-Report-LINE TRAILING).
           OPEN EXTEND F-Reject-FILE.
           IF WS-Reject-FS = "35" THEN
               OPEN OUTPUT F-Reject-FILE
           END-IF.
           IF WS-Reject-FS NOT = "00" THEN
               DISPLAY "WARNING: cannot open ticket_rejects.txt - "
                       "status " WS-Reject-FS
               EXIT PARAGRAPH
           END-IF.
           WRITE F-Reject-LINE FROM WS-Report-LINE.
           CLOSE F-Reject-FILE.
       END-ROUTINE.

       LOG-FEED-ROUTINE.
           MOVE SPACES TO WS-Report-LINE.
           STRING WS-Stamp DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  TKI-REC DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Disposition DELIMITED BY SIZE
                  INTO WS-Report-LINE.
           OPEN EXTEND F-Log-FILE.
           IF WS-Log-FS = "35" THEN
               OPEN OUTPUT F-Log-FILE
           END-IF.
           IF WS-Log-FS NOT = "00" THEN
               DISPLAY "WARNING: cannot open ticket_inbound_log.txt - "
                       "status " WS-Log-FS
               EXIT PARAGRAPH
           END-IF.
           WRITE F-Log-LINE FROM WS-Report-LINE.
           CLOSE F-Log-FILE.
       END-ROUTINE.

       SAVE-XREF-ROUTINE.
           OPEN OUTPUT F-Xref-FILE.
           IF WS-Xref-FS NOT = "00" THEN
               DISPLAY "ticket_in: cannot rewrite ticket_xref.txt - "
                       "status " WS-Xref-FS " - feed left in place"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO TKX-REC.
           MOVE WS-Last-Out-Seq TO TKX-Out-Seq.
           MOVE WS-Last-In-Seq TO TKX-Last-In-Seq.
           WRITE TKX-REC.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Xref-CNT
               WRITE TKX-REC FROM WS-Xref-ROW(WS-i)
           END-PERFORM.
           CLOSE F-Xref-FILE.
       END-ROUTINE.

       CLOSE-ALERTS-ROUTINE.
           OPEN INPUT F-Alert-FILE.
           IF WS-Alert-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-ALERT-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Alert-FILE.
           IF WS-Truncated-BOOL = 1 THEN
               DISPLAY "WARNING: alert file exceeds "
                       WS-Line-Max-CONST " lines - closed tickets "
                       "not marked on their alerts"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACK-ALERT-ROUTINE
               VARYING WS-j FROM 1 UNTIL WS-j > WS-Close-CNT.
           IF WS-Closed-CNT > 0 THEN
               OPEN OUTPUT F-Alert-FILE
               PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Line-CNT
                   WRITE F-Alert-LINE FROM WS-Line-Text(WS-i)
               END-PERFORM
               CLOSE F-Alert-FILE
           END-IF.
       END-ROUTINE.

       READ-ALERT-ROUTINE.
           READ F-Alert-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF WS-Line-CNT >= WS-Line-Max-CONST THEN
                       SET WS-Truncated-BOOL TO 1
                       SET WS-EOF-BOOL TO 1
                   ELSE
                       ADD 1 TO WS-Line-CNT
                       MOVE F-Alert-LINE TO WS-Line-Text(WS-Line-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       ACK-ALERT-ROUTINE.
           MOVE WS-Close-Slot(WS-j) TO WS-Slot.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Line-CNT
               IF WS-Line-Text(WS-i)(1:6) = "ALERT "
                AND WS-Line-Text(WS-i)(7:100) = WS-Xref-Key(WS-Slot)
                   MOVE SPACES TO WS-Work-LINE
                   STRING "ACKED" DELIMITED BY SIZE,
                          WS-Line-Text(WS-i)(6:100) DELIMITED BY SIZE
                          INTO WS-Work-LINE
                   MOVE SPACES TO WS-Line-Text(WS-i)
                   STRING FUNCTION TRIM(WS-Work-LINE TRAILING)
                              DELIMITED BY SIZE,
                          " BY=TKT NOTE=TICKET " DELIMITED BY SIZE,
                          FUNCTION TRIM(WS-Xref-Ticket(WS-Slot))
                              DELIMITED BY SIZE,
                          " CLOSED" DELIMITED BY SIZE
                          INTO WS-Line-Text(WS-i)
                   ADD 1 TO WS-Closed-CNT
               END-IF
           END-PERFORM.
       END-ROUTINE.

       END PROGRAM ticket_in.
