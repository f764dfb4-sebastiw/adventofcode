       IDENTIFICATION DIVISION.
       PROGRAM-ID. ticket_out.
      *> Outbound side of the incident-ticket interface. Every
      *> operator alert header still reading ALERT that has not yet
      *> been sent goes to the service desk bridge as one fixed
      *> record in ticket_outbound.txt (layout ticket-outbound.cpy),
      *> carrying the next outbound sequence number, the run number
      *> from the header's RUN= stamp, the failing days from its FAIL
      *> detail lines and each day's owner from owner_master.txt. The
      *> alert is then entered in the cross reference (ticket_xref.txt,
      *> see ticket-xref.cpy) with status SENT, so it is never sent
      *> twice; ticket_in posts the ticket number back against it.
      *> Runs as a step of the job chain after the alert writers.
      *> Condition code: 0 done, 16 interface or cross reference not
      *> writable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Alert-FILE
           ASSIGN TO "operator_alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Alert-FS.
           SELECT F-Owner-FILE
           ASSIGN TO "owner_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Owner-FS.
           SELECT F-Xref-FILE
           ASSIGN TO "ticket_xref.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Xref-FS.
           SELECT F-Out-FILE
           ASSIGN TO "ticket_outbound.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Out-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Alert-FILE.
       01 F-Alert-LINE PIC X(160).

       FD F-Owner-FILE.
       01 F-Owner-REC.
         02 F-Own-Year PIC X(4).
         02 F-Own-Day PIC X(2).
         02 F-Own-Owner PIC X(20).

       FD F-Xref-FILE.
       COPY "ticket-xref.cpy".

       FD F-Out-FILE.
       COPY "ticket-outbound.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Alert-FS PIC XX.
       01 WS-Owner-FS PIC XX.
       01 WS-Xref-FS PIC XX.
       01 WS-Out-FS PIC XX.

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-i PIC 9(4) VALUE ZERO.
       01 WS-j PIC 9(4) VALUE ZERO.
       01 WS-k PIC 9(4) VALUE ZERO.
       01 WS-Found-BOOL PIC 9(1) VALUE 0.
       01 WS-Stamp PIC X(14) VALUE SPACES.
       01 WS-Sent-CNT PIC 9(4) VALUE ZERO.
       01 WS-Last-Out-Seq PIC 9(8) VALUE ZERO.
       01 WS-Last-In-Seq PIC 9(8) VALUE ZERO.

       01 WS-Own-CNT PIC 9(4) VALUE ZERO.
       01 WS-Own-TBL.
         02 WS-Own-REC OCCURS 100 TIMES.
           03 WS-Own-YD PIC X(7).
           03 WS-Own-Owner PIC X(20).

       01 WS-Xref-CNT PIC 9(4) VALUE ZERO.
       01 WS-Xref-Max-CONST PIC 9(4) VALUE 2000.
       01 WS-Xref-TBL.
         02 WS-Xref-ROW OCCURS 2000 TIMES.
           03 WS-Xref-Image PIC X(160).

       01 WS-Line-CNT PIC 9(4) VALUE ZERO.
       01 WS-Line-Max-CONST PIC 9(4) VALUE 2000.
       01 WS-Line-TBL.
         02 WS-Line-REC OCCURS 2000 TIMES.
           03 WS-Line-Text PIC X(160).

       01 WS-Key PIC X(100) VALUE SPACES.
       01 WS-Before-Tok PIC X(160) VALUE SPACES.
       01 WS-After-Tok PIC X(160) VALUE SPACES.
       01 WS-Word-1 PIC X(20) VALUE SPACES.
       01 WS-Word-2 PIC X(20) VALUE SPACES.
       01 WS-Word-3 PIC X(20) VALUE SPACES.
       01 WS-Day-Tok PIC X(20) VALUE SPACES.
       01 WS-Day-Year PIC X(4) VALUE SPACES.
       01 WS-Day-Day PIC X(4) VALUE SPACES.
       01 WS-YD PIC X(7) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
           PERFORM LOAD-XREF-ROUTINE.
           PERFORM LOAD-OWNERS-ROUTINE.
           PERFORM LOAD-ALERTS-ROUTINE.
           PERFORM CHECK-ALERT-ROUTINE
               VARYING WS-i FROM 1 UNTIL WS-i > WS-Line-CNT.
           IF WS-Sent-CNT > 0 THEN
               PERFORM SAVE-XREF-ROUTINE
           END-IF.
           DISPLAY "ticket_out: " WS-Sent-CNT " alert(s) sent to the "
                   "service desk, last sequence " WS-Last-Out-Seq.
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
                       IF WS-Xref-CNT >= WS-Xref-Max-CONST THEN
                           DISPLAY "ticket_out: ticket_xref.txt "
                                   "exceeds " WS-Xref-Max-CONST
                                   " rows - trim it first"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-Xref-CNT
                       MOVE TKX-REC TO WS-Xref-Image(WS-Xref-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       LOAD-OWNERS-ROUTINE.
           OPEN INPUT F-Owner-FILE.
           IF WS-Owner-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-OWNER-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Owner-FILE.
       END-ROUTINE.

       READ-OWNER-ROUTINE.
           READ F-Owner-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF WS-Own-CNT < 100 THEN
                       ADD 1 TO WS-Own-CNT
                       MOVE SPACES TO WS-Own-YD(WS-Own-CNT)
                       STRING F-Own-Year DELIMITED BY SPACE,
                              "/" DELIMITED BY SIZE,
                              F-Own-Day DELIMITED BY SPACE
                              INTO WS-Own-YD(WS-Own-CNT)
                       MOVE F-Own-Owner TO WS-Own-Owner(WS-Own-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       LOAD-ALERTS-ROUTINE.
           OPEN INPUT F-Alert-FILE.
           IF WS-Alert-FS NOT = "00" THEN
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
                               "alerts not sent"
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
           MOVE WS-Line-Text(WS-i)(7:100) TO WS-Key.
           SET WS-Found-BOOL TO 0.
           PERFORM VARYING WS-j FROM 1
                   UNTIL WS-j > WS-Xref-CNT OR WS-Found-BOOL = 1
               IF WS-Xref-Image(WS-j)(1:100) = WS-Key THEN
                   SET WS-Found-BOOL TO 1
               END-IF
           END-PERFORM.
           IF WS-Found-BOOL = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Xref-CNT >= WS-Xref-Max-CONST THEN
               DISPLAY "WARNING: cross reference full - alert not "
                       "sent: " FUNCTION TRIM(WS-Line-Text(WS-i))
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUILD-OUTBOUND-ROUTINE.
           PERFORM SEND-OUTBOUND-ROUTINE.
       END-ROUTINE.

       BUILD-OUTBOUND-ROUTINE.
      *> header: ALERT date kind ... [RUN=nnnnnn] [AT=yyyymmddhhmmss]
           MOVE SPACES TO TKO-REC.
           MOVE SPACES TO WS-Word-1, WS-Word-2, WS-Word-3.
           UNSTRING WS-Line-Text(WS-i) DELIMITED BY ALL SPACES
               INTO WS-Word-1, WS-Word-2, WS-Word-3.
           MOVE WS-Word-2(1:8) TO TKO-Alert-Date.
           MOVE WS-Word-3 TO TKO-Kind.
           MOVE ZERO TO TKO-Run, TKO-Day-CNT.
           MOVE SPACES TO WS-Before-Tok, WS-After-Tok.
           UNSTRING WS-Line-Text(WS-i) DELIMITED BY " RUN="
               INTO WS-Before-Tok, WS-After-Tok.
           IF WS-After-Tok(1:6) IS NUMERIC THEN
               MOVE WS-After-Tok(1:6) TO TKO-Run
           END-IF.
           MOVE WS-Key TO TKO-Alert-Key.
      *> the detail lines under the header: "  FAIL yyyy/d input ..."
      *> ("  REGRESSION ..." for a day of a closed year)
           PERFORM VARYING WS-k FROM 1 BY 1
                   UNTIL WS-i + WS-k > WS-Line-CNT
                      OR WS-Line-Text(WS-i + WS-k)(1:1) NOT = SPACE
                      OR WS-Line-Text(WS-i + WS-k) = SPACES
               MOVE SPACES TO WS-Word-1, WS-Day-Tok
               UNSTRING WS-Line-Text(WS-i + WS-k)
                   DELIMITED BY ALL SPACES
                   INTO WS-Word-3, WS-Word-1, WS-Day-Tok
               IF WS-Word-1 = "FAIL" OR WS-Word-1 = "REGRESSION" THEN
                   PERFORM ADD-DAY-ROUTINE
               END-IF
           END-PERFORM.
       END-ROUTINE.

       ADD-DAY-ROUTINE.
           MOVE SPACES TO WS-Day-Year, WS-Day-Day, WS-YD.
           UNSTRING WS-Day-Tok DELIMITED BY "/"
               INTO WS-Day-Year, WS-Day-Day.
           STRING WS-Day-Year DELIMITED BY SPACE,
                  "/" DELIMITED BY SIZE,
                  WS-Day-Day DELIMITED BY SPACE
                  INTO WS-YD.
           PERFORM VARYING WS-j FROM 1 UNTIL WS-j > TKO-Day-CNT
               IF TKO-Day(WS-j) = WS-YD THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF TKO-Day-CNT >= 8 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TKO-Day-CNT.
           MOVE WS-YD TO TKO-Day(TKO-Day-CNT).
           MOVE SPACES TO TKO-Owner(TKO-Day-CNT).
           PERFORM VARYING WS-j FROM 1 UNTIL WS-j > WS-Own-CNT
               IF WS-Own-YD(WS-j) = WS-YD THEN
                   MOVE WS-Own-Owner(WS-j) TO TKO-Owner(TKO-Day-CNT)
               END-IF
           END-PERFORM.
       END-ROUTINE.

       SEND-OUTBOUND-ROUTINE.
           OPEN EXTEND F-Out-FILE.
           IF WS-Out-FS = "35" THEN
               OPEN OUTPUT F-Out-FILE
           END-IF.
           IF WS-Out-FS NOT = "00" THEN
               DISPLAY "ticket_out: cannot open ticket_outbound.txt - "
                       "status " WS-Out-FS
               IF WS-Sent-CNT > 0 THEN
                   PERFORM SAVE-XREF-ROUTINE
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-Last-Out-Seq.
           MOVE WS-Last-Out-Seq TO TKO-Seq.
           MOVE WS-Stamp(1:8) TO TKO-Date.
           MOVE WS-Stamp(9:6) TO TKO-Time.
           WRITE TKO-REC.
           CLOSE F-Out-FILE.
           ADD 1 TO WS-Xref-CNT.
           MOVE SPACES TO TKX-REC.
           MOVE WS-Key TO TKX-Alert-Key.
           MOVE WS-Last-Out-Seq TO TKX-Out-Seq.
           MOVE WS-Stamp(1:8) TO TKX-Sent-Date.
           MOVE "SENT" TO TKX-Status.
           MOVE WS-Stamp(1:8) TO TKX-Status-Date.
           MOVE WS-Stamp(9:6) TO TKX-Status-Time.
           MOVE ZERO TO TKX-Last-In-Seq.
           MOVE TKX-REC TO WS-Xref-Image(WS-Xref-CNT).
           ADD 1 TO WS-Sent-CNT.
       END-ROUTINE.

       SAVE-XREF-ROUTINE.
           OPEN OUTPUT F-Xref-FILE.
           IF WS-Xref-FS NOT = "00" THEN
               DISPLAY "ticket_out: cannot rewrite ticket_xref.txt - "
                       "status " WS-Xref-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO TKX-REC.
           MOVE WS-Last-Out-Seq TO TKX-Out-Seq.
           MOVE WS-Last-In-Seq TO TKX-Last-In-Seq.
           WRITE TKX-REC.
           PERFORM VARYING WS-j FROM 1 UNTIL WS-j > WS-Xref-CNT
               WRITE TKX-REC FROM WS-Xref-Image(WS-j)
           END-PERFORM.
           CLOSE F-Xref-FILE.
       END-ROUTINE.

       END PROGRAM ticket_out.
