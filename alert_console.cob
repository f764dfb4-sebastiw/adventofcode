      *> each one with their initials and a disposition note, which
      *> closes it: the header is rewritten as "ACKED ... BY=ini
      *> NOTE=...". The morning dashboard keeps resurfacing any header
      *> still reading ALERT until somebody owns it. Every header
      *> ends with its raise time (AT=yyyymmddhhmmss, wall clock; the
      *> date after ALERT is the business date); a header left open too
      *> long is escalated up the on-call roster by alert_escalate.
      *> Alerts sent to the service desk (ticket_out) show their
      *> ticket number and status from ticket_xref.txt; a ticket
      *> closed there acknowledges its alert through ticket_in.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO "operator_alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Alert-FS.
           SELECT F-Xref-FILE
           ASSIGN TO "ticket_xref.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Xref-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Alert-FILE.
       01 F-Alert-LINE PIC X(160).

       FD F-Xref-FILE.
       COPY "ticket-xref.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Alert-FS PIC XX.
       01 WS-Xref-FS PIC XX.

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-i PIC 9(4) VALUE ZERO.
         02 WS-Line-REC OCCURS 2000 TIMES.
           03 WS-Line-Text PIC X(160).

       01 WS-Xref-CNT PIC 9(4) VALUE ZERO.
       01 WS-Xref-TBL.
         02 WS-Xref-ROW OCCURS 2000 TIMES.
           03 WS-Xref-Key PIC X(100).
           03 WS-Xref-Ticket PIC X(12).
           03 WS-Xref-Status PIC X(10).

       01 WS-Review-Slot PIC 9(4) VALUE ZERO.
       01 WS-Action-IN PIC X VALUE SPACE.
       01 WS-Header-IN PIC X(78) VALUE SPACES.
       01 WS-Detail-IN PIC X(78) VALUE SPACES.
       01 WS-Ticket-IN PIC X(30) VALUE SPACES.
       01 WS-Initials-IN PIC X(3) VALUE SPACES.
       01 WS-Note-IN PIC X(40) VALUE SPACES.
       01 WS-Message PIC X(60) VALUE SPACES.
               10  VALUE "FIRST DETAIL:"    LINE 05 COL 02.
               10  DETAIL-ON-SCR            LINE 06 COL 04
                       PIC X(78)    FROM WS-Detail-IN.
               10  VALUE "TICKET:"          LINE 07 COL 02.
               10  TICKET-ON-SCR                     COL 17
                       PIC X(30)    FROM WS-Ticket-IN.
               10  VALUE "INITIALS:"        LINE 08 COL 02.
               10  INITIALS-ON-SCR                   COL 17
                       PIC X(3)     USING WS-Initials-IN AUTO.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM LOAD-ALERTS-ROUTINE.
           PERFORM LOAD-XREF-ROUTINE.
           IF WS-Open-CNT = 0 THEN
               DISPLAY "No open operator alerts"
               STOP RUN
           END-READ.
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
                   IF TKX-Alert-Key NOT = SPACES
                    AND WS-Xref-CNT < 2000 THEN
                       ADD 1 TO WS-Xref-CNT
                       MOVE TKX-Alert-Key TO WS-Xref-Key(WS-Xref-CNT)
                       MOVE TKX-Ticket TO WS-Xref-Ticket(WS-Xref-CNT)
                       MOVE TKX-Status TO WS-Xref-Status(WS-Xref-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       FIND-TICKET-ROUTINE.
           MOVE "NOT SENT TO SERVICE DESK" TO WS-Ticket-IN.
           PERFORM VARYING WS-j FROM 1 UNTIL WS-j > WS-Xref-CNT
               IF WS-Xref-Key(WS-j)
                = WS-Line-Text(WS-Review-Slot)(7:100) THEN
                   MOVE SPACES TO WS-Ticket-IN
                   IF WS-Xref-Ticket(WS-j) = SPACES THEN
                       STRING "AWAITING TICKET ("
                                  DELIMITED BY SIZE,
                              WS-Xref-Status(WS-j) DELIMITED BY SPACE,
                              ")" DELIMITED BY SIZE
                              INTO WS-Ticket-IN
                   ELSE
                       STRING WS-Xref-Ticket(WS-j) DELIMITED BY SPACE,
                              " " DELIMITED BY SIZE,
                              WS-Xref-Status(WS-j) DELIMITED BY SPACE
                              INTO WS-Ticket-IN
                   END-IF
               END-IF
           END-PERFORM.
       END-ROUTINE.

       REVIEW-ONE-ROUTINE.
           IF WS-Line-Text(WS-Review-Slot)(1:6) NOT = "ALERT " THEN
               EXIT PARAGRAPH
               MOVE WS-Line-Text(WS-Review-Slot + 1)(1:78)
                   TO WS-Detail-IN
           END-IF.
           PERFORM FIND-TICKET-ROUTINE.
           MOVE SPACE TO WS-Action-IN.
           MOVE SPACES TO WS-Initials-IN, WS-Note-IN.
           DISPLAY ALERT-ENTRY-SCREEN.
