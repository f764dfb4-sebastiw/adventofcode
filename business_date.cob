       IDENTIFICATION DIVISION.
       PROGRAM-ID. business_date.
      *> Business-date service. A night that starts at 23:50 and is
      *> retried at 00:20 is still one night: everything it files -
      *> history, CSV, spool, dashboard - goes under the business
      *> date held in the control record (business_date.txt, layout
      *> business-date.cpy), not under the clock. Requests:
      *>   "GET    " the held business date. With no control record
      *>             (a checkout that never ran the chain) the system
      *>             date comes back with status "23", so callers
      *>             carry on as they always did.
      *>   "ASSIGN " chain start: L-Date brings the batch night the
      *>             chain started in. A held date already at or past
      *>             it (a restart, or an operator roll-forward) is
      *>             kept; otherwise the night's date is assigned. The
      *>             date in force comes back in L-Date.
      *>   "ROLL   " operator roll-forward to L-Date, or to the day
      *>             after the held date when L-Date is blank. Refused
      *>             with "91" while a run holds the CARRY lock, "92"
      *>             when the date is not a valid date after the held
      *>             one.
      *> L-User is who is asking (job_chain, or the operator's id);
      *> it is kept on the record with the time of the change.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-BDate-FILE
           ASSIGN TO "business_date.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BDate-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-BDate-FILE.
       COPY "business-date.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BDate-FS PIC XX.
       01 WS-Held-BOOL PIC 9(1) VALUE 0.
       01 WS-Held-Date PIC X(8) VALUE SPACES.
       01 WS-New-Date PIC X(8) VALUE SPACES.
       01 WS-Held-INT PIC 9(8) VALUE ZERO.
       01 WS-How PIC X(8) VALUE SPACES.
       01 WS-Stamp PIC X(14) VALUE SPACES.

       01 WS-Lock-Resource PIC X(40) VALUE "CARRY".
       01 WS-Lock-Holder PIC X(20) VALUE SPACES.
       01 WS-Lock-Status PIC X(2) VALUE SPACES.

       LINKAGE SECTION.
       01 L-Op PIC X(7).
       01 L-Date PIC X(8).
       01 L-User PIC X(20).
       01 L-Status PIC X(2).

       PROCEDURE DIVISION USING L-Op, L-Date, L-User, L-Status.
       MAIN-ROUTINE.
           MOVE "00" TO L-Status.
           PERFORM READ-BDATE-ROUTINE.
           EVALUATE L-Op
               WHEN "GET    "
                   PERFORM GET-ROUTINE
               WHEN "ASSIGN "
                   PERFORM ASSIGN-ROUTINE
               WHEN "ROLL   "
                   PERFORM ROLL-ROUTINE
               WHEN OTHER
                   DISPLAY "business_date: unknown request '"
                           L-Op "'"
                   MOVE "99" TO L-Status
           END-EVALUATE.
           EXIT PROGRAM.
       END-ROUTINE.

       READ-BDATE-ROUTINE.
           SET WS-Held-BOOL TO 0.
           MOVE SPACES TO WS-Held-Date.
           OPEN INPUT F-BDate-FILE.
           IF WS-BDate-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           READ F-BDate-FILE RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF FUNCTION TEST-NUMVAL(BDT-Business-Date) = 0
                    AND FUNCTION TEST-DATE-YYYYMMDD(
                        FUNCTION NUMVAL(BDT-Business-Date)) = 0 THEN
                       SET WS-Held-BOOL TO 1
                       MOVE BDT-Business-Date TO WS-Held-Date
                   END-IF
           END-READ.
           CLOSE F-BDate-FILE.
       END-ROUTINE.

       GET-ROUTINE.
           IF WS-Held-BOOL = 1 THEN
               MOVE WS-Held-Date TO L-Date
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO L-Date
               MOVE "23" TO L-Status
           END-IF.
       END-ROUTINE.

       ASSIGN-ROUTINE.
           IF WS-Held-BOOL = 1 AND WS-Held-Date >= L-Date THEN
               MOVE WS-Held-Date TO L-Date
               EXIT PARAGRAPH
           END-IF.
           MOVE L-Date TO WS-New-Date.
           MOVE "ASSIGNED" TO WS-How.
           PERFORM WRITE-BDATE-ROUTINE.
       END-ROUTINE.

       ROLL-ROUTINE.
      *> a running night has already filed work under the held date;
      *> moving it underneath the run would split the night in two
           MOVE SPACES TO WS-Lock-Holder.
           CALL "run_lock" USING BY CONTENT "QUERY  ",
               BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
               WS-Lock-Status
               ON EXCEPTION
                   MOVE "00" TO WS-Lock-Status
           END-CALL.
           IF WS-Lock-Status = "91" THEN
               DISPLAY "business_date: roll-forward refused - CARRY "
                       "lock held by " FUNCTION TRIM(WS-Lock-Holder)
               MOVE "91" TO L-Status
               EXIT PARAGRAPH
           END-IF.
           IF WS-Held-BOOL = 0 THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Held-Date
           END-IF.
           IF L-Date = SPACES THEN
               COMPUTE WS-Held-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-Held-Date)) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-Held-INT)
                   TO WS-New-Date
           ELSE
               IF FUNCTION TEST-NUMVAL(L-Date) NOT = 0 THEN
                   MOVE "92" TO L-Status
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(L-Date)) NOT = 0
                OR L-Date <= WS-Held-Date THEN
                   MOVE "92" TO L-Status
                   EXIT PARAGRAPH
               END-IF
               MOVE L-Date TO WS-New-Date
           END-IF.
           MOVE "ROLLED" TO WS-How.
           PERFORM WRITE-BDATE-ROUTINE.
       END-ROUTINE.

       WRITE-BDATE-ROUTINE.
           OPEN OUTPUT F-BDate-FILE.
           IF WS-BDate-FS NOT = "00" THEN
               DISPLAY "business_date: cannot write business_date.txt"
                       " - status " WS-BDate-FS
               MOVE "99" TO L-Status
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
           MOVE SPACES TO BDT-REC.
           MOVE WS-New-Date TO BDT-Business-Date.
           MOVE WS-Held-Date TO BDT-Prior-Date.
           MOVE WS-How TO BDT-How.
           MOVE L-User TO BDT-Set-By.
           MOVE WS-Stamp(1:8) TO BDT-Set-Date.
           MOVE WS-Stamp(9:6) TO BDT-Set-Time.
           WRITE BDT-REC.
           CLOSE F-BDate-FILE.
           MOVE WS-New-Date TO L-Date.
       END-ROUTINE.

       END PROGRAM business_date.
