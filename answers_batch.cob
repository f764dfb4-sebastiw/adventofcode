       IDENTIFICATION DIVISION.
       PROGRAM-ID. answers_batch.
      *> Batch maintenance of the indexed answers master
      *> (answers_master.idx) from a transaction file of add, change
      *> and delete records (layout in answer-transaction.cpy), for
      *> the mass changes that would take dozens of answers_maint
      *> sessions - a new year's answers, an input renamed across
      *> every day. An edit pass checks every transaction first:
      *> key (numeric year, day 1 through 25, an input name), code,
      *> the same key twice in the file, an add for a key already on
      *> the master or a change or delete for one that is not, and
      *> ANSX-Type (N, T, I or blank, with numeric expected values
      *> for N), and a year closed by year_close (its answers stay
      *> frozen until an administrator reopens it). One rejected
      *> transaction and nothing is applied.
      *> Otherwise the master goes into the kept generations once
      *> through answers_backup, every transaction is applied and
      *> logged through change_log under "ANSWERS", and the master
      *> is resealed once at the end. The operator signs on first:
      *> an operator may add and change, a file with a delete in it
      *> needs a shift lead. The ANSWERS lock is held throughout.
      *> The edit-and-update report lists every transaction with its
      *> outcome, on the console and in answers_batch_<stamp>.txt.
      *> Usage: answers_batch [txn-file] [EDIT]
      *>        (default answers_txn.txt; EDIT runs the edit pass and
      *>        reports without signing on or applying anything)
      *> Condition codes: 0 applied (or edit clean), 8 transactions
      *> rejected - nothing applied, 12 sign-on refused or answers
      *> locked, 16 transaction file or master unusable, or an
      *> update failed part way (restore with answers_restore).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Txn-FILE
           ASSIGN TO WS-Txn-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Txn-FS.
           SELECT F-Answers-FILE
           ASSIGN TO "answers_master.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANSX-Key
           FILE STATUS IS WS-Answers-FS.
           SELECT F-Report-FILE
           ASSIGN TO WS-Report-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Report-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Txn-FILE.
       01 F-Txn-LINE PIC X(100).

       FD F-Answers-FILE.
       COPY "answers-master-idx.cpy".

       FD F-Report-FILE.
       01 F-Report-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Txn-FileName PIC X(40) VALUE "answers_txn.txt".
       01 WS-Txn-FS PIC XX.
       01 WS-Answers-FS PIC XX.
       01 WS-Report-FileName PIC X(60) VALUE SPACES.
       01 WS-Report-FS PIC XX.
       01 WS-Report-RC PIC S9(4) VALUE ZERO.
       COPY "report-page.cpy".
       01 WS-Report-Open-BOOL PIC 9(1) VALUE 0.
       COPY "answer-transaction.cpy".

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-Edit-Only-BOOL PIC 9(1) VALUE 0.
       01 WS-Master-Open-BOOL PIC 9(1) VALUE 0.
       01 WS-Apply-Fail-BOOL PIC 9(1) VALUE 0.
       01 WS-Stamp PIC X(14) VALUE SPACES.
       01 WS-Line-NUM PIC 9(6) VALUE ZERO.
       01 WS-Day-NUM PIC 9(2) VALUE ZERO.
       01 WS-Numeric-Work PIC X(15) VALUE SPACES.
       01 WS-Report-Work PIC X(132) VALUE SPACES.
       01 WS-Report-Ptr PIC 9(3) VALUE ZERO.

       01 WS-i PIC 9(4) VALUE ZERO.
       01 WS-j PIC 9(4) VALUE ZERO.
       01 WS-Read-CNT PIC 9(4) VALUE ZERO.
       01 WS-Accept-CNT PIC 9(4) VALUE ZERO.
       01 WS-Reject-CNT PIC 9(4) VALUE ZERO.
       01 WS-Applied-CNT PIC 9(4) VALUE ZERO.
       01 WS-Txn-CNT PIC 9(4) VALUE ZERO.
       01 WS-Txn-Max-CONST PIC 9(4) VALUE 1000.
       01 WS-Txn-TBL.
         02 WS-Txn-ENTRY OCCURS 1000 TIMES.
           03 WS-Txn-REC PIC X(79).
           03 WS-Txn-Line PIC 9(6).
           03 WS-Txn-Outcome PIC X(8).
           03 WS-Txn-Reason PIC X(40).

       01 WS-Log-Detail PIC X(50) VALUE SPACES.
       01 WS-Seal-Status PIC X(2) VALUE SPACES.

       01 WS-User-ID PIC X(8) VALUE SPACES.
       01 WS-Chg-File PIC X(12) VALUE "ANSWERS".
       01 WS-Chg-Action PIC X(8) VALUE SPACES.
       01 WS-Chg-Before PIC X(80) VALUE SPACES.
       01 WS-Chg-After PIC X(80) VALUE SPACES.

       01 WS-Lock-Resource PIC X(40) VALUE "ANSWERS".
       01 WS-Lock-Holder PIC X(20) VALUE "answers_batch".
       01 WS-Lock-Status PIC X(2) VALUE SPACES.

       01 WS-User-Role PIC X(1) VALUE SPACE.
       01 WS-Need-Role PIC X(1) VALUE SPACE.
       01 WS-Sign-Detail PIC X(80) VALUE SPACES.
       01 WS-Sign-Status PIC X(2) VALUE SPACES.

       COPY "year-close.cpy".

       LOCAL-STORAGE SECTION.
       01 LS-Argument PIC X(80) VALUE SPACES.
       01 LS-Arg-1 PIC X(40) VALUE SPACES.
       01 LS-Arg-2 PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM PARSE-ARGS-ROUTINE.
           PERFORM LOAD-TRANSACTIONS-ROUTINE.
           IF WS-Edit-Only-BOOL = 0 THEN
               PERFORM SIGNON-ROUTINE
               PERFORM ACQUIRE-LOCK-ROUTINE
           END-IF.
           PERFORM OPEN-REPORT-ROUTINE.
           PERFORM EDIT-PASS-ROUTINE.
           IF WS-Reject-CNT = 0 AND WS-Edit-Only-BOOL = 0 THEN
               PERFORM UPDATE-PASS-ROUTINE
           END-IF.
           PERFORM REPORT-ROUTINE.
           IF WS-Edit-Only-BOOL = 0 THEN
               PERFORM RELEASE-LOCK-ROUTINE
           END-IF.
           EVALUATE TRUE
               WHEN WS-Apply-Fail-BOOL = 1
                   MOVE 16 TO RETURN-CODE
               WHEN WS-Reject-CNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
       END-ROUTINE.

       PARSE-ARGS-ROUTINE.
           ACCEPT LS-Argument FROM COMMAND-LINE.
           UNSTRING LS-Argument DELIMITED BY ALL SPACE
               INTO LS-Arg-1, LS-Arg-2
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(LS-Arg-1) = "EDIT" THEN
               SET WS-Edit-Only-BOOL TO 1
               EXIT PARAGRAPH
           END-IF.
           IF LS-Arg-1 NOT = SPACES THEN
               MOVE LS-Arg-1 TO WS-Txn-FileName
           END-IF.
           IF FUNCTION UPPER-CASE(LS-Arg-2) = "EDIT" THEN
               SET WS-Edit-Only-BOOL TO 1
           ELSE
               IF LS-Arg-2 NOT = SPACES THEN
                   DISPLAY "Usage: answers_batch [txn-file] [EDIT]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       END-ROUTINE.

       LOAD-TRANSACTIONS-ROUTINE.
           OPEN INPUT F-Txn-FILE.
           IF WS-Txn-FS NOT = "00" THEN
               DISPLAY "answers_batch: cannot open "
                       FUNCTION TRIM(WS-Txn-FileName)
                       " - status " WS-Txn-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-TRANSACTION-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Txn-FILE.
           IF WS-Txn-CNT = 0 THEN
               DISPLAY "answers_batch: no transactions in "
                       FUNCTION TRIM(WS-Txn-FileName)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       END-ROUTINE.

       READ-TRANSACTION-ROUTINE.
           READ F-Txn-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   ADD 1 TO WS-Line-NUM
                   IF F-Txn-LINE = SPACES OR F-Txn-LINE(1:1) = "*"
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-Txn-CNT >= WS-Txn-Max-CONST THEN
                       DISPLAY "answers_batch: more than "
                               WS-Txn-Max-CONST
                               " transactions - split the file"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-Txn-CNT
                   MOVE F-Txn-LINE TO WS-Txn-REC(WS-Txn-CNT)
                   MOVE WS-Line-NUM TO WS-Txn-Line(WS-Txn-CNT)
                   MOVE SPACES TO WS-Txn-Outcome(WS-Txn-CNT),
                                  WS-Txn-Reason(WS-Txn-CNT)
                   IF F-Txn-LINE(80:) NOT = SPACES THEN
                       MOVE "DATA PAST COLUMN 79"
                           TO WS-Txn-Reason(WS-Txn-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       SIGNON-ROUTINE.
      *> every run is attributable: the operator signs on against
      *> the user master and every applied transaction is logged
      *> under that user through change_log
           CALL "signon" USING BY CONTENT "SIGNON",
               BY REFERENCE WS-Chg-File, BY CONTENT "V",
               BY REFERENCE WS-User-ID, WS-User-Role,
               WS-Sign-Detail, WS-Sign-Status
               ON EXCEPTION
                   MOVE "12" TO WS-Sign-Status
           END-CALL.
           IF WS-Sign-Status NOT = "00" THEN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "O" TO WS-Need-Role.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Txn-CNT
               IF WS-Txn-REC(WS-i)(1:1) = "D"
                OR WS-Txn-REC(WS-i)(1:1) = "d" THEN
                   MOVE "S" TO WS-Need-Role
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-Sign-Detail.
           STRING "BATCH ANSWERS UPDATE FROM " DELIMITED BY SIZE,
                  WS-Txn-FileName DELIMITED BY SPACE
                  INTO WS-Sign-Detail.
           CALL "signon" USING BY CONTENT "CHECK ",
               BY REFERENCE WS-Chg-File, WS-Need-Role, WS-User-ID,
               WS-User-Role, WS-Sign-Detail, WS-Sign-Status
               ON EXCEPTION
                   MOVE "12" TO WS-Sign-Status
           END-CALL.
           IF WS-Sign-Status NOT = "00" THEN
               DISPLAY "REFUSED - NEEDS ROLE " WS-Need-Role
                       " OR ABOVE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       END-ROUTINE.

       ACQUIRE-LOCK-ROUTINE.
      *> the ANSWERS lock test_all and the screens take; a batch run
      *> does not break it - lock_maint does that
           MOVE "00" TO WS-Lock-Status.
           CALL "run_lock" USING BY CONTENT "ACQUIRE",
               BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
               WS-Lock-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-Lock-Status NOT = "00" THEN
               DISPLAY "answers_batch: ANSWERS lock held by "
                       FUNCTION TRIM(WS-Lock-Holder)
                       " - nothing applied"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       END-ROUTINE.

       RELEASE-LOCK-ROUTINE.
           CALL "run_lock" USING BY CONTENT "RELEASE",
               BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
               WS-Lock-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       LOG-CHANGE-ROUTINE.
           CALL "change_log" USING WS-User-ID, WS-Chg-File,
               WS-Chg-Action, WS-Chg-Before, WS-Chg-After
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SPACES TO WS-Chg-Before, WS-Chg-After.
       END-ROUTINE.

       EDIT-PASS-ROUTINE.
      *> the master is only read here; a master not built yet counts
      *> as empty, so a first load can be all adds
           OPEN INPUT F-Answers-FILE.
           EVALUATE WS-Answers-FS
               WHEN "00"
                   SET WS-Master-Open-BOOL TO 1
               WHEN "35"
                   SET WS-Master-Open-BOOL TO 0
               WHEN OTHER
                   DISPLAY "answers_batch: cannot open "
                           "answers_master.idx - status "
                           WS-Answers-FS
                   IF WS-Edit-Only-BOOL = 0 THEN
                       PERFORM RELEASE-LOCK-ROUTINE
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM EDIT-ONE-ROUTINE
               VARYING WS-i FROM 1 UNTIL WS-i > WS-Txn-CNT.
           IF WS-Master-Open-BOOL = 1 THEN
               CLOSE F-Answers-FILE
           END-IF.
       END-ROUTINE.

       EDIT-ONE-ROUTINE.
           MOVE WS-Txn-REC(WS-i) TO ATX-REC.
           MOVE FUNCTION UPPER-CASE(ATX-Code) TO ATX-Code.
           MOVE FUNCTION UPPER-CASE(ATX-Type) TO ATX-Type.
           MOVE ATX-REC TO WS-Txn-REC(WS-i).
           ADD 1 TO WS-Read-CNT.
           IF WS-Txn-Reason(WS-i) = SPACES THEN
               PERFORM EDIT-KEY-ROUTINE
           END-IF.
           IF WS-Txn-Reason(WS-i) = SPACES THEN
               PERFORM EDIT-DUPLICATE-ROUTINE
           END-IF.
           IF WS-Txn-Reason(WS-i) = SPACES THEN
               PERFORM EDIT-MASTER-ROUTINE
           END-IF.
           IF WS-Txn-Reason(WS-i) = SPACES
            AND ATX-Code NOT = "D" THEN
               PERFORM EDIT-TYPE-ROUTINE
           END-IF.
           IF WS-Txn-Reason(WS-i) = SPACES THEN
               MOVE "ACCEPTED" TO WS-Txn-Outcome(WS-i)
               ADD 1 TO WS-Accept-CNT
           ELSE
               MOVE "REJECTED" TO WS-Txn-Outcome(WS-i)
               ADD 1 TO WS-Reject-CNT
           END-IF.
       END-ROUTINE.

       EDIT-KEY-ROUTINE.
           IF ATX-Code NOT = "A" AND NOT = "C" AND NOT = "D" THEN
               MOVE "CODE MUST BE A, C OR D" TO WS-Txn-Reason(WS-i)
               EXIT PARAGRAPH
           END-IF.
           IF ATX-Year IS NOT NUMERIC THEN
               MOVE "YEAR MUST BE NUMERIC" TO WS-Txn-Reason(WS-i)
               EXIT PARAGRAPH
           END-IF.
           IF ATX-Day IS NOT NUMERIC THEN
               MOVE "DAY MUST BE TWO DIGITS" TO WS-Txn-Reason(WS-i)
               EXIT PARAGRAPH
           END-IF.
           MOVE ATX-Day TO WS-Day-NUM.
           IF WS-Day-NUM < 1 OR WS-Day-NUM > 25 THEN
               MOVE "DAY MUST BE 1 THROUGH 25" TO WS-Txn-Reason(WS-i)
               EXIT PARAGRAPH
           END-IF.
           IF ATX-Input-Name = SPACES THEN
               MOVE "INPUT NAME IS REQUIRED" TO WS-Txn-Reason(WS-i)
               EXIT PARAGRAPH
           END-IF.
           CALL "year_state" USING ATX-Year, YCL-REC
               ON EXCEPTION
                   MOVE SPACE TO YCL-State
           END-CALL.
           IF YCL-State = "C" THEN
               MOVE "YEAR IS CLOSED - ADMINISTRATOR TO REOPEN"
                   TO WS-Txn-Reason(WS-i)
           END-IF.
       END-ROUTINE.

       EDIT-DUPLICATE-ROUTINE.
      *> one transaction per key per file: the outcome of two would
      *> depend on their order
           PERFORM VARYING WS-j FROM 1 UNTIL WS-j >= WS-i
               IF WS-Txn-REC(WS-j)(3:46) = ATX-Key THEN
                   MOVE SPACES TO WS-Txn-Reason(WS-i)
                   STRING "DUPLICATE KEY - SEE LINE " DELIMITED BY SIZE,
                          WS-Txn-Line(WS-j) DELIMITED BY SIZE
                          INTO WS-Txn-Reason(WS-i)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       END-ROUTINE.

       EDIT-MASTER-ROUTINE.
           MOVE ATX-Key TO ANSX-Key.
           IF WS-Master-Open-BOOL = 1 THEN
               READ F-Answers-FILE RECORD KEY IS ANSX-Key
                   INVALID KEY
                       MOVE "23" TO WS-Answers-FS
               END-READ
           ELSE
               MOVE "23" TO WS-Answers-FS
           END-IF.
           IF ATX-Code = "A" AND WS-Answers-FS = "00" THEN
               MOVE "KEY ALREADY ON MASTER - USE C"
                   TO WS-Txn-Reason(WS-i)
           END-IF.
           IF ATX-Code NOT = "A" AND WS-Answers-FS NOT = "00" THEN
               MOVE "KEY NOT ON MASTER" TO WS-Txn-Reason(WS-i)
           END-IF.
       END-ROUTINE.

       EDIT-TYPE-ROUTINE.
      *> ANSX-Type drives test_all's comparison, so an expected value
      *> that cannot compare under its type is caught here
           IF ATX-Type NOT = SPACE AND NOT = "N" AND NOT = "T"
              AND NOT = "I" THEN
               MOVE "TYPE MUST BE N, T, I OR BLANK"
                   TO WS-Txn-Reason(WS-i)
               EXIT PARAGRAPH
           END-IF.
           IF ATX-Expected-1 = SPACES AND ATX-Expected-2 = SPACES THEN
               MOVE "NO EXPECTED VALUE GIVEN" TO WS-Txn-Reason(WS-i)
               EXIT PARAGRAPH
           END-IF.
           IF ATX-Type NOT = "N" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ATX-Expected-1 TO WS-Numeric-Work.
           PERFORM CHECK-NUMERIC-ROUTINE.
           IF WS-Numeric-Work NOT = SPACES THEN
               MOVE "TYPE N BUT EXPECTED 1 IS NOT NUMERIC"
                   TO WS-Txn-Reason(WS-i)
               EXIT PARAGRAPH
           END-IF.
           MOVE ATX-Expected-2 TO WS-Numeric-Work.
           PERFORM CHECK-NUMERIC-ROUTINE.
           IF WS-Numeric-Work NOT = SPACES THEN
               MOVE "TYPE N BUT EXPECTED 2 IS NOT NUMERIC"
                   TO WS-Txn-Reason(WS-i)
           END-IF.
       END-ROUTINE.

       CHECK-NUMERIC-ROUTINE.
      *> blank, or a number once grouping commas are ignored, leaves
      *> WS-Numeric-Work blank; anything else leaves it as it was
           IF WS-Numeric-Work = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           INSPECT WS-Numeric-Work REPLACING ALL "," BY "0".
           IF FUNCTION TEST-NUMVAL(WS-Numeric-Work) = 0 THEN
               MOVE SPACES TO WS-Numeric-Work
           END-IF.
       END-ROUTINE.

       UPDATE-PASS-ROUTINE.
      *> one generation for the whole file, then every transaction;
      *> the edit pass has already proved each one against the master
           MOVE SPACES TO WS-Log-Detail.
           STRING "BATCH " DELIMITED BY SIZE,
                  WS-Txn-CNT DELIMITED BY SIZE,
                  " TXN(S) FROM " DELIMITED BY SIZE,
                  WS-Txn-FileName DELIMITED BY SPACE
                  INTO WS-Log-Detail.
           CALL "answers_backup" USING BY CONTENT "BATCH     ",
               BY REFERENCE WS-Log-Detail
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN I-O F-Answers-FILE.
           IF WS-Answers-FS = "35" THEN
               OPEN OUTPUT F-Answers-FILE
               CLOSE F-Answers-FILE
               OPEN I-O F-Answers-FILE
           END-IF.
           IF WS-Answers-FS NOT = "00" THEN
               DISPLAY "answers_batch: cannot open "
                       "answers_master.idx for update - status "
                       WS-Answers-FS " - nothing applied"
               SET WS-Apply-Fail-BOOL TO 1
               EXIT PARAGRAPH
           END-IF.
           PERFORM APPLY-ONE-ROUTINE
               VARYING WS-i FROM 1
               UNTIL WS-i > WS-Txn-CNT OR WS-Apply-Fail-BOOL = 1.
           CLOSE F-Answers-FILE.
           CALL "answers_seal" USING BY CONTENT "WRITE ",
               BY REFERENCE WS-Seal-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       APPLY-ONE-ROUTINE.
           MOVE WS-Txn-REC(WS-i) TO ATX-REC.
           MOVE ATX-Key TO ANSX-Key.
           EVALUATE ATX-Code
               WHEN "A"
                   PERFORM APPLY-ADD-ROUTINE
               WHEN "C"
                   PERFORM APPLY-CHANGE-ROUTINE
               WHEN "D"
                   PERFORM APPLY-DELETE-ROUTINE
           END-EVALUATE.
           IF WS-Apply-Fail-BOOL = 1 THEN
               MOVE "FAILED" TO WS-Txn-Outcome(WS-i)
               MOVE SPACES TO WS-Txn-Reason(WS-i)
               STRING "UPDATE STATUS " DELIMITED BY SIZE,
                      WS-Answers-FS DELIMITED BY SIZE
                      INTO WS-Txn-Reason(WS-i)
           ELSE
               MOVE "APPLIED" TO WS-Txn-Outcome(WS-i)
               ADD 1 TO WS-Applied-CNT
               PERFORM LOG-CHANGE-ROUTINE
           END-IF.
       END-ROUTINE.

       APPLY-ADD-ROUTINE.
           MOVE ATX-Expected-1 TO ANSX-Expected-1.
           MOVE ATX-Expected-2 TO ANSX-Expected-2.
           MOVE ATX-Type TO ANSX-Type.
           WRITE ANSX-REC
               INVALID KEY
                   SET WS-Apply-Fail-BOOL TO 1
           END-WRITE.
           MOVE "ADD" TO WS-Chg-Action.
           MOVE ANSX-REC TO WS-Chg-After.
       END-ROUTINE.

       APPLY-CHANGE-ROUTINE.
           READ F-Answers-FILE RECORD KEY IS ANSX-Key
               INVALID KEY
                   SET WS-Apply-Fail-BOOL TO 1
                   EXIT PARAGRAPH
           END-READ.
           MOVE ANSX-REC TO WS-Chg-Before.
           MOVE ATX-Expected-1 TO ANSX-Expected-1.
           MOVE ATX-Expected-2 TO ANSX-Expected-2.
           MOVE ATX-Type TO ANSX-Type.
           REWRITE ANSX-REC
               INVALID KEY
                   SET WS-Apply-Fail-BOOL TO 1
           END-REWRITE.
           MOVE "CHANGE" TO WS-Chg-Action.
           MOVE ANSX-REC TO WS-Chg-After.
       END-ROUTINE.

       APPLY-DELETE-ROUTINE.
           READ F-Answers-FILE RECORD KEY IS ANSX-Key
               INVALID KEY
                   SET WS-Apply-Fail-BOOL TO 1
                   EXIT PARAGRAPH
           END-READ.
           MOVE ANSX-REC TO WS-Chg-Before.
           DELETE F-Answers-FILE RECORD
               INVALID KEY
                   SET WS-Apply-Fail-BOOL TO 1
           END-DELETE.
           MOVE "DELETE" TO WS-Chg-Action.
       END-ROUTINE.

       OPEN-REPORT-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
           STRING "answers_batch_" DELIMITED BY SIZE,
                  WS-Stamp DELIMITED BY SIZE,
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
       END-ROUTINE.

       REPORT-ROUTINE.
           MOVE "ANSWERS MASTER BATCH MAINTENANCE - EDIT AND UPDATE "
             & "REPORT" TO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           MOVE 1 TO WS-Report-Ptr.
           STRING "TRANSACTIONS " DELIMITED BY SIZE,
                  WS-Txn-FileName DELIMITED BY SPACE,
                  "  RUN " DELIMITED BY SIZE,
                  WS-Stamp(1:8) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Stamp(9:6) DELIMITED BY SIZE
                  INTO WS-Report-Work
                  WITH POINTER WS-Report-Ptr.
           IF WS-Edit-Only-BOOL = 1 THEN
               STRING "  EDIT ONLY" DELIMITED BY SIZE
                      INTO WS-Report-Work
                      WITH POINTER WS-Report-Ptr
           ELSE
               STRING "  USER " DELIMITED BY SIZE,
                      WS-User-ID DELIMITED BY SPACE
                      INTO WS-Report-Work
                      WITH POINTER WS-Report-Ptr
           END-IF.
           PERFORM REPORT-LINE-ROUTINE.
           PERFORM REPORT-LINE-ROUTINE.
           MOVE "LINE   CD YEAR/DY INPUT                               "
             & "     OUTCOME  REASON" TO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Txn-CNT
               MOVE WS-Txn-REC(WS-i) TO ATX-REC
               MOVE WS-Txn-Line(WS-i) TO WS-Report-Work(1:6)
               MOVE ATX-Code TO WS-Report-Work(8:1)
               MOVE ATX-Year TO WS-Report-Work(11:4)
               MOVE "/" TO WS-Report-Work(15:1)
               MOVE ATX-Day TO WS-Report-Work(16:2)
               MOVE ATX-Input-Name TO WS-Report-Work(19:40)
               MOVE WS-Txn-Outcome(WS-i) TO WS-Report-Work(60:8)
               MOVE WS-Txn-Reason(WS-i) TO WS-Report-Work(69:40)
               PERFORM REPORT-LINE-ROUTINE
           END-PERFORM.
           PERFORM REPORT-LINE-ROUTINE.
           STRING WS-Read-CNT DELIMITED BY SIZE,
                  " READ  " DELIMITED BY SIZE,
                  WS-Accept-CNT DELIMITED BY SIZE,
                  " ACCEPTED  " DELIMITED BY SIZE,
                  WS-Reject-CNT DELIMITED BY SIZE,
                  " REJECTED  " DELIMITED BY SIZE,
                  WS-Applied-CNT DELIMITED BY SIZE,
                  " APPLIED" DELIMITED BY SIZE
                  INTO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           EVALUATE TRUE
               WHEN WS-Apply-Fail-BOOL = 1
                   MOVE "UPDATE FAILED PART WAY - RESTORE GENERATION "
                     & "g1 WITH answers_restore" TO WS-Report-Work
               WHEN WS-Reject-CNT > 0
                   MOVE "TRANSACTIONS REJECTED - NOTHING APPLIED"
                       TO WS-Report-Work
               WHEN WS-Edit-Only-BOOL = 1
                   MOVE "EDIT CLEAN - RERUN WITHOUT EDIT TO APPLY"
                       TO WS-Report-Work
               WHEN OTHER
                   MOVE "ALL TRANSACTIONS APPLIED - MASTER RESEALED"
                       TO WS-Report-Work
           END-EVALUATE.
           PERFORM REPORT-LINE-ROUTINE.
           IF WS-Report-Open-BOOL = 1 THEN
               CLOSE F-Report-FILE
               PERFORM PAGE-REPORT-ROUTINE
               DISPLAY "Report written to "
                       FUNCTION TRIM(WS-Report-FileName)
           END-IF.
       END-ROUTINE.

       REPORT-LINE-ROUTINE.
           DISPLAY FUNCTION TRIM(WS-Report-Work TRAILING).
           IF WS-Report-Open-BOOL = 1 THEN
               WRITE F-Report-LINE FROM WS-Report-Work
           END-IF.
           MOVE SPACES TO WS-Report-Work.
       END-ROUTINE.

       PAGE-REPORT-ROUTINE.
      *> standard page headers and end-of-report trailer; the
      *> condition code already set is kept
           MOVE RETURN-CODE TO WS-Report-RC.
           MOVE "PAGE  " TO RPT-Op.
           MOVE WS-Report-FileName TO RPT-File-Name.
           MOVE "ANSBATCH" TO RPT-Report-Id.
           MOVE "ANSWER MASTER BATCH UPDATE" TO RPT-Title.
           MOVE "answers_batch" TO RPT-Program.
           CALL "report_writer" USING RPT-Request
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE WS-Report-RC TO RETURN-CODE.
       END-ROUTINE.

       END PROGRAM answers_batch.
