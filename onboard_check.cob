       IDENTIFICATION DIVISION.
       PROGRAM-ID. onboard_check.
      *> Onboarding readiness service. Given a day's registry entry,
      *> checks it against every master a nightly run depends on and
      *> hands back the checklist in ONB-RESULT (onboard-result.cpy):
      *> the program module in the tree and built, the answers-master
      *> rows and the inputs they name, the owner, the input schema
      *> rules, the audit budget, the input catalog and the SLA. A
      *> day with a mandatory item missing is not ready to run.
      *> registry_maint calls it before activating a pending day and
      *> onboard_report prints it for every day awaiting activation.
      *> A master that cannot be opened counts as holding no row for
      *> the day.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Answers-FILE
           ASSIGN TO "answers_master.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANSX-Key
           FILE STATUS IS WS-Answers-FS.
           SELECT F-Owner-FILE
           ASSIGN TO "owner_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Owner-FS.
           SELECT F-Rules-FILE
           ASSIGN TO "input_rules.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Rules-FS.
           SELECT F-Budget-FILE
           ASSIGN TO "audit_budgets.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Budget-FS.
           SELECT F-Catalog-FILE
           ASSIGN TO "input_catalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Catalog-FS.
           SELECT F-Check-FILE
           ASSIGN TO WS-Check-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Check-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Answers-FILE.
       COPY "answers-master-idx.cpy".

       FD F-Owner-FILE.
       01 F-Owner-REC.
         02 F-Own-Year PIC X(4).
         02 F-Own-Day PIC X(2).
         02 F-Own-Owner PIC X(20).

       FD F-Rules-FILE.
       01 F-Rules-REC.
         02 IR-Year PIC X(4).
         02 IR-Day PIC X(2).
         02 IR-Rest PIC X(14).

       FD F-Budget-FILE.
       01 F-Budget-REC.
         02 F-Bud-Program PIC X(20).
         02 F-Bud-Max-Warn PIC X(6).
         02 F-Bud-Max-Error PIC X(6).

       FD F-Catalog-FILE.
       01 F-Catalog-REC.
         02 CAT-Path PIC X(60).
         02 CAT-Rest PIC X(42).

       FD F-Check-FILE.
       01 F-Check-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Answers-FS PIC XX.
       01 WS-Owner-FS PIC XX.
       01 WS-Rules-FS PIC XX.
       01 WS-Budget-FS PIC XX.
       01 WS-Catalog-FS PIC XX.
       01 WS-Check-FileName PIC X(80) VALUE SPACES.
       01 WS-Check-FS PIC XX.

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-Found-BOOL PIC 9(1) VALUE 0.
       01 WS-i PIC 9(2) VALUE ZERO.
       01 WS-Dir PIC X(20) VALUE SPACES.
       01 WS-Dir-Len PIC 9(2) VALUE ZERO.
       01 WS-Ptr PIC 9(2) VALUE ZERO.
       01 WS-Row-CNT PIC 9(4) VALUE ZERO.
       01 WS-Gone-CNT PIC 9(4) VALUE ZERO.
       01 WS-Gone-Name PIC X(40) VALUE SPACES.
       01 WS-Cat-CNT PIC 9(4) VALUE ZERO.
       01 WS-Owner PIC X(20) VALUE SPACES.
       01 WS-Count-Edit PIC ZZZ9.

      *> CBL_CHECK_FILE_EXIST replies for the source and the module
       01 WS-File-Details.
         02 WS-File-Size PIC X(8) COMP-X.
         02 WS-File-Day PIC X COMP-X.
         02 WS-File-Month PIC X COMP-X.
         02 WS-File-Year PIC X(2) COMP-X.
         02 WS-File-Hour PIC X COMP-X.
         02 WS-File-Minute PIC X COMP-X.
         02 WS-File-Second PIC X COMP-X.
         02 WS-File-Hundredth PIC X COMP-X.
       01 WS-Source-Stamp PIC 9(14) VALUE ZERO.
       01 WS-Module-Stamp PIC 9(14) VALUE ZERO.
       01 WS-Source-BOOL PIC 9(1) VALUE 0.

       LINKAGE SECTION.
       COPY "registry-master-idx.cpy".
       COPY "onboard-result.cpy".

       PROCEDURE DIVISION USING REGX-REC, ONB-RESULT.
       MAIN-ROUTINE.
           MOVE ZERO TO ONB-Missing-CNT, ONB-Warn-CNT.
           MOVE SPACES TO ONB-Missing-List.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > 10
               MOVE "OK" TO ONB-Item-State(WS-i)
               MOVE "M" TO ONB-Item-Need(WS-i)
               MOVE SPACES TO ONB-Item-Detail(WS-i)
           END-PERFORM.
           MOVE "REGISTRY" TO ONB-Item-Name(1).
           MOVE "MODULE" TO ONB-Item-Name(2).
           MOVE "CALLABLE" TO ONB-Item-Name(3).
           MOVE "ANSWERS" TO ONB-Item-Name(4).
           MOVE "INPUT" TO ONB-Item-Name(5).
           MOVE "OWNER" TO ONB-Item-Name(6).
           MOVE "SCHEMA" TO ONB-Item-Name(7).
           MOVE "BUDGET" TO ONB-Item-Name(8).
           MOVE "CATALOG" TO ONB-Item-Name(9).
           MOVE "A" TO ONB-Item-Need(9).
           MOVE "SLA" TO ONB-Item-Name(10).
           MOVE "A" TO ONB-Item-Need(10).
      *> the day's directory: <year>/<day> as the tree spells it
           MOVE SPACES TO WS-Dir.
           STRING REGX-Year DELIMITED BY SPACE,
                  "/" DELIMITED BY SIZE,
                  FUNCTION TRIM(REGX-Day) DELIMITED BY SIZE
                  INTO WS-Dir.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-Dir)) TO WS-Dir-Len.
           PERFORM CHECK-REGISTRY-ROUTINE.
           PERFORM CHECK-MODULE-ROUTINE.
           PERFORM CHECK-ANSWERS-ROUTINE.
           PERFORM CHECK-OWNER-ROUTINE.
           PERFORM CHECK-SCHEMA-ROUTINE.
           PERFORM CHECK-BUDGET-ROUTINE.
           PERFORM CHECK-CATALOG-ROUTINE.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > 10
               PERFORM TALLY-ITEM-ROUTINE
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.
           EXIT PROGRAM.
       END-ROUTINE.

       MISSING-ROUTINE.
      *> item WS-i is missing; its detail is already set
           IF ONB-Item-Need(WS-i) = "M" THEN
               MOVE "MISS" TO ONB-Item-State(WS-i)
           ELSE
               MOVE "WARN" TO ONB-Item-State(WS-i)
           END-IF.
       END-ROUTINE.

       TALLY-ITEM-ROUTINE.
           IF ONB-Item-State(WS-i) = "MISS" THEN
               ADD 1 TO ONB-Missing-CNT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(ONB-Missing-List))
                   TO WS-Ptr
               IF ONB-Missing-List = SPACES THEN
                   MOVE 1 TO WS-Ptr
               ELSE
                   ADD 1 TO WS-Ptr
                   STRING "," DELIMITED BY SIZE
                       INTO ONB-Missing-List WITH POINTER WS-Ptr
               END-IF
               STRING ONB-Item-Name(WS-i) DELIMITED BY SPACE
                   INTO ONB-Missing-List WITH POINTER WS-Ptr
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-IF.
           IF ONB-Item-State(WS-i) = "WARN" THEN
               ADD 1 TO ONB-Warn-CNT
           END-IF.
       END-ROUTINE.

       CHECK-REGISTRY-ROUTINE.
           IF REGX-Program = SPACES THEN
               MOVE 1 TO WS-i
               MOVE "NO PROGRAM NAMED ON THE REGISTRY ENTRY"
                   TO ONB-Item-Detail(1)
               PERFORM MISSING-ROUTINE
           ELSE
               MOVE REGX-Program TO ONB-Item-Detail(1)
           END-IF.
           IF REGX-SLA = SPACES OR REGX-SLA = "000000" THEN
               MOVE 10 TO WS-i
               MOVE "NO SLA SET - THE RUN WILL NOT FLAG A SLOW NIGHT"
                   TO ONB-Item-Detail(10)
               PERFORM MISSING-ROUTINE
           ELSE
               STRING REGX-SLA DELIMITED BY SIZE,
                      " CS" DELIMITED BY SIZE
                      INTO ONB-Item-Detail(10)
           END-IF.
       END-ROUTINE.

       CHECK-MODULE-ROUTINE.
      *> the source must be in the tree and the module test_all
      *> CALLs built from it - a module older than its source is a
      *> build somebody forgot
           SET WS-Source-BOOL TO 0.
           MOVE SPACES TO WS-Check-FileName.
           STRING WS-Dir DELIMITED BY SPACE,
                  "/" DELIMITED BY SIZE,
                  REGX-Program DELIMITED BY SPACE,
                  ".cob" DELIMITED BY SIZE
                  INTO WS-Check-FileName.
           MOVE WS-Check-FileName TO ONB-Item-Detail(2).
           CALL "CBL_CHECK_FILE_EXIST" USING WS-Check-FileName,
                                             WS-File-Details
               ON EXCEPTION
                   MOVE 1 TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = 0 OR REGX-Program = SPACES THEN
               MOVE 2 TO WS-i
               MOVE SPACES TO ONB-Item-Detail(2)
               STRING "NOT IN TREE - " DELIMITED BY SIZE,
                      WS-Check-FileName DELIMITED BY SPACE
                      INTO ONB-Item-Detail(2)
               PERFORM MISSING-ROUTINE
           ELSE
               SET WS-Source-BOOL TO 1
               PERFORM FILE-STAMP-ROUTINE
               MOVE WS-Module-Stamp TO WS-Source-Stamp
           END-IF.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-Check-FileName.
           STRING WS-Dir DELIMITED BY SPACE,
                  "/" DELIMITED BY SIZE,
                  REGX-Program DELIMITED BY SPACE,
                  ".so" DELIMITED BY SIZE
                  INTO WS-Check-FileName.
           MOVE WS-Check-FileName TO ONB-Item-Detail(3).
           CALL "CBL_CHECK_FILE_EXIST" USING WS-Check-FileName,
                                             WS-File-Details
               ON EXCEPTION
                   MOVE 1 TO RETURN-CODE
           END-CALL.
           MOVE 3 TO WS-i.
           IF RETURN-CODE NOT = 0 OR REGX-Program = SPACES THEN
               MOVE SPACES TO ONB-Item-Detail(3)
               STRING "NOT BUILT - " DELIMITED BY SIZE,
                      WS-Check-FileName DELIMITED BY SPACE
                      INTO ONB-Item-Detail(3)
               PERFORM MISSING-ROUTINE
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO RETURN-CODE.
           IF WS-File-Size = 0 THEN
               MOVE "MODULE IS EMPTY - REBUILD IT" TO ONB-Item-Detail(3)
               PERFORM MISSING-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-STAMP-ROUTINE.
           IF WS-Source-BOOL = 1
            AND WS-Module-Stamp < WS-Source-Stamp THEN
               MOVE "STALE - SOURCE CHANGED SINCE THE MODULE WAS BUILT"
                   TO ONB-Item-Detail(3)
               PERFORM MISSING-ROUTINE
           END-IF.
       END-ROUTINE.

       FILE-STAMP-ROUTINE.
           COMPUTE WS-Module-Stamp = WS-File-Year * 10000000000
                                   + WS-File-Month * 100000000
                                   + WS-File-Day * 1000000
                                   + WS-File-Hour * 10000
                                   + WS-File-Minute * 100
                                   + WS-File-Second.
       END-ROUTINE.

       CHECK-ANSWERS-ROUTINE.
      *> every row of the day, and the input each one names on disk
           SET WS-Row-CNT TO 0.
           SET WS-Gone-CNT TO 0.
           MOVE SPACES TO WS-Gone-Name.
           OPEN INPUT F-Answers-FILE.
           IF WS-Answers-FS = "00" THEN
               MOVE REGX-Year TO ANSX-Year
               MOVE REGX-Day TO ANSX-Day
               MOVE LOW-VALUES TO ANSX-Input-Name
               SET WS-EOF-BOOL TO 0
               START F-Answers-FILE KEY IS >= ANSX-Key
                   INVALID KEY
                       SET WS-EOF-BOOL TO 1
               END-START
               PERFORM READ-ANSWERS-ROUTINE UNTIL WS-EOF-BOOL = 1
               CLOSE F-Answers-FILE
           END-IF.
           IF WS-Row-CNT = 0 THEN
               MOVE 4 TO WS-i
               MOVE "NO ROW ON THE ANSWERS MASTER" TO ONB-Item-Detail(4)
               PERFORM MISSING-ROUTINE
               MOVE 5 TO WS-i
               MOVE "NO INPUT NAMED - NO ANSWERS ROW"
                   TO ONB-Item-Detail(5)
               PERFORM MISSING-ROUTINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Row-CNT TO WS-Count-Edit.
           STRING FUNCTION TRIM(WS-Count-Edit) DELIMITED BY SIZE,
                  " ROW(S)" DELIMITED BY SIZE
                  INTO ONB-Item-Detail(4).
           IF WS-Gone-CNT > 0 THEN
               MOVE 5 TO WS-i
               MOVE WS-Gone-CNT TO WS-Count-Edit
               STRING FUNCTION TRIM(WS-Count-Edit) DELIMITED BY SIZE,
                      " NOT ON DISK, E.G. " DELIMITED BY SIZE,
                      WS-Gone-Name DELIMITED BY SPACE
                      INTO ONB-Item-Detail(5)
               PERFORM MISSING-ROUTINE
           ELSE
               STRING FUNCTION TRIM(WS-Count-Edit) DELIMITED BY SIZE,
                      " INPUT(S) ON DISK" DELIMITED BY SIZE
                      INTO ONB-Item-Detail(5)
           END-IF.
       END-ROUTINE.

       READ-ANSWERS-ROUTINE.
           READ F-Answers-FILE NEXT RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF ANSX-Year NOT = REGX-Year
                    OR ANSX-Day NOT = REGX-Day THEN
                       SET WS-EOF-BOOL TO 1
                   ELSE
                       ADD 1 TO WS-Row-CNT
                       MOVE SPACES TO WS-Check-FileName
                       STRING WS-Dir DELIMITED BY SPACE,
                              "/" DELIMITED BY SIZE,
                              ANSX-Input-Name DELIMITED BY SPACE
                              INTO WS-Check-FileName
                       OPEN INPUT F-Check-FILE
                       IF WS-Check-FS = "00" THEN
                           CLOSE F-Check-FILE
                       ELSE
                           ADD 1 TO WS-Gone-CNT
                           MOVE ANSX-Input-Name TO WS-Gone-Name
                       END-IF
                   END-IF
           END-READ.
       END-ROUTINE.

       CHECK-OWNER-ROUTINE.
           MOVE SPACES TO WS-Owner.
           OPEN INPUT F-Owner-FILE.
           IF WS-Owner-FS = "00" THEN
               SET WS-EOF-BOOL TO 0
               PERFORM READ-OWNER-ROUTINE UNTIL WS-EOF-BOOL = 1
               CLOSE F-Owner-FILE
           END-IF.
           IF WS-Owner = SPACES THEN
               MOVE 6 TO WS-i
               MOVE "NO OWNER IN owner_master.txt - SET IT IN "
                 & "owner_maint" TO ONB-Item-Detail(6)
               PERFORM MISSING-ROUTINE
           ELSE
               MOVE WS-Owner TO ONB-Item-Detail(6)
           END-IF.
       END-ROUTINE.

       READ-OWNER-ROUTINE.
           READ F-Owner-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF F-Own-Year = REGX-Year
                    AND F-Own-Day = REGX-Day THEN
                       MOVE F-Own-Owner TO WS-Owner
                   END-IF
           END-READ.
       END-ROUTINE.

       CHECK-SCHEMA-ROUTINE.
           SET WS-Found-BOOL TO 0.
           OPEN INPUT F-Rules-FILE.
           IF WS-Rules-FS = "00" THEN
               SET WS-EOF-BOOL TO 0
               PERFORM READ-RULES-ROUTINE UNTIL WS-EOF-BOOL = 1
               CLOSE F-Rules-FILE
           END-IF.
           IF WS-Found-BOOL = 0 THEN
               MOVE 7 TO WS-i
               MOVE "NO ROW IN input_rules.txt - INPUT NOT SCREENED"
                   TO ONB-Item-Detail(7)
               PERFORM MISSING-ROUTINE
           ELSE
               MOVE IR-Rest TO ONB-Item-Detail(7)
           END-IF.
       END-ROUTINE.

       READ-RULES-ROUTINE.
           READ F-Rules-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF IR-Year = REGX-Year AND IR-Day = REGX-Day THEN
                       SET WS-Found-BOOL TO 1
                       SET WS-EOF-BOOL TO 1
                   END-IF
           END-READ.
       END-ROUTINE.

       CHECK-BUDGET-ROUTINE.
           SET WS-Found-BOOL TO 0.
           OPEN INPUT F-Budget-FILE.
           IF WS-Budget-FS = "00" THEN
               SET WS-EOF-BOOL TO 0
               PERFORM READ-BUDGET-ROUTINE UNTIL WS-EOF-BOOL = 1
               CLOSE F-Budget-FILE
           END-IF.
           IF WS-Found-BOOL = 0 THEN
               MOVE 8 TO WS-i
               MOVE "NO ROW IN audit_budgets.txt FOR THE PROGRAM"
                   TO ONB-Item-Detail(8)
               PERFORM MISSING-ROUTINE
           ELSE
               STRING "WARN " DELIMITED BY SIZE,
                      F-Bud-Max-Warn DELIMITED BY SIZE,
                      " ERROR " DELIMITED BY SIZE,
                      F-Bud-Max-Error DELIMITED BY SIZE
                      INTO ONB-Item-Detail(8)
           END-IF.
       END-ROUTINE.

       READ-BUDGET-ROUTINE.
           READ F-Budget-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF F-Bud-Program = REGX-Program THEN
                       SET WS-Found-BOOL TO 1
                       SET WS-EOF-BOOL TO 1
                   END-IF
           END-READ.
       END-ROUTINE.

       CHECK-CATALOG-ROUTINE.
      *> advisory: the catalog is rebuilt by input_catalog, so a day
      *> just set up may not be in it yet
           SET WS-Cat-CNT TO 0.
           OPEN INPUT F-Catalog-FILE.
           IF WS-Catalog-FS = "00" THEN
               SET WS-EOF-BOOL TO 0
               PERFORM READ-CATALOG-ROUTINE UNTIL WS-EOF-BOOL = 1
               CLOSE F-Catalog-FILE
           END-IF.
           IF WS-Cat-CNT = 0 THEN
               MOVE 9 TO WS-i
               MOVE "NOT CATALOGUED YET - RUN input_catalog"
                   TO ONB-Item-Detail(9)
               PERFORM MISSING-ROUTINE
           ELSE
               MOVE WS-Cat-CNT TO WS-Count-Edit
               STRING FUNCTION TRIM(WS-Count-Edit) DELIMITED BY SIZE,
                      " INPUT(S) CATALOGUED" DELIMITED BY SIZE
                      INTO ONB-Item-Detail(9)
           END-IF.
       END-ROUTINE.

       READ-CATALOG-ROUTINE.
           READ F-Catalog-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF CAT-Path(1:WS-Dir-Len) = WS-Dir(1:WS-Dir-Len)
                    AND CAT-Path(WS-Dir-Len + 1:1) = "/" THEN
                       ADD 1 TO WS-Cat-CNT
                   END-IF
           END-READ.
       END-ROUTINE.

       END PROGRAM onboard_check.
