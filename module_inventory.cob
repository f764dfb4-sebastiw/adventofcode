       IDENTIFICATION DIVISION.
       PROGRAM-ID. module_inventory.
      *> Load-module inventory and change detection. test_all CALLs
      *> each day program by name, so a module rebuilt behind its
      *> back runs without anyone noticing; this job takes stock of
      *> every module the batch depends on and says what moved since
      *> it last looked:
      *>   DAY      the module of every day in the registry
      *>            (registry.idx), <year>/<day>/<program>.so
      *>   SERVICE  every service module named in the control file
      *>            service_modules.txt, one module name per line,
      *>            <name>.so in the working directory
      *> Each module's size, time stamp and content fingerprint come
      *> from module_fp and are compared with the inventory taken
      *> before (module_inventory.txt, layout module-inventory.cpy),
      *> which is then rewritten. Flagged are modules whose content
      *> CHANGED, modules REBUILT to the same content, NEW modules,
      *> and registered days or listed services whose module is
      *> MISSING. Modules in the old inventory no longer registered
      *> or listed are reported as dropped. Runs as a chain step
      *> ahead of the nightly run, so the morning report shows which
      *> modules that run picked up; test_all stamps each day's
      *> fingerprint into the history line as well (MF=).
      *> Usage: module_inventory
      *> Condition codes: 0 nothing changed or missing, 4 a module
      *> changed, was rebuilt or is missing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Registry-FILE
           ASSIGN TO "registry.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REGX-Key
           FILE STATUS IS WS-Registry-FS.
           SELECT F-Service-FILE
           ASSIGN TO "service_modules.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Service-FS.
           SELECT F-Inventory-FILE
           ASSIGN TO "module_inventory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Inventory-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Registry-FILE.
       COPY "registry-master-idx.cpy".

       FD F-Service-FILE.
       01 F-Service-LINE PIC X(40).

       FD F-Inventory-FILE.
       COPY "module-inventory.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Registry-FS PIC XX.
       01 WS-Service-FS PIC XX.
       01 WS-Inventory-FS PIC XX.

       01 WS-Module-FileName PIC X(80) VALUE SPACES.
       01 WS-Module-FP PIC X(20) VALUE SPACES.
       01 WS-Module-Size PIC 9(10) VALUE ZERO.
       01 WS-Module-Date PIC X(8) VALUE SPACES.
       01 WS-Module-Time PIC X(6) VALUE SPACES.
       01 WS-Module-Status PIC X(2) VALUE SPACES.

       LOCAL-STORAGE SECTION.
       01 LS-EOF-BOOL PIC 9(1) VALUE 0.
       01 LS-Now PIC X(14) VALUE SPACES.
       01 LS-First-BOOL PIC 9(1) VALUE 0.
       01 LS-i PIC 9(4) VALUE ZERO.
       01 LS-j PIC 9(4) VALUE ZERO.
       01 LS-Kind PIC X(7) VALUE SPACES.

       01 LS-Old-CNT PIC 9(4) VALUE ZERO.
       01 LS-Old-Max-CONST PIC 9(4) VALUE 400.
       01 LS-Old-TBL.
         02 LS-Old-REC OCCURS 400 TIMES.
           03 LS-Old-Module PIC X(60).
           03 LS-Old-Date PIC X(8).
           03 LS-Old-Time PIC X(6).
           03 LS-Old-FP PIC X(20).
           03 LS-Old-Seen-BOOL PIC 9(1).

       01 LS-New-CNT PIC 9(4) VALUE ZERO.
       01 LS-New-Max-CONST PIC 9(4) VALUE 400.
       01 LS-New-TBL.
         02 LS-New-REC OCCURS 400 TIMES.
           03 LS-New-Kind PIC X(7).
           03 LS-New-Module PIC X(60).
           03 LS-New-Size PIC 9(10).
           03 LS-New-Date PIC X(8).
           03 LS-New-Time PIC X(6).
           03 LS-New-FP PIC X(20).
           03 LS-New-Change PIC X(8).

       01 LS-Same-CNT PIC 9(4) VALUE ZERO.
       01 LS-Changed-CNT PIC 9(4) VALUE ZERO.
       01 LS-Rebuilt-CNT PIC 9(4) VALUE ZERO.
       01 LS-Added-CNT PIC 9(4) VALUE ZERO.
       01 LS-Missing-CNT PIC 9(4) VALUE ZERO.
       01 LS-Dropped-CNT PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LS-Now.
           PERFORM LOAD-OLD-INVENTORY-ROUTINE.
           PERFORM TAKE-DAY-MODULES-ROUTINE.
           PERFORM TAKE-SERVICE-MODULES-ROUTINE.
           DISPLAY "=== LOAD-MODULE INVENTORY " LS-Now(1:8) " "
                   LS-Now(9:6) " ===".
           IF LS-First-BOOL = 1 THEN
               DISPLAY "  (no earlier inventory - every module "
                       "taken as NEW)"
           END-IF.
           DISPLAY "CHANGE   KIND    MODULE"
                   "                                   SIZE"
                   "       STAMP           FINGERPRINT".
           PERFORM VARYING LS-i FROM 1 UNTIL LS-i > LS-New-CNT
               IF LS-New-Change(LS-i) NOT = "SAME" THEN
                   DISPLAY LS-New-Change(LS-i) " "
                           LS-New-Kind(LS-i) " "
                           LS-New-Module(LS-i)(1:36) " "
                           LS-New-Size(LS-i) " "
                           LS-New-Date(LS-i) " "
                           LS-New-Time(LS-i) " "
                           LS-New-FP(LS-i)
               END-IF
           END-PERFORM.
           PERFORM VARYING LS-j FROM 1 UNTIL LS-j > LS-Old-CNT
               IF LS-Old-Seen-BOOL(LS-j) = 0 THEN
                   ADD 1 TO LS-Dropped-CNT
                   DISPLAY "DROPPED  "
                           FUNCTION TRIM(LS-Old-Module(LS-j))
                           " - no longer registered or listed"
               END-IF
           END-PERFORM.
           DISPLAY "module_inventory: " LS-New-CNT " module(s), "
                   LS-Same-CNT " unchanged, " LS-Changed-CNT
                   " changed, " LS-Rebuilt-CNT " rebuilt, "
                   LS-Added-CNT " new, " LS-Missing-CNT
                   " missing, " LS-Dropped-CNT " dropped".
           PERFORM WRITE-INVENTORY-ROUTINE.
           IF LS-Changed-CNT > 0 OR LS-Rebuilt-CNT > 0
            OR LS-Missing-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-ROUTINE.

       LOAD-OLD-INVENTORY-ROUTINE.
           OPEN INPUT F-Inventory-FILE.
           IF WS-Inventory-FS NOT = "00" THEN
               SET LS-First-BOOL TO 1
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-OLD-INVENTORY-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-Inventory-FILE.
           SET LS-EOF-BOOL TO 0.
       END-ROUTINE.

       READ-OLD-INVENTORY-ROUTINE.
           READ F-Inventory-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   IF LS-Old-CNT < LS-Old-Max-CONST THEN
                       ADD 1 TO LS-Old-CNT
                       MOVE MOD-Module TO LS-Old-Module(LS-Old-CNT)
                       MOVE MOD-Date TO LS-Old-Date(LS-Old-CNT)
                       MOVE MOD-Time TO LS-Old-Time(LS-Old-CNT)
                       MOVE MOD-FP TO LS-Old-FP(LS-Old-CNT)
                       MOVE 0 TO LS-Old-Seen-BOOL(LS-Old-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       TAKE-DAY-MODULES-ROUTINE.
           OPEN INPUT F-Registry-FILE.
           IF WS-Registry-FS NOT = "00" THEN
               DISPLAY "WARNING: registry.idx not available - status "
                       WS-Registry-FS " - day modules not taken"
               EXIT PARAGRAPH
           END-IF.
           MOVE "DAY" TO LS-Kind.
           MOVE LOW-VALUES TO REGX-Key.
           START F-Registry-FILE KEY IS >= REGX-Key
               INVALID KEY
                   SET LS-EOF-BOOL TO 1
           END-START.
           PERFORM READ-REGISTRY-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-Registry-FILE.
           SET LS-EOF-BOOL TO 0.
       END-ROUTINE.

       READ-REGISTRY-ROUTINE.
           READ F-Registry-FILE NEXT RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   MOVE SPACES TO WS-Module-FileName
                   STRING REGX-Year DELIMITED BY SPACE,
                          "/" DELIMITED BY SIZE,
                          REGX-Day DELIMITED BY SPACE,
                          "/" DELIMITED BY SIZE,
                          REGX-Program DELIMITED BY SPACE,
                          ".so" DELIMITED BY SIZE
                          INTO WS-Module-FileName
                   PERFORM TAKE-MODULE-ROUTINE
           END-READ.
       END-ROUTINE.

       TAKE-SERVICE-MODULES-ROUTINE.
           OPEN INPUT F-Service-FILE.
           IF WS-Service-FS NOT = "00" THEN
               DISPLAY "WARNING: no service_modules.txt - service "
                       "modules not taken"
               EXIT PARAGRAPH
           END-IF.
           MOVE "SERVICE" TO LS-Kind.
           PERFORM READ-SERVICE-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-Service-FILE.
           SET LS-EOF-BOOL TO 0.
       END-ROUTINE.

       READ-SERVICE-ROUTINE.
           READ F-Service-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   IF NOT F-Service-LINE = SPACES THEN
                       MOVE SPACES TO WS-Module-FileName
                       STRING FUNCTION TRIM(F-Service-LINE)
                                  DELIMITED BY SIZE,
                              ".so" DELIMITED BY SIZE
                              INTO WS-Module-FileName
                       PERFORM TAKE-MODULE-ROUTINE
                   END-IF
           END-READ.
       END-ROUTINE.

       TAKE-MODULE-ROUTINE.
           IF LS-New-CNT >= LS-New-Max-CONST THEN
               DISPLAY "WARNING: inventory full (" LS-New-Max-CONST
                       " modules) - "
                       FUNCTION TRIM(WS-Module-FileName)
                       " not taken"
               EXIT PARAGRAPH
           END-IF.
           CALL "module_fp" USING WS-Module-FileName, WS-Module-FP,
               WS-Module-Size, WS-Module-Date, WS-Module-Time,
               WS-Module-Status
               ON EXCEPTION
                   DISPLAY "module_inventory: module_fp not "
                           "available"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL.
           ADD 1 TO LS-New-CNT.
           MOVE LS-Kind TO LS-New-Kind(LS-New-CNT).
           MOVE WS-Module-FileName TO LS-New-Module(LS-New-CNT).
           MOVE WS-Module-Size TO LS-New-Size(LS-New-CNT).
           MOVE WS-Module-Date TO LS-New-Date(LS-New-CNT).
           MOVE WS-Module-Time TO LS-New-Time(LS-New-CNT).
           MOVE WS-Module-FP TO LS-New-FP(LS-New-CNT).
           IF WS-Module-Status = "30" THEN
               DISPLAY "WARNING: "
                       FUNCTION TRIM(WS-Module-FileName)
                       " could not be read - no fingerprint"
           END-IF.
      *> compare with the inventory taken before
           MOVE ZERO TO LS-j.
           PERFORM VARYING LS-i FROM 1 UNTIL LS-i > LS-Old-CNT
               IF LS-Old-Module(LS-i) = WS-Module-FileName THEN
                   MOVE LS-i TO LS-j
                   MOVE 1 TO LS-Old-Seen-BOOL(LS-i)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-Module-Status = "35"
                   MOVE "MISSING" TO LS-New-Change(LS-New-CNT)
                   ADD 1 TO LS-Missing-CNT
               WHEN LS-j = 0
                   MOVE "NEW" TO LS-New-Change(LS-New-CNT)
                   ADD 1 TO LS-Added-CNT
               WHEN LS-Old-FP(LS-j) NOT = WS-Module-FP
                   MOVE "CHANGED" TO LS-New-Change(LS-New-CNT)
                   ADD 1 TO LS-Changed-CNT
               WHEN LS-Old-Date(LS-j) NOT = WS-Module-Date
                 OR LS-Old-Time(LS-j) NOT = WS-Module-Time
                   MOVE "REBUILT" TO LS-New-Change(LS-New-CNT)
                   ADD 1 TO LS-Rebuilt-CNT
               WHEN OTHER
                   MOVE "SAME" TO LS-New-Change(LS-New-CNT)
                   ADD 1 TO LS-Same-CNT
           END-EVALUATE.
       END-ROUTINE.

       WRITE-INVENTORY-ROUTINE.
           OPEN OUTPUT F-Inventory-FILE.
           IF WS-Inventory-FS NOT = "00" THEN
               DISPLAY "module_inventory: cannot write "
                       "module_inventory.txt - status "
                       WS-Inventory-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING LS-i FROM 1 UNTIL LS-i > LS-New-CNT
               MOVE SPACES TO MOD-REC
               MOVE LS-Now(1:8) TO MOD-Taken-Date
               MOVE LS-Now(9:6) TO MOD-Taken-Time
               MOVE LS-New-Kind(LS-i) TO MOD-Kind
               MOVE LS-New-Module(LS-i) TO MOD-Module
               MOVE LS-New-Size(LS-i) TO MOD-Size
               MOVE LS-New-Date(LS-i) TO MOD-Date
               MOVE LS-New-Time(LS-i) TO MOD-Time
               MOVE LS-New-FP(LS-i) TO MOD-FP
               MOVE LS-New-Change(LS-i) TO MOD-Change
               WRITE MOD-REC
           END-PERFORM.
           CLOSE F-Inventory-FILE.
       END-ROUTINE.

       END PROGRAM module_inventory.
