       IDENTIFICATION DIVISION.
       PROGRAM-ID. run_lock.
      *> Resource lock service shared by test_all and the maintenance
      *> screens so a nightly run and a master-file rewrite can never
      *> fight over the same file, while work on unrelated files goes
      *> ahead. Each lock is named for the resource it protects:
      *>   ANSWERS   the answers master
      *>   REGISTRY  the day registry
      *>   CALENDAR  the run calendar
      *>   PROFILE   the runtime profile
      *>   OWNERS    the owner master
      *>   CARRY     carry_over.txt and the restart checkpoint
      *>   SUITES    the test suite master
      *> L-Resource names one or more of them, blank-separated. Every
      *> held lock is a record in run_lock.lck:
      *>   resource(8) holder(20) date(8) time(6)
      *> Requests: "ACQUIRE" take every named lock ("00" taken, "91"
      *> one of them held by someone else - then none is taken),
      *> "RELEASE" drop them (only the holder's release removes a
      *> lock), "BREAK  " operator break of the named locks whoever
      *> holds them, "QUERY  " "91" and the first holder when any
      *> named lock is held, without touching them; a QUERY naming
      *> no resource lists every held lock with holder and age. A
      *> lock older than four hours is presumed left by a dead
      *> process: ACQUIRE announces the takeover and claims it. An
      *> unknown resource name is refused with "98".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FILE SECTION.
       FD F-Lock-FILE.
       01 F-Lock-REC.
         02 F-Lock-Resource PIC X(8).
         02 F-Lock-Holder PIC X(20).
         02 F-Lock-Date PIC X(8).
         02 F-Lock-Time PIC X(6).
       WORKING-STORAGE SECTION.
       01 WS-Lock-FS PIC XX.
       01 WS-Stale-Minutes-CONST PIC 9(4) VALUE 240.
       01 WS-EOF-BOOL PIC 9(1) VALUE 0.

       01 WS-Known-Names PIC X(56) VALUE
           "ANSWERS REGISTRYCALENDARPROFILE OWNERS  CARRY   SUITES  ".
       01 WS-Known-TBL REDEFINES WS-Known-Names.
         02 WS-Known PIC X(8) OCCURS 7 TIMES.
       01 WS-Known-Max-CONST PIC 9(2) VALUE 7.

      *> the locks on file
       01 WS-Lock-Max-CONST PIC 9(2) VALUE 20.
       01 WS-Lock-CNT PIC 9(2) VALUE ZERO.
       01 WS-Lock-TBL.
         02 WS-Lock-Entry OCCURS 20 TIMES.
           03 WS-Lock-Resource PIC X(8).
           03 WS-Holder PIC X(20).
           03 WS-Lock-Date PIC X(8).
           03 WS-Lock-Time PIC X(6).

      *> the resources this request names
       01 WS-Req-List PIC X(40) VALUE SPACES.
       01 WS-Req-CNT PIC 9(2) VALUE ZERO.
       01 WS-Req-TBL.
         02 WS-Req-Name PIC X(8) OCCURS 6 TIMES.
       01 WS-Req-Found PIC 9(2) VALUE ZERO.
       01 WS-Refused-BOOL PIC 9(1) VALUE 0.
       01 WS-Changed-BOOL PIC 9(1) VALUE 0.

       01 WS-i PIC 9(2) VALUE ZERO.
       01 WS-j PIC 9(2) VALUE ZERO.
       01 WS-k PIC 9(2) VALUE ZERO.

       01 WS-Stamp PIC X(14) VALUE SPACES.
       01 WS-Now-INT PIC 9(8) VALUE ZERO.
       01 WS-Now-Minutes PIC 9(9) VALUE ZERO.
       01 WS-Lock-Minutes PIC 9(9) VALUE ZERO.
       01 WS-Age-Minutes PIC S9(9) VALUE ZERO.
       01 WS-Age-Show PIC Z(5)9.

       LINKAGE SECTION.
       01 L-Op PIC X(7).
       01 L-Resource PIC X(40).
       01 L-Holder PIC X(20).
       01 L-Status PIC X(2).

       PROCEDURE DIVISION USING L-Op, L-Resource, L-Holder, L-Status.
       MAIN-ROUTINE.
           MOVE "00" TO L-Status.
           PERFORM SPLIT-RESOURCES-ROUTINE.
           IF L-Status NOT = "00" THEN
               EXIT PROGRAM
           END-IF.
           PERFORM READ-LOCKS-ROUTINE.
           SET WS-Changed-BOOL TO 0.
           EVALUATE L-Op
               WHEN "ACQUIRE"
                   PERFORM ACQUIRE-ROUTINE
                   DISPLAY "run_lock: unknown request '" L-Op "'"
                   MOVE "99" TO L-Status
           END-EVALUATE.
           IF WS-Changed-BOOL = 1 THEN
               PERFORM WRITE-LOCKS-ROUTINE
           END-IF.
           EXIT PROGRAM.
       END-ROUTINE.

       SPLIT-RESOURCES-ROUTINE.
           MOVE SPACES TO WS-Req-TBL.
           SET WS-Req-CNT TO 0.
           MOVE FUNCTION TRIM(L-Resource) TO WS-Req-List.
           IF WS-Req-List = SPACES THEN
               IF L-Op NOT = "QUERY  " THEN
                   DISPLAY "run_lock: " FUNCTION TRIM(L-Op)
                           " names no resource"
                   MOVE "98" TO L-Status
               END-IF
               EXIT PARAGRAPH
           END-IF.
           UNSTRING WS-Req-List DELIMITED BY ALL SPACE
               INTO WS-Req-Name(1), WS-Req-Name(2), WS-Req-Name(3),
                    WS-Req-Name(4), WS-Req-Name(5), WS-Req-Name(6)
               TALLYING IN WS-Req-CNT
           END-UNSTRING.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Req-CNT
               SET WS-k TO 0
               PERFORM VARYING WS-j FROM 1
                       UNTIL WS-j > WS-Known-Max-CONST
                   IF WS-Known(WS-j) = WS-Req-Name(WS-i) THEN
                       MOVE WS-j TO WS-k
                   END-IF
               END-PERFORM
               IF WS-k = 0 THEN
                   DISPLAY "run_lock: no such resource '"
                           FUNCTION TRIM(WS-Req-Name(WS-i)) "'"
                   MOVE "98" TO L-Status
               END-IF
           END-PERFORM.
       END-ROUTINE.

       READ-LOCKS-ROUTINE.
           SET WS-Lock-CNT TO 0.
           MOVE SPACES TO WS-Lock-TBL.
           OPEN INPUT F-Lock-FILE.
           IF WS-Lock-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-ONE-LOCK-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Lock-FILE.
       END-ROUTINE.

       READ-ONE-LOCK-ROUTINE.
           READ F-Lock-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END PERFORM DO-LOCK-LINE-ROUTINE
           END-READ.
       END-ROUTINE.

       DO-LOCK-LINE-ROUTINE.
           IF F-Lock-Resource = SPACES
            OR WS-Lock-CNT >= WS-Lock-Max-CONST THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Lock-CNT.
           MOVE F-Lock-Resource TO WS-Lock-Resource(WS-Lock-CNT).
           MOVE F-Lock-Holder TO WS-Holder(WS-Lock-CNT).
           MOVE F-Lock-Date TO WS-Lock-Date(WS-Lock-CNT).
           MOVE F-Lock-Time TO WS-Lock-Time(WS-Lock-CNT).
       END-ROUTINE.

       FIND-LOCK-ROUTINE.
      *> WS-Req-Found is the table entry holding WS-Req-Name(WS-i),
      *> zero when that resource is free
           SET WS-Req-Found TO 0.
           PERFORM VARYING WS-j FROM 1 UNTIL WS-j > WS-Lock-CNT
               IF WS-Lock-Resource(WS-j) = WS-Req-Name(WS-i) THEN
                   MOVE WS-j TO WS-Req-Found
               END-IF
           END-PERFORM.
       END-ROUTINE.

       CHECK-STALE-ROUTINE.
      *> age in minutes of lock WS-j from the stamp inside its
      *> record; a malformed stamp counts as stale rather than
      *> wedging the shop
           MOVE 999999 TO WS-Age-Minutes.
           IF FUNCTION TEST-NUMVAL(WS-Lock-Date(WS-j)) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-Lock-Time(WS-j)) NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
           MOVE FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-Stamp(1:8))) TO WS-Now-INT.
           MOVE FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-Lock-Date(WS-j))) TO WS-Lock-INT.
           COMPUTE WS-Now-Minutes = WS-Now-INT * 1440 +
               FUNCTION NUMVAL(WS-Stamp(9:2)) * 60 +
               FUNCTION NUMVAL(WS-Stamp(11:2)).
           COMPUTE WS-Lock-Minutes = WS-Lock-INT * 1440 +
               FUNCTION NUMVAL(WS-Lock-Time(WS-j)(1:2)) * 60 +
               FUNCTION NUMVAL(WS-Lock-Time(WS-j)(3:2)).
           COMPUTE WS-Age-Minutes =
               WS-Now-Minutes - WS-Lock-Minutes.
       END-ROUTINE.

       ACQUIRE-ROUTINE.
      *> all or nothing: a run that gets the answers master but not
      *> the registry must not sit on the answers master meanwhile
           SET WS-Refused-BOOL TO 0.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Req-CNT
               PERFORM FIND-LOCK-ROUTINE
               IF WS-Req-Found > 0 THEN
                   MOVE WS-Req-Found TO WS-j
                   IF WS-Holder(WS-j) NOT = L-Holder THEN
                       PERFORM CHECK-STALE-ROUTINE
                       IF WS-Age-Minutes <= WS-Stale-Minutes-CONST
                        AND WS-Age-Minutes >= 0 THEN
                           DISPLAY "run_lock: "
                                   FUNCTION TRIM(WS-Req-Name(WS-i))
                                   " held by "
                                   FUNCTION TRIM(WS-Holder(WS-j))
                                   " since " WS-Lock-Date(WS-j) " "
                                   WS-Lock-Time(WS-j)
                           SET WS-Refused-BOOL TO 1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-Refused-BOOL = 1 THEN
               MOVE "91" TO L-Status
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Req-CNT
               PERFORM FIND-LOCK-ROUTINE
               IF WS-Req-Found = 0 THEN
                   IF WS-Lock-CNT >= WS-Lock-Max-CONST THEN
                       DISPLAY "run_lock: lock table full"
                       MOVE "99" TO L-Status
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-Lock-CNT
                   MOVE WS-Lock-CNT TO WS-Req-Found
               ELSE
                   IF WS-Holder(WS-Req-Found) NOT = L-Holder THEN
                       DISPLAY "run_lock: stale "
                               FUNCTION TRIM(WS-Req-Name(WS-i))
                               " lock held by "
                               FUNCTION TRIM(WS-Holder(WS-Req-Found))
                               " since " WS-Lock-Date(WS-Req-Found)
                               " " WS-Lock-Time(WS-Req-Found)
                               " - presumed dead, taking over"
                   END-IF
               END-IF
               MOVE WS-Req-Name(WS-i)
                   TO WS-Lock-Resource(WS-Req-Found)
               MOVE L-Holder TO WS-Holder(WS-Req-Found)
               MOVE WS-Stamp(1:8) TO WS-Lock-Date(WS-Req-Found)
               MOVE WS-Stamp(9:6) TO WS-Lock-Time(WS-Req-Found)
           END-PERFORM.
           SET WS-Changed-BOOL TO 1.
       END-ROUTINE.

       RELEASE-ROUTINE.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Req-CNT
               PERFORM FIND-LOCK-ROUTINE
               IF WS-Req-Found > 0 THEN
                   IF WS-Holder(WS-Req-Found) = L-Holder THEN
                       PERFORM DROP-LOCK-ROUTINE
                   ELSE
                       DISPLAY "run_lock: release refused - "
                               FUNCTION TRIM(WS-Req-Name(WS-i))
                               " lock held by "
                               FUNCTION TRIM(WS-Holder(WS-Req-Found))
                       MOVE "91" TO L-Status
                   END-IF
               END-IF
           END-PERFORM.
       END-ROUTINE.

       BREAK-ROUTINE.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Req-CNT
               PERFORM FIND-LOCK-ROUTINE
               IF WS-Req-Found = 0 THEN
                   DISPLAY "run_lock: no "
                           FUNCTION TRIM(WS-Req-Name(WS-i))
                           " lock to break"
               ELSE
                   DISPLAY "run_lock: "
                           FUNCTION TRIM(WS-Req-Name(WS-i))
                           " lock held by "
                           FUNCTION TRIM(WS-Holder(WS-Req-Found))
                           " since " WS-Lock-Date(WS-Req-Found) " "
                           WS-Lock-Time(WS-Req-Found)
                           " broken by operator"
                   PERFORM DROP-LOCK-ROUTINE
               END-IF
           END-PERFORM.
       END-ROUTINE.

       DROP-LOCK-ROUTINE.
      *> close the gap left by entry WS-Req-Found
           PERFORM VARYING WS-j FROM WS-Req-Found BY 1
                   UNTIL WS-j >= WS-Lock-CNT
               MOVE WS-Lock-Entry(WS-j + 1) TO WS-Lock-Entry(WS-j)
           END-PERFORM.
           MOVE SPACES TO WS-Lock-Entry(WS-Lock-CNT).
           SUBTRACT 1 FROM WS-Lock-CNT.
           SET WS-Changed-BOOL TO 1.
       END-ROUTINE.

       QUERY-ROUTINE.
           IF WS-Req-CNT = 0 THEN
               IF WS-Lock-CNT = 0 THEN
                   DISPLAY "run_lock: no locks held"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Holder(1) TO L-Holder
               MOVE "91" TO L-Status
               PERFORM VARYING WS-j FROM 1 UNTIL WS-j > WS-Lock-CNT
                   PERFORM CHECK-STALE-ROUTINE
                   MOVE WS-Age-Minutes TO WS-Age-Show
                   DISPLAY "  " WS-Lock-Resource(WS-j) " held by "
                           WS-Holder(WS-j) " since "
                           WS-Lock-Date(WS-j) " " WS-Lock-Time(WS-j)
                           " age " WS-Age-Show " min"
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-i FROM WS-Req-CNT BY -1 UNTIL WS-i < 1
               PERFORM FIND-LOCK-ROUTINE
               IF WS-Req-Found > 0 THEN
                   MOVE WS-Holder(WS-Req-Found) TO L-Holder
                   MOVE "91" TO L-Status
               END-IF
           END-PERFORM.
       END-ROUTINE.

       WRITE-LOCKS-ROUTINE.
           IF WS-Lock-CNT = 0 THEN
               CALL "CBL_DELETE_FILE" USING "run_lock.lck"
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT F-Lock-FILE.
           IF WS-Lock-FS NOT = "00" THEN
               DISPLAY "run_lock: cannot write run_lock.lck - "
               MOVE "99" TO L-Status
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-j FROM 1 UNTIL WS-j > WS-Lock-CNT
               MOVE WS-Lock-Resource(WS-j) TO F-Lock-Resource
               MOVE WS-Holder(WS-j) TO F-Lock-Holder
               MOVE WS-Lock-Date(WS-j) TO F-Lock-Date
               MOVE WS-Lock-Time(WS-j) TO F-Lock-Time
               WRITE F-Lock-REC
           END-PERFORM.
           CLOSE F-Lock-FILE.
       END-ROUTINE.

