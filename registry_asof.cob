       IDENTIFICATION DIVISION.
       PROGRAM-ID. registry_asof.
      *> Effective-date service for the day registry. The caller reads
      *> a day's entry from registry.idx and hands it in with the
      *> run's business date; the version in force on that date comes
      *> back in the same record:
      *>   - the latest change in the schedule (registry_sched.txt,
      *>     registry-schedule.cpy) for the day whose effective date
      *>     is on or before the business date replaces the entry;
      *>     a quarantine test_all set on the entry ("Q", "1", "2")
      *>     outlives a scheduled change that would make it active,
      *>     since only an explicit release lifts it
      *>   - a version whose effective-from date is still ahead, or
      *>     whose effective-to date has passed, is not in force and
      *>     comes back deactivated ("I")
      *>   - a day still pending onboarding ("P") is not in force
      *>     either and comes back "I"; a scheduled version keyed
      *>     while the day was pending stays "P" only as long as the
      *>     live entry does, so activating the day is not undone
      *> A blank business date means the held one (business_date).
      *> Status: "00" the registry entry is in force, "01" a
      *> scheduled change is in force, "02" no version is in force.
      *> A missing schedule file just means no pending changes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Sched-FILE
           ASSIGN TO "registry_sched.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Sched-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Sched-FILE.
       COPY "registry-schedule.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Sched-FS PIC XX.
       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-Found-BOOL PIC 9(1) VALUE 0.
       01 WS-As-Of PIC X(8) VALUE SPACES.
       01 WS-Base-Active PIC X(1) VALUE SPACE.
       01 WS-Best-From PIC X(8) VALUE SPACES.
       01 WS-Best-Version PIC X(79) VALUE SPACES.
       01 WS-BDate-User PIC X(20) VALUE "registry_asof".
       01 WS-BDate-Status PIC X(2) VALUE SPACES.

       LINKAGE SECTION.
       01 L-Date PIC X(8).
       COPY "registry-master-idx.cpy".
       01 L-Status PIC X(2).

       PROCEDURE DIVISION USING L-Date, REGX-REC, L-Status.
       MAIN-ROUTINE.
           MOVE "00" TO L-Status.
           MOVE L-Date TO WS-As-Of.
           IF WS-As-Of = SPACES THEN
               CALL "business_date" USING BY CONTENT "GET    ",
                   BY REFERENCE WS-As-Of, WS-BDate-User,
                   WS-BDate-Status
                   ON EXCEPTION
                       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-As-Of
               END-CALL
           END-IF.
           MOVE REGX-Active TO WS-Base-Active.
           MOVE SPACES TO WS-Best-From, WS-Best-Version.
           SET WS-Found-BOOL TO 0.
           SET WS-EOF-BOOL TO 0.
           OPEN INPUT F-Sched-FILE.
           IF WS-Sched-FS = "00" THEN
               PERFORM READ-SCHED-ROUTINE UNTIL WS-EOF-BOOL = 1
               CLOSE F-Sched-FILE
           END-IF.
           IF WS-Found-BOOL = 1 THEN
               MOVE WS-Best-Version TO REGX-REC
               MOVE "01" TO L-Status
               IF (WS-Base-Active = "Q" OR WS-Base-Active = "1"
                OR WS-Base-Active = "2") AND REGX-Active = "A" THEN
                   MOVE WS-Base-Active TO REGX-Active
               END-IF
               IF REGX-Active = "P" AND WS-Base-Active NOT = "P" THEN
                   MOVE WS-Base-Active TO REGX-Active
               END-IF
           END-IF.
           IF REGX-Active = "P" THEN
               MOVE "I" TO REGX-Active
               MOVE "02" TO L-Status
           END-IF.
           IF (REGX-Eff-From NOT = SPACES AND REGX-Eff-From > WS-As-Of)
            OR (REGX-Eff-To NOT = SPACES AND REGX-Eff-To < WS-As-Of)
           THEN
               MOVE "I" TO REGX-Active
               MOVE "02" TO L-Status
           END-IF.
           EXIT PROGRAM.
       END-ROUTINE.

       READ-SCHED-ROUTINE.
           READ F-Sched-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF RSC-Key = REGX-Key
                    AND RSC-Eff-From NOT = SPACES
                    AND RSC-Eff-From <= WS-As-Of
                    AND RSC-Eff-From >= WS-Best-From THEN
                       MOVE RSC-Eff-From TO WS-Best-From
                       MOVE RSC-Version TO WS-Best-Version
                       SET WS-Found-BOOL TO 1
                   END-IF
           END-READ.
       END-ROUTINE.

       END PROGRAM registry_asof.
