       IDENTIFICATION DIVISION.
       PROGRAM-ID. sla_recommend.
      *> SLA recommendation report. The SLA column of the day
      *> registry (registry.idx) was a guess made when each day was
      *> registered; this proposes one per day from what the day
      *> actually takes. One pass over the history master
      *> (history_master.idx) keeps each registered day's last runs;
      *> the proposal is a high percentile of the good ones (SUCCESS
      *> or RETRIED-OK) plus headroom, rounded up to 10 cs. Shown
      *> beside it: the current SLA, how many of the same runs
      *> breached it (timeouts included) and the current margin -
      *> current SLA less the percentile, negative when the SLA sits
      *> inside the day's normal running. A day with fewer than ten
      *> good runs on record gets no proposal.
      *> With --accept an operator signs on and steps through the
      *> proposals that differ from the current SLA, accepting each
      *> one or not; every accepted proposal rewrites the day's
      *> registry record under the REGISTRY lock and goes to the change
      *> log under "REGISTRY" with its before and after images.
      *> Runtime profile keys: SLARUNS (runs kept per day, default
      *> 60, at most 120), SLAPCT (percentile, default 95), SLAHEAD
      *> (headroom percent on top of it, default 50).
      *> Usage: sla_recommend            report only
      *>        sla_recommend --accept   report, then accept
      *> Condition codes: 0 done, 4 no history master or registry,
      *> 12 sign-on refused or registry locked, 16 registry unusable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Registry-FILE
           ASSIGN TO "registry.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REGX-Key
           FILE STATUS IS WS-Registry-FS.
           SELECT F-Master-FILE
           ASSIGN TO "history_master.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HMX-Key
           FILE STATUS IS WS-Master-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Registry-FILE.
       COPY "registry-master-idx.cpy".

       FD F-Master-FILE.
       COPY "history-master-idx.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Registry-FS PIC XX.
       01 WS-Master-FS PIC XX.

       01 WS-User-ID PIC X(8) VALUE SPACES.
       01 WS-Chg-File PIC X(12) VALUE "REGISTRY".
       01 WS-Chg-Action PIC X(8) VALUE SPACES.
       01 WS-Chg-Before PIC X(80) VALUE SPACES.
       01 WS-Chg-After PIC X(80) VALUE SPACES.

       01 WS-Lock-Resource PIC X(40) VALUE "REGISTRY".
       01 WS-Lock-Holder PIC X(20) VALUE "sla_recommend".
       01 WS-Lock-Status PIC X(2) VALUE SPACES.

       01 WS-User-Role PIC X(1) VALUE SPACE.
       01 WS-Need-Role PIC X(1) VALUE SPACE.
       01 WS-Sign-Detail PIC X(80) VALUE SPACES.
       01 WS-Sign-Status PIC X(2) VALUE SPACES.

       LOCAL-STORAGE SECTION.
       01 LS-EOF-BOOL PIC 9(1) VALUE 0.
       01 LS-Argument PIC X(80) VALUE SPACES.
       01 LS-Accept-BOOL PIC 9(1) VALUE 0.
       01 LS-Quit-BOOL PIC 9(1) VALUE 0.
       01 LS-Answer PIC X(1) VALUE SPACE.
       01 LS-Profile-Key PIC X(12) VALUE SPACES.
       01 LS-Profile-Value PIC X(20) VALUE SPACES.
       01 LS-Profile-Found PIC 9(1) VALUE ZERO.

       01 LS-Runs PIC 9(3) VALUE 60.
       01 LS-Runs-Max-CONST PIC 9(3) VALUE 120.
       01 LS-Pct PIC 9(2) VALUE 95.
       01 LS-Head PIC 9(3) VALUE 50.
       01 LS-Min-Samples-CONST PIC 9(3) VALUE 10.
       01 LS-Round-CONST PIC 9(2) VALUE 10.

       01 LS-i PIC 9(4) VALUE ZERO.
       01 LS-k PIC 9(3) VALUE ZERO.
       01 LS-g PIC 9(3) VALUE ZERO.
       01 LS-Found-BOOL PIC 9(1) VALUE 0.
       01 LS-Line-YearDay PIC X(10) VALUE SPACES.

       01 LS-Day-CNT PIC 9(4) VALUE ZERO.
       01 LS-Day-Max-CONST PIC 9(4) VALUE 300.
       01 LS-Day-TBL.
         02 LS-Day-REC OCCURS 300 TIMES.
           03 LS-Day-Year PIC X(4).
           03 LS-Day-Day PIC X(2).
           03 LS-Day-YD PIC X(10).
           03 LS-Day-Program PIC X(20).
           03 LS-Day-SLA PIC 9(6).
           03 LS-Day-N PIC 9(3).
           03 LS-Day-Next PIC 9(3).
           03 LS-Day-Good PIC 9(3).
           03 LS-Day-Breach PIC 9(3).
           03 LS-Day-Pct-CS PIC 9(6).
           03 LS-Day-Proposed PIC 9(6).
           03 LS-Day-Margin PIC S9(6).
           03 LS-Day-Run OCCURS 120 TIMES.
             04 LS-Day-Run-CS PIC 9(6).
             04 LS-Day-Run-Good PIC X(1).

       01 LS-Sort-TBL.
         02 LS-Sort-CS PIC 9(6) OCCURS 120 TIMES.

       01 LS-Rank PIC 9(3) VALUE ZERO.
       01 LS-Proposed-Work PIC 9(8) VALUE ZERO.
       01 LS-Round-Rem PIC 9(2) VALUE ZERO.
       01 LS-Show-SLA PIC X(6) VALUE SPACES.
       01 LS-Show-Proposed PIC X(6) VALUE SPACES.
       01 LS-Show-Margin PIC -(6)9.
       01 LS-Show-Note PIC X(24) VALUE SPACES.
       01 LS-Proposal-CNT PIC 9(4) VALUE ZERO.
       01 LS-Accepted-CNT PIC 9(4) VALUE ZERO.
       01 LS-Declined-CNT PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           ACCEPT LS-Argument FROM COMMAND-LINE.
           IF FUNCTION TRIM(LS-Argument) = "--accept" THEN
               SET LS-Accept-BOOL TO 1
           END-IF.
           PERFORM PROFILE-ROUTINE.
           PERFORM LOAD-REGISTRY-ROUTINE.
           IF LS-Day-CNT = 0 THEN
               DISPLAY "sla_recommend: day registry (registry.idx) "
                       "missing or empty - nothing to recommend"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SCAN-MASTER-ROUTINE.
           PERFORM PROPOSE-ROUTINE
               VARYING LS-i FROM 1 UNTIL LS-i > LS-Day-CNT.
           PERFORM REPORT-ROUTINE.
           IF LS-Accept-BOOL = 1 THEN
               PERFORM ACCEPT-SESSION-ROUTINE
           END-IF.
           STOP RUN.
       END-ROUTINE.

       PROFILE-ROUTINE.
           MOVE "SLARUNS" TO LS-Profile-Key.
           PERFORM GET-PROFILE-ROUTINE.
           IF LS-Profile-Found = 1
            AND FUNCTION NUMVAL(LS-Profile-Value) >=
                LS-Min-Samples-CONST THEN
               IF FUNCTION NUMVAL(LS-Profile-Value) >
                       LS-Runs-Max-CONST THEN
                   MOVE LS-Runs-Max-CONST TO LS-Runs
               ELSE
                   MOVE FUNCTION NUMVAL(LS-Profile-Value) TO LS-Runs
               END-IF
           END-IF.
           MOVE "SLAPCT" TO LS-Profile-Key.
           PERFORM GET-PROFILE-ROUTINE.
           IF LS-Profile-Found = 1
            AND FUNCTION NUMVAL(LS-Profile-Value) >= 50
            AND FUNCTION NUMVAL(LS-Profile-Value) <= 99 THEN
               MOVE FUNCTION NUMVAL(LS-Profile-Value) TO LS-Pct
           END-IF.
           MOVE "SLAHEAD" TO LS-Profile-Key.
           PERFORM GET-PROFILE-ROUTINE.
           IF LS-Profile-Found = 1
            AND FUNCTION NUMVAL(LS-Profile-Value) <= 500 THEN
               MOVE FUNCTION NUMVAL(LS-Profile-Value) TO LS-Head
           END-IF.
       END-ROUTINE.

       GET-PROFILE-ROUTINE.
      *> found only when the value is a plain number
           CALL "profile_get" USING LS-Profile-Key,
               LS-Profile-Value, LS-Profile-Found
               ON EXCEPTION
                   MOVE ZERO TO LS-Profile-Found
           END-CALL.
           IF LS-Profile-Found = 1
            AND FUNCTION TEST-NUMVAL(LS-Profile-Value) NOT = 0 THEN
               MOVE ZERO TO LS-Profile-Found
           END-IF.
       END-ROUTINE.

       LOAD-REGISTRY-ROUTINE.
           OPEN INPUT F-Registry-FILE.
           IF WS-Registry-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
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
                   IF LS-Day-CNT < LS-Day-Max-CONST THEN
                       ADD 1 TO LS-Day-CNT
                       MOVE REGX-Year TO LS-Day-Year(LS-Day-CNT)
                       MOVE REGX-Day TO LS-Day-Day(LS-Day-CNT)
                       MOVE SPACES TO LS-Day-YD(LS-Day-CNT)
                       STRING REGX-Year DELIMITED BY SPACE,
                              "/" DELIMITED BY SIZE,
                              REGX-Day DELIMITED BY SPACE
                              INTO LS-Day-YD(LS-Day-CNT)
                       MOVE REGX-Program TO LS-Day-Program(LS-Day-CNT)
                       IF FUNCTION TEST-NUMVAL(REGX-SLA) = 0 THEN
                           MOVE FUNCTION NUMVAL(REGX-SLA)
                               TO LS-Day-SLA(LS-Day-CNT)
                       ELSE
                           MOVE ZERO TO LS-Day-SLA(LS-Day-CNT)
                       END-IF
                       MOVE ZERO TO LS-Day-N(LS-Day-CNT),
                                    LS-Day-Next(LS-Day-CNT)
                   END-IF
           END-READ.
       END-ROUTINE.

       SCAN-MASTER-ROUTINE.
           OPEN INPUT F-Master-FILE.
           IF WS-Master-FS NOT = "00" THEN
               DISPLAY "sla_recommend: no history master "
                       "(history_master.idx) - run history_load "
                       "first; no proposals made"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO HMX-Key.
           START F-Master-FILE KEY IS >= HMX-Key
               INVALID KEY
                   SET LS-EOF-BOOL TO 1
           END-START.
           PERFORM SCAN-MASTER-REC-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-Master-FILE.
           SET LS-EOF-BOOL TO 0.
       END-ROUTINE.

       SCAN-MASTER-REC-ROUTINE.
           READ F-Master-FILE NEXT RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END PERFORM DO-MASTER-REC-ROUTINE
           END-READ.
       END-ROUTINE.

       DO-MASTER-REC-ROUTINE.
      *> a skipped or quarantined day did not run, so it says
      *> nothing about run time either way
           IF HMX-Outcome = "SKIPPED" OR HMX-Outcome = "QUARANTINE"
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE HMX-YearDay TO LS-Line-YearDay.
           SET LS-Found-BOOL TO 0.
           PERFORM VARYING LS-i FROM 1
                   UNTIL LS-i > LS-Day-CNT OR LS-Found-BOOL = 1
               IF LS-Day-YD(LS-i) = LS-Line-YearDay THEN
                   SET LS-Found-BOOL TO 1
               END-IF
           END-PERFORM.
           IF LS-Found-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM LS-i.
      *> date order, so the ring ends up holding the latest runs
           ADD 1 TO LS-Day-Next(LS-i).
           IF LS-Day-Next(LS-i) > LS-Runs THEN
               MOVE 1 TO LS-Day-Next(LS-i)
           END-IF.
           MOVE HMX-Elapsed TO LS-Day-Run-CS(LS-i, LS-Day-Next(LS-i)).
           IF HMX-Outcome = "SUCCESS" OR HMX-Outcome = "RETRIED-OK"
           THEN
               MOVE "Y" TO LS-Day-Run-Good(LS-i, LS-Day-Next(LS-i))
           ELSE
               MOVE "N" TO LS-Day-Run-Good(LS-i, LS-Day-Next(LS-i))
           END-IF.
           IF LS-Day-N(LS-i) < LS-Runs THEN
               ADD 1 TO LS-Day-N(LS-i)
           END-IF.
       END-ROUTINE.

       PROPOSE-ROUTINE.
      *> nearest-rank percentile of the day's good runs, headroom on
      *> top, rounded up to the next 10 cs
           MOVE ZERO TO LS-Day-Good(LS-i), LS-Day-Breach(LS-i),
                        LS-Day-Pct-CS(LS-i), LS-Day-Proposed(LS-i),
                        LS-Day-Margin(LS-i).
           MOVE ZERO TO LS-g.
           MOVE ALL "9" TO LS-Sort-TBL.
           PERFORM VARYING LS-k FROM 1 UNTIL LS-k > LS-Day-N(LS-i)
               IF LS-Day-SLA(LS-i) > 0
                AND LS-Day-Run-CS(LS-i, LS-k) > LS-Day-SLA(LS-i) THEN
                   ADD 1 TO LS-Day-Breach(LS-i)
               END-IF
               IF LS-Day-Run-Good(LS-i, LS-k) = "Y" THEN
                   ADD 1 TO LS-g
                   MOVE LS-Day-Run-CS(LS-i, LS-k) TO LS-Sort-CS(LS-g)
               END-IF
           END-PERFORM.
           MOVE LS-g TO LS-Day-Good(LS-i).
           IF LS-g < LS-Min-Samples-CONST THEN
               EXIT PARAGRAPH
           END-IF.
           SORT LS-Sort-CS ON ASCENDING KEY LS-Sort-CS.
           COMPUTE LS-Rank = (LS-g * LS-Pct + 99) / 100.
           IF LS-Rank < 1 THEN
               MOVE 1 TO LS-Rank
           END-IF.
           MOVE LS-Sort-CS(LS-Rank) TO LS-Day-Pct-CS(LS-i).
           COMPUTE LS-Proposed-Work =
               (LS-Day-Pct-CS(LS-i) * (100 + LS-Head) + 99) / 100.
           DIVIDE LS-Round-CONST INTO LS-Proposed-Work
               GIVING LS-Proposed-Work REMAINDER LS-Round-Rem.
           IF LS-Round-Rem > 0 THEN
               ADD 1 TO LS-Proposed-Work
           END-IF.
           MULTIPLY LS-Round-CONST BY LS-Proposed-Work.
           IF LS-Proposed-Work < LS-Round-CONST THEN
               MOVE LS-Round-CONST TO LS-Proposed-Work
           END-IF.
           IF LS-Proposed-Work > 999999 THEN
               MOVE 999999 TO LS-Proposed-Work
           END-IF.
           MOVE LS-Proposed-Work TO LS-Day-Proposed(LS-i).
           COMPUTE LS-Day-Margin(LS-i) =
               LS-Day-SLA(LS-i) - LS-Day-Pct-CS(LS-i).
           IF LS-Day-Proposed(LS-i) NOT = LS-Day-SLA(LS-i) THEN
               ADD 1 TO LS-Proposal-CNT
           END-IF.
       END-ROUTINE.

       REPORT-ROUTINE.
           DISPLAY "=== SLA RECOMMENDATIONS (P" LS-Pct " of last "
                   LS-Runs " runs + " LS-Head "% headroom, cs) ===".
           DISPLAY "  DAY        PROGRAM              "
                   "CUR-SLA   NEW-SLA    P-TIME  RUNS  GOOD BREACH"
                   "  MARGIN".
           PERFORM VARYING LS-i FROM 1 UNTIL LS-i > LS-Day-CNT
               PERFORM SHOW-DAY-ROUTINE
           END-PERFORM.
           DISPLAY "  " LS-Proposal-CNT " day(s) with a proposed "
                   "change".
       END-ROUTINE.

       SHOW-DAY-ROUTINE.
           MOVE LS-Day-SLA(LS-i) TO LS-Show-SLA.
           IF LS-Day-SLA(LS-i) = 0 THEN
               MOVE "  none" TO LS-Show-SLA
           END-IF.
           MOVE SPACES TO LS-Show-Note.
           IF LS-Day-Good(LS-i) < LS-Min-Samples-CONST THEN
               MOVE "     -" TO LS-Show-Proposed
               MOVE "too few good runs" TO LS-Show-Note
           ELSE
               MOVE LS-Day-Proposed(LS-i) TO LS-Show-Proposed
               IF LS-Day-Proposed(LS-i) = LS-Day-SLA(LS-i) THEN
                   MOVE "no change" TO LS-Show-Note
               END-IF
           END-IF.
           MOVE LS-Day-Margin(LS-i) TO LS-Show-Margin.
           DISPLAY "  " LS-Day-YD(LS-i) " " LS-Day-Program(LS-i)
                   "  " LS-Show-SLA "    " LS-Show-Proposed
                   "    " LS-Day-Pct-CS(LS-i)
                   "   " LS-Day-N(LS-i) "   " LS-Day-Good(LS-i)
                   "    " LS-Day-Breach(LS-i)
                   " " LS-Show-Margin " "
                   FUNCTION TRIM(LS-Show-Note).
       END-ROUTINE.

       ACCEPT-SESSION-ROUTINE.
           IF LS-Proposal-CNT = 0 THEN
               DISPLAY "No proposals differ from the registry - "
                       "nothing to accept"
               EXIT PARAGRAPH
           END-IF.
           PERFORM SIGNON-ROUTINE.
      *> changing an SLA is the same data change as registry_maint's
      *> change action, so it needs an operator
           MOVE "O" TO WS-Need-Role.
           MOVE "ACCEPT SLA PROPOSALS" TO WS-Sign-Detail.
           PERFORM CHECK-ROLE-ROUTINE.
           IF WS-Sign-Status NOT = "00" THEN
               DISPLAY "REFUSED - NEEDS ROLE O OR ABOVE"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
      *> the REGISTRY lock test_all also takes: no registry rewrite
      *> while a run (or a maintenance screen) is using it
           MOVE "00" TO WS-Lock-Status.
           CALL "run_lock" USING BY CONTENT "ACQUIRE",
               BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
               WS-Lock-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-Lock-Status NOT = "00" THEN
               DISPLAY "REGISTRY LOCK HELD - no SLA changes made, try "
                       "again when the run has finished"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O F-Registry-FILE.
           IF WS-Registry-FS NOT = "00" THEN
               DISPLAY "sla_recommend: cannot open registry.idx"
                       " - status " WS-Registry-FS
               PERFORM RELEASE-LOCK-ROUTINE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "For each proposal: Y accept, N keep the current "
                   "SLA, Q stop".
           PERFORM OFFER-ONE-ROUTINE
               VARYING LS-i FROM 1
               UNTIL LS-i > LS-Day-CNT OR LS-Quit-BOOL = 1.
           CLOSE F-Registry-FILE.
           PERFORM RELEASE-LOCK-ROUTINE.
           DISPLAY "SLA acceptance complete: " LS-Accepted-CNT
                   " accepted, " LS-Declined-CNT " kept as they were".
       END-ROUTINE.

       OFFER-ONE-ROUTINE.
           IF LS-Day-Good(LS-i) < LS-Min-Samples-CONST
            OR LS-Day-Proposed(LS-i) = LS-Day-SLA(LS-i) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-DAY-ROUTINE.
           DISPLAY "  ACCEPT " FUNCTION TRIM(LS-Day-YD(LS-i))
                   " SLA " LS-Day-SLA(LS-i) " -> "
                   LS-Day-Proposed(LS-i) " (Y/N/Q)?".
           MOVE SPACE TO LS-Answer.
           ACCEPT LS-Answer.
           EVALUATE LS-Answer
               WHEN "Y"
               WHEN "y"
                   PERFORM APPLY-PROPOSAL-ROUTINE
               WHEN "Q"
               WHEN "q"
                   SET LS-Quit-BOOL TO 1
               WHEN OTHER
                   ADD 1 TO LS-Declined-CNT
           END-EVALUATE.
       END-ROUTINE.

       APPLY-PROPOSAL-ROUTINE.
           MOVE LS-Day-Year(LS-i) TO REGX-Year.
           MOVE LS-Day-Day(LS-i) TO REGX-Day.
           READ F-Registry-FILE RECORD KEY IS REGX-Key
               INVALID KEY
                   DISPLAY "  day no longer in the registry - "
                           "not changed"
                   EXIT PARAGRAPH
           END-READ.
           MOVE REGX-REC TO WS-Chg-Before.
           MOVE LS-Day-Proposed(LS-i) TO REGX-SLA.
           REWRITE REGX-REC
               INVALID KEY
                   DISPLAY "  REWRITE FAILED - not changed"
               NOT INVALID KEY
                   ADD 1 TO LS-Accepted-CNT
                   MOVE "SLAACCPT" TO WS-Chg-Action
                   MOVE REGX-REC TO WS-Chg-After
                   PERFORM LOG-CHANGE-ROUTINE
                   DISPLAY "  SLA changed"
           END-REWRITE.
       END-ROUTINE.

       SIGNON-ROUTINE.
      *> every acceptance is attributable: the operator signs on
      *> against the user master and each change is logged under
      *> that user through change_log
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
       END-ROUTINE.

       CHECK-ROLE-ROUTINE.
      *> WS-Need-Role is the least role the action needs and
      *> WS-Sign-Detail says what it is; signon logs a refusal
           CALL "signon" USING BY CONTENT "CHECK ",
               BY REFERENCE WS-Chg-File, WS-Need-Role, WS-User-ID,
               WS-User-Role, WS-Sign-Detail, WS-Sign-Status
               ON EXCEPTION
                   MOVE "12" TO WS-Sign-Status
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

       RELEASE-LOCK-ROUTINE.
           CALL "run_lock" USING BY CONTENT "RELEASE",
               BY REFERENCE WS-Lock-Resource, WS-Lock-Holder,
               WS-Lock-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END-ROUTINE.

       END PROGRAM sla_recommend.
