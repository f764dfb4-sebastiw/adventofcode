       IDENTIFICATION DIVISION.
       PROGRAM-ID. year_close.
      *> Year-end close of a puzzle year. Once a year's puzzles are
      *> done and stable the shift lead closes it formally:
      *>   - a certification run: test_all --year=YYYY over every
      *>     registered day of the year and every input it has on
      *>     the answers master (testinput and the real input alike);
      *>     every registered day must pass it - a failed, timed-out
      *>     or quarantined part, or a day the run never reached,
      *>     and the year stays open
      *>   - the year-end certificate (year_cert_YYYY.txt): every day
      *>     with its owner, its final answers and its run-time
      *>     profile (elapsed and phase times) in the certification
      *>     run
      *>   - the archive bundle (year_archive_YYYY.txt): the year's
      *>     history lines, spool members and CSV rows, in the
      *>     dr_export bundle layout with a count and checksum per
      *>     file
      *>   - a close record in the year-close register
      *>     (year_close.txt, layout year-close.cpy)
      *> From then on the year's answers are frozen - answers_maint,
      *> answers_review, answers_approve and answers_batch refuse
      *> them - and test_all reports a failure of one of its days as
      *> a REGRESSION. Only an administrator can reopen the year, with
      *> a reason; closing it again takes a new certification run.
      *> Closing needs a shift lead, reopening an administrator; both
      *> go to the change log under "YEARCLOSE". STATUS (or no
      *> arguments) lists the register without signing on.
      *> Usage: year_close [YYYY] [STATUS | CLOSE | REOPEN]
      *> Condition codes: 0 done, 4 nothing to do (already closed or
      *> not closed), 8 certification failed - year left open, 12
      *> sign-on refused, 16 bad request or a file unusable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Close-FILE
           ASSIGN TO "year_close.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Close-FS.
           SELECT F-Registry-FILE
           ASSIGN TO "registry.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REGX-Key
           FILE STATUS IS WS-Registry-FS.
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
           SELECT F-RunStatus-FILE
           ASSIGN TO "run_status.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunStatus-FS.
           SELECT F-RunLog-FILE
           ASSIGN TO "run_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunLog-FS.
           SELECT F-History-FILE
           ASSIGN TO WS-History-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-History-FS.
           SELECT F-Cert-FILE
           ASSIGN TO WS-Cert-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Cert-FS.
           SELECT F-Bundle-FILE
           ASSIGN TO WS-Bundle-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Bundle-FS.
           SELECT F-List-FILE
           ASSIGN TO "year_close.ls.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-List-FS.
           SELECT F-Member-FILE
           ASSIGN TO WS-Member-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Member-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Close-FILE.
       01 F-Close-LINE PIC X(77).

       FD F-Registry-FILE.
       COPY "registry-master-idx.cpy".

       FD F-Answers-FILE.
       COPY "answers-master-idx.cpy".

       FD F-Owner-FILE.
       01 F-Owner-REC.
         02 F-Own-Year PIC X(4).
         02 F-Own-Day PIC X(2).
         02 F-Own-Owner PIC X(20).

       FD F-RunStatus-FILE.
       01 F-RunStatus-REC.
         02 RS-Run-Number PIC 9(6).
         02 RS-Run-Date PIC X(8).
         02 RS-Tests-Run PIC 9(4).
         02 RS-Success PIC 9(4).
         02 RS-Failures PIC 9(6).
         02 RS-Skips PIC 9(4).
         02 RS-Budget-Spent PIC 9(8).
         02 RS-Carry-CNT PIC 9(3).
         02 RS-Mode PIC X(1).
         02 RS-Slice-No PIC 9(2).
         02 RS-Alert-CNT PIC 9(4).
         02 RS-Checkpoint PIC X(1).
         02 RS-Suite PIC X(12).

       FD F-RunLog-FILE.
       01 F-RunLog-LINE PIC X(80).

       FD F-History-FILE.
       01 F-History-LINE PIC X(200).

       FD F-Cert-FILE.
       01 F-Cert-LINE PIC X(132).

       FD F-Bundle-FILE.
       01 F-Bundle-LINE PIC X(250).

       FD F-List-FILE.
       01 F-List-LINE PIC X(100).

       FD F-Member-FILE.
       01 F-Member-LINE PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-Close-FS PIC XX.
       01 WS-Registry-FS PIC XX.
       01 WS-Answers-FS PIC XX.
       01 WS-Owner-FS PIC XX.
       01 WS-RunStatus-FS PIC XX.
       01 WS-RunLog-FS PIC XX.
       01 WS-History-FileName PIC X(40) VALUE SPACES.
       01 WS-History-FS PIC XX.
       01 WS-Cert-FileName PIC X(40) VALUE SPACES.
       01 WS-Cert-FS PIC XX.
       01 WS-Cert-Open-BOOL PIC 9(1) VALUE 0.
       01 WS-Bundle-FileName PIC X(40) VALUE SPACES.
       01 WS-Bundle-FS PIC XX.
       01 WS-List-FS PIC XX.
       01 WS-Member-FileName PIC X(100) VALUE SPACES.
       01 WS-Member-FS PIC XX.
       COPY "year-close.cpy".

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-List-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-Verb PIC X(8) VALUE SPACES.
       01 WS-Year PIC X(4) VALUE SPACES.
       01 WS-Stamp PIC X(14) VALUE SPACES.
       01 WS-Report-Work PIC X(132) VALUE SPACES.
       01 WS-Report-Ptr PIC 9(3) VALUE ZERO.
       01 WS-Reason PIC X(40) VALUE SPACES.
       01 WS-Reason-Tries PIC 9(1) VALUE ZERO.
       01 WS-i PIC 9(4) VALUE ZERO.
       01 WS-j PIC 9(4) VALUE ZERO.
       01 WS-k PIC 9(3) VALUE ZERO.
       01 WS-Day-NUM PIC 9(2) VALUE ZERO.
       01 WS-Elapsed-Edit PIC Z(5)9.

      *> the certification run
       01 WS-Command PIC X(80) VALUE SPACES.
       01 WS-Sys-RC PIC 9(8) VALUE ZERO.
       01 WS-Run-CC PIC 9(4) VALUE ZERO.
       01 WS-Run-Number PIC 9(6) VALUE ZERO.
       01 WS-Run-Date PIC X(8) VALUE SPACES.
       01 WS-Run-TOK PIC X(12) VALUE SPACES.
       01 WS-Log-Found-BOOL PIC 9(1) VALUE 0.
       01 WS-Log-Num-TOK PIC X(8) VALUE SPACES.
       01 WS-Log-Date-TOK PIC X(10) VALUE SPACES.
       01 WS-Log-File-TOK PIC X(40) VALUE SPACES.
       01 WS-Failed-CNT PIC 9(4) VALUE ZERO.
       01 WS-Frozen-CNT PIC 9(4) VALUE ZERO.
       01 WS-TOK-TBL.
         02 WS-TOK PIC X(40) OCCURS 13 TIMES.

      *> registered days of the year, with their owner and verdict
       01 WS-Reg-CNT PIC 9(4) VALUE ZERO.
       01 WS-Reg-TBL.
         02 WS-Reg-ENTRY OCCURS 50 TIMES.
           03 WS-Reg-Day PIC X(2).
           03 WS-Reg-Day-NUM PIC 9(2).
           03 WS-Reg-Program PIC X(20).
           03 WS-Reg-Owner PIC X(20).
           03 WS-Reg-Runs PIC 9(4).
           03 WS-Reg-Verdict PIC X(40).
       01 WS-Reg-Asof-Date PIC X(8) VALUE SPACES.
       01 WS-Reg-Asof-Status PIC X(2) VALUE SPACES.

      *> the year's answers-master rows - the answers being frozen
       01 WS-Ans-CNT PIC 9(4) VALUE ZERO.
       01 WS-Ans-TBL.
         02 WS-Ans-ENTRY OCCURS 200 TIMES.
           03 WS-Ans-Day-NUM PIC 9(2).
           03 WS-Ans-Input PIC X(40).
           03 WS-Ans-Expected-1 PIC X(15).
           03 WS-Ans-Expected-2 PIC X(15).
           03 WS-Ans-Type PIC X(1).

      *> the certification run's history lines for the year
       01 WS-Hist-CNT PIC 9(4) VALUE ZERO.
       01 WS-Hist-TBL.
         02 WS-Hist-ENTRY OCCURS 200 TIMES.
           03 WS-Hist-Day-NUM PIC 9(2).
           03 WS-Hist-Input PIC X(40).
           03 WS-Hist-Outcome PIC X(12).
           03 WS-Hist-Elapsed PIC 9(6).
           03 WS-Hist-Parts PIC X(2).
           03 WS-Hist-Phases PIC X(30).

      *> archive bundle
       01 WS-Prefix PIC X(24) VALUE SPACES.
       01 WS-Kind PIC X(5) VALUE SPACES.
       01 WS-Spool-Dir PIC X(20) VALUE "spool".
       01 WS-Section-BOOL PIC 9(1) VALUE 0.
       01 WS-File-CNT PIC 9(4) VALUE ZERO.
       01 WS-Rec-CNT PIC 9(6) VALUE ZERO.
       01 WS-Sum PIC 9(9) VALUE ZERO.
       01 WS-Rec-Text PIC X(250) VALUE SPACES.
       01 WS-Rec-Len PIC 9(3) VALUE ZERO.
       01 WS-Year-Slash PIC X(5) VALUE SPACES.
       01 WS-Year-Comma PIC X(5) VALUE SPACES.
       01 WS-Profile-Key PIC X(12) VALUE SPACES.
       01 WS-Profile-Value PIC X(20) VALUE SPACES.
       01 WS-Profile-Found PIC 9(1) VALUE ZERO.

       01 WS-User-ID PIC X(8) VALUE SPACES.
       01 WS-Chg-File PIC X(12) VALUE "YEARCLOSE".
       01 WS-Chg-Action PIC X(8) VALUE SPACES.
       01 WS-Chg-Before PIC X(80) VALUE SPACES.
       01 WS-Chg-After PIC X(80) VALUE SPACES.

       01 WS-User-Role PIC X(1) VALUE SPACE.
       01 WS-Need-Role PIC X(1) VALUE SPACE.
       01 WS-Sign-Detail PIC X(80) VALUE SPACES.
       01 WS-Sign-Status PIC X(2) VALUE SPACES.

       LOCAL-STORAGE SECTION.
       01 LS-Argument PIC X(80) VALUE SPACES.
       01 LS-Arg-1 PIC X(20) VALUE SPACES.
       01 LS-Arg-2 PIC X(20) VALUE SPACES.
       01 LS-Arg-3 PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM PARSE-ARGS-ROUTINE.
           EVALUATE WS-Verb
               WHEN "STATUS"
                   PERFORM STATUS-ROUTINE
               WHEN "CLOSE"
                   PERFORM CLOSE-YEAR-ROUTINE
               WHEN "REOPEN"
                   PERFORM REOPEN-YEAR-ROUTINE
           END-EVALUATE.
           STOP RUN.
       END-ROUTINE.

       PARSE-ARGS-ROUTINE.
           ACCEPT LS-Argument FROM COMMAND-LINE.
           UNSTRING LS-Argument DELIMITED BY ALL SPACE
               INTO LS-Arg-1, LS-Arg-2, LS-Arg-3
           END-UNSTRING.
           MOVE "STATUS" TO WS-Verb.
           IF LS-Arg-1 = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LS-Arg-1 TO WS-Year.
           IF LS-Arg-1(5:) NOT = SPACES
            OR FUNCTION TEST-NUMVAL(WS-Year) NOT = 0
            OR LS-Arg-3 NOT = SPACES THEN
               PERFORM USAGE-ROUTINE
           END-IF.
           IF LS-Arg-2 NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE(LS-Arg-2) TO WS-Verb
           END-IF.
           IF WS-Verb NOT = "STATUS" AND WS-Verb NOT = "CLOSE"
            AND WS-Verb NOT = "REOPEN" THEN
               PERFORM USAGE-ROUTINE
           END-IF.
           STRING WS-Year DELIMITED BY SIZE,
                  "/" DELIMITED BY SIZE
                  INTO WS-Year-Slash.
           STRING WS-Year DELIMITED BY SIZE,
                  "," DELIMITED BY SIZE
                  INTO WS-Year-Comma.
       END-ROUTINE.

       USAGE-ROUTINE.
           DISPLAY "Usage: year_close [YYYY] [STATUS | CLOSE | "
                   "REOPEN]".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END-ROUTINE.

       STATUS-ROUTINE.
      *> the register is in time order; every record is shown, so
      *> the last one for a year is its standing state
           OPEN INPUT F-Close-FILE.
           IF WS-Close-FS NOT = "00" THEN
               DISPLAY "No year has been closed (year_close.txt not "
                       "on file)"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Year-close register:".
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-STATUS-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Close-FILE.
           IF WS-Year NOT = SPACES THEN
               CALL "year_state" USING WS-Year, YCL-REC
               IF YCL-State = "C" THEN
                   DISPLAY WS-Year " IS CLOSED"
               ELSE
                   DISPLAY WS-Year " IS OPEN"
               END-IF
           END-IF.
       END-ROUTINE.

       READ-STATUS-ROUTINE.
           READ F-Close-FILE INTO YCL-REC
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF WS-Year = SPACES OR YCL-Year = WS-Year THEN
                       IF YCL-State = "C" THEN
                           DISPLAY "  " YCL-Year " CLOSED   "
                                   YCL-Date " " YCL-Time " "
                                   YCL-User " RUN=" YCL-Run-Number
                                   " DAYS=" YCL-Days " "
                                   FUNCTION TRIM(YCL-Note)
                       ELSE
                           DISPLAY "  " YCL-Year " REOPENED "
                                   YCL-Date " " YCL-Time " "
                                   YCL-User " "
                                   FUNCTION TRIM(YCL-Note)
                       END-IF
                   END-IF
           END-READ.
       END-ROUTINE.

       SIGNON-ROUTINE.
      *> every close and reopen is attributable: the user signs on
      *> against the user master and the decision is logged under
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
           MOVE SPACES TO WS-Sign-Detail.
           STRING WS-Verb DELIMITED BY SPACE,
                  " PUZZLE YEAR " DELIMITED BY SIZE,
                  WS-Year DELIMITED BY SIZE
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

       LOG-CHANGE-ROUTINE.
           CALL "change_log" USING WS-User-ID, WS-Chg-File,
               WS-Chg-Action, WS-Chg-Before, WS-Chg-After
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SPACES TO WS-Chg-Before, WS-Chg-After.
       END-ROUTINE.

       CLOSE-YEAR-ROUTINE.
           CALL "year_state" USING WS-Year, YCL-REC.
           IF YCL-State = "C" THEN
               DISPLAY "Year " WS-Year " was closed by "
                       FUNCTION TRIM(YCL-User) " on " YCL-Date
                       " (run " YCL-Run-Number ") - nothing to do"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-Need-Role.
           PERFORM SIGNON-ROUTINE.
           PERFORM LOAD-REGISTERED-ROUTINE.
           PERFORM LOAD-ANSWERS-ROUTINE.
           PERFORM LOAD-OWNERS-ROUTINE.
           PERFORM CERTIFICATION-RUN-ROUTINE.
           PERFORM JUDGE-ROUTINE
               VARYING WS-i FROM 1 UNTIL WS-i > WS-Reg-CNT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
           IF WS-Failed-CNT > 0 THEN
               PERFORM REFUSED-REPORT-ROUTINE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CERTIFICATE-ROUTINE.
           PERFORM ARCHIVE-ROUTINE.
           PERFORM RECORD-CLOSE-ROUTINE.
           MOVE 0 TO RETURN-CODE.
       END-ROUTINE.

       LOAD-REGISTERED-ROUTINE.
      *> every day of the year registered and in force today; a day
      *> deactivated in the registry is not part of the year
           OPEN INPUT F-Registry-FILE.
           IF WS-Registry-FS NOT = "00" THEN
               DISPLAY "year_close: cannot open registry.idx - "
                       "status " WS-Registry-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-Year TO REGX-Year.
           MOVE LOW-VALUES TO REGX-Day.
           SET WS-EOF-BOOL TO 0.
           START F-Registry-FILE KEY IS >= REGX-Key
               INVALID KEY
                   SET WS-EOF-BOOL TO 1
           END-START.
           PERFORM READ-REGISTRY-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Registry-FILE.
           IF WS-Reg-CNT = 0 THEN
               DISPLAY "year_close: no day of " WS-Year
                       " is registered - nothing to close"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       END-ROUTINE.

       READ-REGISTRY-ROUTINE.
           READ F-Registry-FILE NEXT RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF REGX-Year NOT = WS-Year THEN
                       SET WS-EOF-BOOL TO 1
                   ELSE
                       MOVE SPACES TO WS-Reg-Asof-Date
                       CALL "registry_asof" USING WS-Reg-Asof-Date,
                           REGX-REC, WS-Reg-Asof-Status
                           ON EXCEPTION
                               CONTINUE
                       END-CALL
                       IF REGX-Active NOT = "I"
                        AND WS-Reg-CNT < 50 THEN
                           ADD 1 TO WS-Reg-CNT
                           MOVE REGX-Day TO WS-Reg-Day(WS-Reg-CNT)
                           MOVE FUNCTION NUMVAL(REGX-Day)
                               TO WS-Reg-Day-NUM(WS-Reg-CNT)
                           MOVE REGX-Program
                               TO WS-Reg-Program(WS-Reg-CNT)
                           MOVE "(none)" TO WS-Reg-Owner(WS-Reg-CNT)
                           MOVE ZERO TO WS-Reg-Runs(WS-Reg-CNT)
                           MOVE SPACES TO WS-Reg-Verdict(WS-Reg-CNT)
                       END-IF
                   END-IF
           END-READ.
       END-ROUTINE.

       LOAD-ANSWERS-ROUTINE.
           OPEN INPUT F-Answers-FILE.
           IF WS-Answers-FS NOT = "00" THEN
               DISPLAY "year_close: cannot open answers_master.idx"
                       " - status " WS-Answers-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-Year TO ANSX-Year.
           MOVE LOW-VALUES TO ANSX-Day, ANSX-Input-Name.
           SET WS-EOF-BOOL TO 0.
           START F-Answers-FILE KEY IS >= ANSX-Key
               INVALID KEY
                   SET WS-EOF-BOOL TO 1
           END-START.
           PERFORM READ-ANSWERS-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Answers-FILE.
       END-ROUTINE.

       READ-ANSWERS-ROUTINE.
           READ F-Answers-FILE NEXT RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF ANSX-Year NOT = WS-Year THEN
                       SET WS-EOF-BOOL TO 1
                   ELSE
                       IF WS-Ans-CNT < 200 THEN
                           ADD 1 TO WS-Ans-CNT
                           MOVE FUNCTION NUMVAL(ANSX-Day)
                               TO WS-Ans-Day-NUM(WS-Ans-CNT)
                           MOVE ANSX-Input-Name
                               TO WS-Ans-Input(WS-Ans-CNT)
                           MOVE ANSX-Expected-1
                               TO WS-Ans-Expected-1(WS-Ans-CNT)
                           MOVE ANSX-Expected-2
                               TO WS-Ans-Expected-2(WS-Ans-CNT)
                           MOVE ANSX-Type TO WS-Ans-Type(WS-Ans-CNT)
                       END-IF
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
                   IF F-Own-Year = WS-Year
                    AND FUNCTION TEST-NUMVAL(F-Own-Day) = 0 THEN
                       MOVE FUNCTION NUMVAL(F-Own-Day) TO WS-Day-NUM
                       PERFORM VARYING WS-j FROM 1
                               UNTIL WS-j > WS-Reg-CNT
                           IF WS-Reg-Day-NUM(WS-j) = WS-Day-NUM THEN
                               MOVE F-Own-Owner TO WS-Reg-Owner(WS-j)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.
       END-ROUTINE.

       CERTIFICATION-RUN-ROUTINE.
      *> the run goes through the ordinary nightly program, so it
      *> takes the run locks, writes history, spool and CSV and gets
      *> a run number like any other night; --override because the
      *> close is not tonight's calendar run
           MOVE SPACES TO WS-Command.
           STRING "./test_all --year=" DELIMITED BY SIZE,
                  WS-Year DELIMITED BY SIZE,
                  " --override --csv" DELIMITED BY SIZE
                  INTO WS-Command.
           DISPLAY "CERTIFICATION RUN: " FUNCTION TRIM(WS-Command).
           CALL "SYSTEM" USING WS-Command.
           MOVE RETURN-CODE TO WS-Sys-RC.
           MOVE 0 TO RETURN-CODE.
      *> SYSTEM hands back the raw wait status on some builds - fold
      *> it down to the child's condition code
           IF WS-Sys-RC > 255 THEN
               DIVIDE WS-Sys-RC BY 256 GIVING WS-Run-CC
           ELSE
               MOVE WS-Sys-RC TO WS-Run-CC
           END-IF.
           OPEN INPUT F-RunStatus-FILE.
           IF WS-RunStatus-FS NOT = "00" THEN
               DISPLAY "year_close: the certification run left no "
                       "run_status.txt - year left open"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ F-RunStatus-FILE RECORD
               AT END MOVE ZERO TO RS-Run-Number
           END-READ.
           CLOSE F-RunStatus-FILE.
           MOVE RS-Run-Number TO WS-Run-Number.
           MOVE RS-Run-Date TO WS-Run-Date.
           STRING "RUN=" DELIMITED BY SIZE,
                  WS-Run-Number DELIMITED BY SIZE
                  INTO WS-Run-TOK.
           DISPLAY "CERTIFICATION RUN " WS-Run-Number " ON "
                   WS-Run-Date ": " RS-Tests-Run " test(s), "
                   RS-Failures " failure(s), condition code "
                   WS-Run-CC.
      *> the run's own history file, through the run log
           OPEN INPUT F-RunLog-FILE.
           IF WS-RunLog-FS = "00" THEN
               SET WS-EOF-BOOL TO 0
               PERFORM READ-RUNLOG-ROUTINE UNTIL WS-EOF-BOOL = 1
               CLOSE F-RunLog-FILE
           END-IF.
           IF WS-Log-Found-BOOL = 0 THEN
               DISPLAY "year_close: run " WS-Run-Number
                       " not in run_log.txt - year left open"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT F-History-FILE.
           IF WS-History-FS NOT = "00" THEN
               DISPLAY "year_close: cannot open "
                       FUNCTION TRIM(WS-History-FileName)
                       " - year left open"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-HISTORY-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-History-FILE.
       END-ROUTINE.

       READ-RUNLOG-ROUTINE.
           READ F-RunLog-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   MOVE SPACES TO WS-Log-Num-TOK, WS-Log-Date-TOK,
                                  WS-Log-File-TOK
                   UNSTRING F-RunLog-LINE
                       DELIMITED BY ALL SPACES
                       INTO WS-Log-Num-TOK,
                            WS-Log-Date-TOK,
                            WS-Log-File-TOK
                   IF FUNCTION TEST-NUMVAL(WS-Log-Num-TOK) = 0
                    AND FUNCTION NUMVAL(WS-Log-Num-TOK) =
                        WS-Run-Number THEN
                       SET WS-Log-Found-BOOL TO 1
                       MOVE WS-Log-File-TOK TO WS-History-FileName
                   END-IF
           END-READ.
       END-ROUTINE.

       READ-HISTORY-ROUTINE.
           READ F-History-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END PERFORM DO-HISTORY-LINE-ROUTINE
           END-READ.
       END-ROUTINE.

       DO-HISTORY-LINE-ROUTINE.
      *> date yyyy/d program outcome elapsed input fp, then the
      *> RUN=, SEQ=, PT= and PH= stamps
           IF F-History-LINE(1:8) = "TRAILER "
            OR WS-Hist-CNT >= 200 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TOK-TBL.
           UNSTRING F-History-LINE
               DELIMITED BY ALL SPACES
               INTO WS-TOK(1), WS-TOK(2), WS-TOK(3), WS-TOK(4),
                    WS-TOK(5), WS-TOK(6), WS-TOK(7), WS-TOK(8),
                    WS-TOK(9), WS-TOK(10), WS-TOK(11),
                    WS-TOK(12), WS-TOK(13).
           IF WS-TOK(2)(1:5) NOT = WS-Year-Slash THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-k TO 0.
           PERFORM VARYING WS-j FROM 6 BY 1 UNTIL WS-j > 13
               IF WS-TOK(WS-j) = WS-Run-TOK THEN
                   MOVE WS-j TO WS-k
               END-IF
           END-PERFORM.
           IF WS-k = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Hist-CNT.
           MOVE ZERO TO WS-Hist-Day-NUM(WS-Hist-CNT),
                        WS-Hist-Elapsed(WS-Hist-CNT).
           IF FUNCTION TEST-NUMVAL(WS-TOK(2)(6:2)) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-TOK(2)(6:2))
                   TO WS-Hist-Day-NUM(WS-Hist-CNT)
           END-IF.
           MOVE WS-TOK(4) TO WS-Hist-Outcome(WS-Hist-CNT).
           IF FUNCTION TEST-NUMVAL(WS-TOK(5)) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-TOK(5))
                   TO WS-Hist-Elapsed(WS-Hist-CNT)
           END-IF.
           MOVE WS-TOK(6) TO WS-Hist-Input(WS-Hist-CNT).
           MOVE SPACES TO WS-Hist-Parts(WS-Hist-CNT),
                          WS-Hist-Phases(WS-Hist-CNT).
           PERFORM VARYING WS-j FROM 6 BY 1 UNTIL WS-j > 13
               IF WS-TOK(WS-j)(1:3) = "PT=" THEN
                   MOVE WS-TOK(WS-j)(4:2)
                       TO WS-Hist-Parts(WS-Hist-CNT)
               END-IF
               IF WS-TOK(WS-j)(1:3) = "PH=" THEN
                   MOVE WS-TOK(WS-j)(4:)
                       TO WS-Hist-Phases(WS-Hist-CNT)
               END-IF
           END-PERFORM.
       END-ROUTINE.

       JUDGE-ROUTINE.
      *> a day is certified when the run reached every input of it
      *> and no part failed, timed out or sat in quarantine; a part
      *> with no expected answer (day 25 has no second part) is
      *> skipped, but at least one part of every input must pass
           SET WS-Reg-Runs(WS-i) TO 0.
           PERFORM VARYING WS-j FROM 1 UNTIL WS-j > WS-Hist-CNT
               IF WS-Hist-Day-NUM(WS-j) = WS-Reg-Day-NUM(WS-i) THEN
                   ADD 1 TO WS-Reg-Runs(WS-i)
                   EVALUATE TRUE
                       WHEN WS-Reg-Verdict(WS-i) NOT = SPACES
                           CONTINUE
                       WHEN WS-Hist-Outcome(WS-j) = "TIMEOUT"
                       WHEN WS-Hist-Outcome(WS-j) = "QUARANTINE"
                           MOVE WS-Hist-Outcome(WS-j)
                               TO WS-Reg-Verdict(WS-i)
                       WHEN WS-Hist-Parts(WS-j)(1:1) = "F"
                       WHEN WS-Hist-Parts(WS-j)(2:1) = "F"
                       WHEN WS-Hist-Outcome(WS-j) = "FAILURE"
                       WHEN WS-Hist-Outcome(WS-j) = "RETRIED-FAIL"
                           MOVE "FAILED ON " TO WS-Reg-Verdict(WS-i)
                           MOVE WS-Hist-Input(WS-j)
                               TO WS-Reg-Verdict(WS-i)(11:30)
                       WHEN WS-Hist-Parts(WS-j)(1:1) = "Q"
                       WHEN WS-Hist-Parts(WS-j)(2:1) = "Q"
                           MOVE "PART IN QUARANTINE"
                               TO WS-Reg-Verdict(WS-i)
                       WHEN WS-Hist-Parts(WS-j) = "SS"
                           MOVE "NO ANSWER CHECKED FOR "
                               TO WS-Reg-Verdict(WS-i)
                           MOVE WS-Hist-Input(WS-j)
                               TO WS-Reg-Verdict(WS-i)(23:18)
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-Reg-Runs(WS-i) = 0 THEN
               MOVE "NOT RUN" TO WS-Reg-Verdict(WS-i)
           END-IF.
           IF WS-Reg-Verdict(WS-i) NOT = SPACES THEN
               ADD 1 TO WS-Failed-CNT
           END-IF.
       END-ROUTINE.

       REFUSED-REPORT-ROUTINE.
           DISPLAY "YEAR " WS-Year " NOT CLOSED - " WS-Failed-CNT
                   " of " WS-Reg-CNT " registered day(s) did not "
                   "pass certification run " WS-Run-Number ":".
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Reg-CNT
               IF WS-Reg-Verdict(WS-i) NOT = SPACES THEN
                   DISPLAY "  " WS-Year "/" WS-Reg-Day(WS-i) " "
                           WS-Reg-Program(WS-i) " "
                           FUNCTION TRIM(WS-Reg-Verdict(WS-i))
               END-IF
           END-PERFORM.
           DISPLAY "Fix the days and close again - every close "
                   "takes a fresh certification run".
           MOVE "REFUSED" TO WS-Chg-Action.
           STRING WS-Year DELIMITED BY SIZE,
                  " RUN=" DELIMITED BY SIZE,
                  WS-Run-Number DELIMITED BY SIZE,
                  " FAILED DAYS=" DELIMITED BY SIZE,
                  WS-Failed-CNT DELIMITED BY SIZE
                  INTO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
       END-ROUTINE.

       CERTIFICATE-ROUTINE.
           STRING "year_cert_" DELIMITED BY SIZE,
                  WS-Year DELIMITED BY SIZE,
                  ".txt" DELIMITED BY SIZE
                  INTO WS-Cert-FileName.
           OPEN OUTPUT F-Cert-FILE.
           IF WS-Cert-FS = "00" THEN
               SET WS-Cert-Open-BOOL TO 1
           ELSE
               DISPLAY "WARNING: cannot write "
                       FUNCTION TRIM(WS-Cert-FileName)
                       " - certificate on the console only"
           END-IF.
           STRING "YEAR-END CERTIFICATE - PUZZLE YEAR "
                  DELIMITED BY SIZE,
                  WS-Year DELIMITED BY SIZE
                  INTO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           STRING "CERTIFICATION RUN " DELIMITED BY SIZE,
                  WS-Run-Number DELIMITED BY SIZE,
                  " OF " DELIMITED BY SIZE,
                  WS-Run-Date DELIMITED BY SIZE,
                  "  CLOSED " DELIMITED BY SIZE,
                  WS-Stamp(1:8) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Stamp(9:6) DELIMITED BY SIZE,
                  " BY " DELIMITED BY SIZE,
                  WS-User-ID DELIMITED BY SPACE
                  INTO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           PERFORM REPORT-LINE-ROUTINE.
           MOVE "DAY PROGRAM              OWNER" TO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           MOVE "    INPUT                          EXPECTED-1      "
             & "EXPECTED-2      T OUTCOME      ELAPSED(CS) "
             & "PARSE/COMPUTE/REPORT" TO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
           PERFORM CERT-DAY-ROUTINE
               VARYING WS-i FROM 1 UNTIL WS-i > WS-Reg-CNT.
           PERFORM REPORT-LINE-ROUTINE.
           STRING WS-Reg-CNT DELIMITED BY SIZE,
                  " DAY(S) CERTIFIED, " DELIMITED BY SIZE,
                  WS-Frozen-CNT DELIMITED BY SIZE,
                  " ANSWER ROW(S) FROZEN" DELIMITED BY SIZE
                  INTO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
       END-ROUTINE.

       CERT-DAY-ROUTINE.
           MOVE WS-Reg-Day(WS-i) TO WS-Report-Work(1:2).
           MOVE WS-Reg-Program(WS-i) TO WS-Report-Work(5:20).
           MOVE WS-Reg-Owner(WS-i) TO WS-Report-Work(26:20).
           PERFORM REPORT-LINE-ROUTINE.
           PERFORM VARYING WS-j FROM 1 UNTIL WS-j > WS-Ans-CNT
               IF WS-Ans-Day-NUM(WS-j) = WS-Reg-Day-NUM(WS-i) THEN
                   ADD 1 TO WS-Frozen-CNT
                   PERFORM CERT-ANSWER-ROUTINE
               END-IF
           END-PERFORM.
       END-ROUTINE.

       CERT-ANSWER-ROUTINE.
      *> the answer row beside its line in the certification run
           MOVE WS-Ans-Input(WS-j) TO WS-Report-Work(5:30).
           MOVE WS-Ans-Expected-1(WS-j) TO WS-Report-Work(36:15).
           MOVE WS-Ans-Expected-2(WS-j) TO WS-Report-Work(52:15).
           MOVE WS-Ans-Type(WS-j) TO WS-Report-Work(68:1).
           MOVE "NOT RUN" TO WS-Report-Work(70:12).
           PERFORM VARYING WS-k FROM 1 UNTIL WS-k > WS-Hist-CNT
               IF WS-Hist-Day-NUM(WS-k) = WS-Ans-Day-NUM(WS-j)
                AND WS-Hist-Input(WS-k) = WS-Ans-Input(WS-j) THEN
                   MOVE WS-Hist-Outcome(WS-k)
                       TO WS-Report-Work(70:12)
                   MOVE WS-Hist-Elapsed(WS-k) TO WS-Elapsed-Edit
                   MOVE WS-Elapsed-Edit TO WS-Report-Work(83:6)
                   MOVE WS-Hist-Phases(WS-k) TO WS-Report-Work(95:30)
               END-IF
           END-PERFORM.
           PERFORM REPORT-LINE-ROUTINE.
       END-ROUTINE.

       REPORT-LINE-ROUTINE.
           DISPLAY FUNCTION TRIM(WS-Report-Work TRAILING).
           IF WS-Cert-Open-BOOL = 1 THEN
               WRITE F-Cert-LINE FROM WS-Report-Work
           END-IF.
           MOVE SPACES TO WS-Report-Work.
       END-ROUTINE.

       ARCHIVE-ROUTINE.
      *> the year's history lines, spool members and CSV rows copied
      *> into one bundle; the originals stay where they are for
      *> housekeeping to age out under the retention rules
           MOVE "SPOOLDIR" TO WS-Profile-Key.
           CALL "profile_get" USING WS-Profile-Key,
               WS-Profile-Value, WS-Profile-Found
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-Profile-Found = 1
            AND WS-Profile-Value NOT = SPACES THEN
               MOVE WS-Profile-Value TO WS-Spool-Dir
           END-IF.
           STRING "year_archive_" DELIMITED BY SIZE,
                  WS-Year DELIMITED BY SIZE,
                  ".txt" DELIMITED BY SIZE
                  INTO WS-Bundle-FileName.
           OPEN OUTPUT F-Bundle-FILE.
           IF WS-Bundle-FS NOT = "00" THEN
               DISPLAY "WARNING: cannot write "
                       FUNCTION TRIM(WS-Bundle-FileName)
                       " - status " WS-Bundle-FS " - year closed "
                       "without its archive bundle"
               MOVE SPACES TO WS-Bundle-FileName
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO F-Bundle-LINE.
           STRING "*BUNDLE " DELIMITED BY SIZE,
                  WS-Stamp(1:8) DELIMITED BY SIZE,
                  " YEAR " DELIMITED BY SIZE,
                  WS-Year DELIMITED BY SIZE
                  INTO F-Bundle-LINE.
           WRITE F-Bundle-LINE.
           MOVE "HIST" TO WS-Kind.
           MOVE SPACES TO WS-Prefix, WS-Command.
           STRING "ls test_history_*.txt > year_close.ls.tmp "
                  DELIMITED BY SIZE,
                  "2>/dev/null" DELIMITED BY SIZE
                  INTO WS-Command.
           PERFORM ARCHIVE-LISTED-ROUTINE.
           MOVE "SPOOL" TO WS-Kind.
           MOVE SPACES TO WS-Prefix, WS-Command.
           STRING "ls " DELIMITED BY SIZE,
                  WS-Spool-Dir DELIMITED BY SPACE,
                  "/*_" DELIMITED BY SIZE,
                  WS-Year DELIMITED BY SIZE,
                  "_*.txt > year_close.ls.tmp 2>/dev/null"
                  DELIMITED BY SIZE
                  INTO WS-Command.
           PERFORM ARCHIVE-LISTED-ROUTINE.
           MOVE "CSV" TO WS-Kind.
           MOVE SPACES TO WS-Command.
           MOVE "ls test_results_*.csv > year_close.ls.tmp "
             & "2>/dev/null" TO WS-Command.
           PERFORM ARCHIVE-LISTED-ROUTINE.
           MOVE SPACES TO F-Bundle-LINE.
           STRING "*ENDBUNDLE " DELIMITED BY SIZE,
                  WS-File-CNT DELIMITED BY SIZE
                  INTO F-Bundle-LINE.
           WRITE F-Bundle-LINE.
           CLOSE F-Bundle-FILE.
           CALL "CBL_DELETE_FILE" USING "year_close.ls.tmp"
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SPACES TO WS-Report-Work.
           STRING WS-File-CNT DELIMITED BY SIZE,
                  " FILE(S) ARCHIVED TO " DELIMITED BY SIZE,
                  WS-Bundle-FileName DELIMITED BY SPACE
                  INTO WS-Report-Work.
           PERFORM REPORT-LINE-ROUTINE.
       END-ROUTINE.

       ARCHIVE-LISTED-ROUTINE.
           CALL "CBL_DELETE_FILE" USING "year_close.ls.tmp"
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           CALL "SYSTEM" USING WS-Command.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT F-List-FILE.
           IF WS-List-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-List-EOF-BOOL TO 0.
           PERFORM READ-LIST-ROUTINE UNTIL WS-List-EOF-BOOL = 1.
           CLOSE F-List-FILE.
       END-ROUTINE.

       READ-LIST-ROUTINE.
           READ F-List-FILE RECORD
               AT END SET WS-List-EOF-BOOL TO 1
               NOT AT END
                   IF F-List-LINE NOT = SPACES THEN
                       MOVE F-List-LINE TO WS-Member-FileName
                       PERFORM ARCHIVE-MEMBER-ROUTINE
                   END-IF
           END-READ.
       END-ROUTINE.

       ARCHIVE-MEMBER-ROUTINE.
      *> a section is only opened once a member has a line of the
      *> year in it
           OPEN INPUT F-Member-FILE.
           IF WS-Member-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-Section-BOOL TO 0.
           SET WS-Rec-CNT TO 0.
           SET WS-Sum TO 0.
           SET WS-EOF-BOOL TO 0.
           PERFORM ARCHIVE-MEMBER-LINE-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Member-FILE.
           IF WS-Section-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-File-CNT.
           MOVE SPACES TO F-Bundle-LINE.
           STRING "*ENDFILE " DELIMITED BY SIZE,
                  WS-Member-FileName DELIMITED BY SPACE,
                  " " DELIMITED BY SIZE,
                  WS-Rec-CNT DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Sum DELIMITED BY SIZE
                  INTO F-Bundle-LINE.
           WRITE F-Bundle-LINE.
       END-ROUTINE.

       ARCHIVE-MEMBER-LINE-ROUTINE.
           READ F-Member-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-Kind = "SPOOL"
                           PERFORM ARCHIVE-ONE-LINE-ROUTINE
      *> history lines carry yyyy/d as their second word
                       WHEN WS-Kind = "HIST"
                           MOVE SPACES TO WS-TOK(1), WS-TOK(2)
                           UNSTRING F-Member-LINE
                               DELIMITED BY ALL SPACES
                               INTO WS-TOK(1), WS-TOK(2)
                           IF WS-TOK(2)(1:5) = WS-Year-Slash THEN
                               PERFORM ARCHIVE-ONE-LINE-ROUTINE
                           END-IF
      *> CSV rows lead with the year; the heading row goes with them
                       WHEN F-Member-LINE(1:5) = WS-Year-Comma
                           IF WS-Section-BOOL = 0 THEN
                               MOVE "Year,Dir,File,Expected1,Expected2,"
                                 & "Result1,Result2,Success,Failure,"
                                 & "Skipped,Alt1,Alt2,RunNo,Part1,Part2"
                                   TO WS-Rec-Text
                               PERFORM START-MEMBER-ROUTINE
                               PERFORM BUNDLE-LINE-ROUTINE
                           END-IF
                           PERFORM ARCHIVE-ONE-LINE-ROUTINE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       END-ROUTINE.

       ARCHIVE-ONE-LINE-ROUTINE.
           IF WS-Section-BOOL = 0 THEN
               PERFORM START-MEMBER-ROUTINE
           END-IF.
           MOVE F-Member-LINE TO WS-Rec-Text.
           PERFORM BUNDLE-LINE-ROUTINE.
       END-ROUTINE.

       START-MEMBER-ROUTINE.
           SET WS-Section-BOOL TO 1.
           MOVE SPACES TO F-Bundle-LINE.
           STRING "*FILE " DELIMITED BY SIZE,
                  WS-Member-FileName DELIMITED BY SPACE,
                  " " DELIMITED BY SIZE,
                  WS-Kind DELIMITED BY SPACE
                  INTO F-Bundle-LINE.
           WRITE F-Bundle-LINE.
       END-ROUTINE.

       BUNDLE-LINE-ROUTINE.
      *> the same record count and checksum dr_export keeps
           ADD 1 TO WS-Rec-CNT.
           MOVE FUNCTION LENGTH(FUNCTION
               TRIM(WS-Rec-Text TRAILING)) TO WS-Rec-Len.
           IF WS-Rec-Text = SPACES THEN
               SET WS-Rec-Len TO 0
           END-IF.
           COMPUTE WS-Sum = FUNCTION MOD(WS-Sum +
               WS-Rec-CNT * 131 + WS-Rec-Len, 999999937).
           PERFORM VARYING WS-k FROM 1 UNTIL WS-k > WS-Rec-Len
               COMPUTE WS-Sum = FUNCTION MOD(WS-Sum +
                   WS-k * FUNCTION ORD(WS-Rec-Text(WS-k:1)),
                   999999937)
           END-PERFORM.
           WRITE F-Bundle-LINE FROM WS-Rec-Text.
       END-ROUTINE.

       RECORD-CLOSE-ROUTINE.
           MOVE SPACES TO YCL-REC.
           MOVE WS-Year TO YCL-Year.
           MOVE "C" TO YCL-State.
           MOVE WS-Stamp(1:8) TO YCL-Date.
           MOVE WS-Stamp(9:6) TO YCL-Time.
           MOVE WS-User-ID TO YCL-User.
           MOVE WS-Run-Number TO YCL-Run-Number.
           MOVE WS-Reg-CNT TO YCL-Days.
           MOVE WS-Cert-FileName TO YCL-Note.
           PERFORM APPEND-REGISTER-ROUTINE.
           MOVE "CLOSE" TO WS-Chg-Action.
           MOVE YCL-REC TO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
           IF WS-Cert-Open-BOOL = 1 THEN
               MOVE SPACES TO WS-Report-Work
               STRING "YEAR " DELIMITED BY SIZE,
                      WS-Year DELIMITED BY SIZE,
                      " CLOSED - ANSWERS FROZEN UNTIL AN "
                      DELIMITED BY SIZE,
                      "ADMINISTRATOR REOPENS IT" DELIMITED BY SIZE
                      INTO WS-Report-Work
               PERFORM REPORT-LINE-ROUTINE
               CLOSE F-Cert-FILE
               DISPLAY "Certificate written to "
                       FUNCTION TRIM(WS-Cert-FileName)
           END-IF.
       END-ROUTINE.

       APPEND-REGISTER-ROUTINE.
           OPEN EXTEND F-Close-FILE.
           IF WS-Close-FS = "35" THEN
               OPEN OUTPUT F-Close-FILE
           END-IF.
           IF WS-Close-FS NOT = "00" THEN
               DISPLAY "year_close: cannot write year_close.txt - "
                       "status " WS-Close-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE F-Close-LINE FROM YCL-REC.
           CLOSE F-Close-FILE.
       END-ROUTINE.

       REOPEN-YEAR-ROUTINE.
           CALL "year_state" USING WS-Year, YCL-REC.
           IF YCL-State NOT = "C" THEN
               DISPLAY "Year " WS-Year " is not closed - nothing "
                       "to reopen"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO WS-Need-Role.
           PERFORM SIGNON-ROUTINE.
           MOVE YCL-REC TO WS-Chg-Before.
           DISPLAY "Year " WS-Year " closed by "
                   FUNCTION TRIM(YCL-User) " on " YCL-Date
                   " after run " YCL-Run-Number.
      *> a reopen always says why
           PERFORM VARYING WS-Reason-Tries FROM 1 BY 1
                   UNTIL WS-Reason NOT = SPACES
                      OR WS-Reason-Tries > 3
               DISPLAY "Reason for reopening (required): "
                   WITH NO ADVANCING
               ACCEPT WS-Reason
           END-PERFORM.
           IF WS-Reason = SPACES THEN
               DISPLAY "No reason given - year left closed"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
           MOVE SPACES TO YCL-REC.
           MOVE WS-Year TO YCL-Year.
           MOVE "O" TO YCL-State.
           MOVE WS-Stamp(1:8) TO YCL-Date.
           MOVE WS-Stamp(9:6) TO YCL-Time.
           MOVE WS-User-ID TO YCL-User.
           MOVE ZERO TO YCL-Run-Number, YCL-Days.
           MOVE WS-Reason TO YCL-Note.
           PERFORM APPEND-REGISTER-ROUTINE.
           MOVE "REOPEN" TO WS-Chg-Action.
           MOVE YCL-REC TO WS-Chg-After.
           PERFORM LOG-CHANGE-ROUTINE.
           DISPLAY "YEAR " WS-Year " REOPENED - its answers may be "
                   "changed again; close it again with a new "
                   "certification run".
           MOVE 0 TO RETURN-CODE.
       END-ROUTINE.

       END PROGRAM year_close.
