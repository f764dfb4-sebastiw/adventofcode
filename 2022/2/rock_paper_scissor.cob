           ASSIGN TO WS-Filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Input-FS.
           SELECT F-Answers-FILE
           ASSIGN TO "answers_master.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ANSX-Key
           FILE STATUS IS WS-Answers-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-input-FILE.
          02 FILLER PIC Z(1).
          02 MyChoice PIC A(1).

       FD F-Answers-FILE.
       COPY "answers-master-idx.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Filename PIC X(40).
       01 WS-Input-FS PIC XX.
       01 WS-Answers-FS PIC XX.

       LOCAL-STORAGE SECTION.
       01 LS-Points1-TOTAL PIC 9(7) VALUE 0.
       01 LS-Records-Read PIC 9(6) VALUE ZERO.
       01 LS-Records-Rejected PIC 9(6) VALUE ZERO.
       01 LS-Totals-Flag PIC 9(1) VALUE ZERO.
       01 LS-Phase-CS PIC 9(8) VALUE ZERO.
       01 LS-Phase-Idx PIC 9(2) VALUE ZERO.

       COPY "audit-record.cpy".

           03 LS-Trn-Hold-Pts2 PIC 9(7).
           03 LS-Trn-Hold-Rounds PIC 9(6).

      *> Cipher-mapping analysis: the guide's X/Y/Z column scored
      *> under all six mappings onto rock/paper/scissors and all six
      *> onto lose/draw/win, ranked by total score. Each mapping is
      *> a permutation of 1-2-3 taken in X, Y, Z order.
       01 LS-Cip-Mode PIC X(1) VALUE SPACE.
       01 LS-Cip-Perm-VALUES.
         02 PIC 9(3) VALUE 123.
         02 PIC 9(3) VALUE 132.
         02 PIC 9(3) VALUE 213.
         02 PIC 9(3) VALUE 231.
         02 PIC 9(3) VALUE 312.
         02 PIC 9(3) VALUE 321.
       01 LS-Cip-Perm-TBL REDEFINES LS-Cip-Perm-VALUES.
         02 LS-Cip-Perm-ROW OCCURS 6 TIMES.
           03 LS-Cip-Perm PIC 9(1) OCCURS 3 TIMES.
       01 LS-Outcome-Names-VALUES.
         02 PIC X(4) VALUE "LOSE".
         02 PIC X(4) VALUE "DRAW".
         02 PIC X(4) VALUE "WIN ".
       01 LS-Outcome-Names-TBL REDEFINES LS-Outcome-Names-VALUES.
         02 LS-Outcome-Name PIC X(4) OCCURS 3 TIMES.
       01 LS-Cip-TBL.
         02 LS-Cip-REC OCCURS 12 TIMES.
           03 LS-Cip-Kind PIC X(8).
           03 LS-Cip-Label PIC X(32).
           03 LS-Cip-Score PIC 9(7).
           03 LS-Cip-Wins PIC 9(6).
           03 LS-Cip-Draws PIC 9(6).
           03 LS-Cip-Losses PIC 9(6).
           03 LS-Cip-Flag PIC X(30).
       01 LS-Cip-Hold-REC.
           03 LS-Cip-Hold-Kind PIC X(8).
           03 LS-Cip-Hold-Label PIC X(32).
           03 LS-Cip-Hold-Score PIC 9(7).
           03 LS-Cip-Hold-Wins PIC 9(6).
           03 LS-Cip-Hold-Draws PIC 9(6).
           03 LS-Cip-Hold-Losses PIC 9(6).
           03 LS-Cip-Hold-Flag PIC X(30).
       01 LS-Cip-n PIC 9(2) VALUE ZERO.
       01 LS-Cip-m PIC 9(2) VALUE ZERO.
       01 LS-Cip-k PIC 9(1) VALUE ZERO.
       01 LS-Cip-a PIC 9(1) VALUE ZERO.
       01 LS-Cip-b PIC 9(1) VALUE ZERO.
       01 LS-Cip-Throw PIC 9(1) VALUE ZERO.
       01 LS-Cip-Outcome PIC 9(1) VALUE ZERO.
       01 LS-Cip-Answer-1 PIC 9(9) VALUE ZERO.
       01 LS-Cip-Answer-2 PIC 9(9) VALUE ZERO.
       01 LS-Cip-Source PIC X(40) VALUE SPACES.
       01 LS-Cip-Tok-1 PIC X(40) VALUE SPACES.
       01 LS-Cip-Tok-2 PIC X(40) VALUE SPACES.
       01 LS-Cip-Tok-3 PIC X(40) VALUE SPACES.
       01 LS-Cip-Tok-4 PIC X(40) VALUE SPACES.
       01 LS-Cip-Matches PIC 9(2) VALUE ZERO.

       LINKAGE SECTION.
       COPY "common-linkage.cpy".
       01 L-Extra-Files PIC X(200) VALUE SPACES.
       01 L-Cipher-Mode PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION USING L-Filename, L-Result-1, L-Result-2,
                                 OPTIONAL L-Extra-Files,
                                 OPTIONAL L-Cipher-Mode.
       MAIN-ROUTINE.
           IF ADDRESS OF L-Cipher-Mode NOT = NULL THEN
               MOVE FUNCTION UPPER-CASE(L-Cipher-Mode) TO LS-Cip-Mode
           END-IF.
           IF ADDRESS OF L-Extra-Files NOT = NULL THEN
               IF L-Extra-Files NOT = SPACES THEN
                   MOVE L-Extra-Files TO LS-Trn-Names
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           CALL "phase_register" USING BY CONTENT "START", "PARSE  ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM OPEN-FILE-ROUTINE.
           PERFORM READ-LINE-ROUTINE UNTIL LS-EOF-BOOL = 1.
           PERFORM CLOSE-FILE-ROUTINE.
           CALL "phase_register" USING BY CONTENT "END  ", "       ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF LS-DryRun-BOOL = 1 THEN
               MOVE LS-Round-Num TO LS-Records-Read
               CALL "run_totals" USING BY CONTENT "SET  ",
               MOVE LS-Records-Rejected TO L-Result-2
               EXIT PROGRAM
           END-IF.
           CALL "phase_register" USING BY CONTENT "START", "COMPUTE",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM MOVE-RESULT-ROUTINE.
           PERFORM SIMULATE-POLICIES-ROUTINE.
           CALL "phase_register" USING BY CONTENT "START", "REPORT ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM PATTERN-REPORT-ROUTINE.
           PERFORM DISPLAY-ROUND-LEDGER-ROUTINE.
           IF LS-Trn-Names NOT = SPACES THEN
               PERFORM TOURNAMENT-ROUTINE
           END-IF.
           IF LS-Cip-Mode = "Y" THEN
               PERFORM CIPHER-ANALYSIS-ROUTINE
           END-IF.
           CALL "phase_register" USING BY CONTENT "END  ", "       ",
               BY REFERENCE LS-Phase-CS, LS-Phase-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE LS-Round-Num TO LS-Records-Read.
           CALL "run_totals" USING BY CONTENT "SET  ",
               BY REFERENCE LS-Records-Read, LS-Records-Rejected,
                       FileLine "' - excluded from score"
                       DELIMITED BY SIZE INTO LS-Spool-LINE
                   PERFORM SPOOL-LINE-ROUTINE
                   MOVE "RPS001" TO AUD-Code
                   MOVE "malformed row - opponent choice unknown"
                       TO AUD-Message
                   PERFORM AUDIT-EXCEPTION-ROUTINE
                       FileLine "' - excluded from score"
                       DELIMITED BY SIZE INTO LS-Spool-LINE
                   PERFORM SPOOL-LINE-ROUTINE
                   MOVE "RPS002" TO AUD-Code
                   MOVE "malformed row - contestant choice unknown"
                       TO AUD-Message
                   PERFORM AUDIT-EXCEPTION-ROUTINE
           END-PERFORM.
       END-ROUTINE.

       CIPHER-ANALYSIS-ROUTINE.
      *> Interpretations 1-6 read X/Y/Z as throws, 7-12 as desired
      *> outcomes; the guide's two standard readings are 1 and 7.
           PERFORM VARYING LS-Cip-m FROM 1 UNTIL LS-Cip-m > 6
               MOVE LS-Cip-m TO LS-Cip-n
               MOVE "THROWS" TO LS-Cip-Kind(LS-Cip-n)
               STRING "X=" LS-Throw-Name(LS-Cip-Perm(LS-Cip-m, 1))
                      " Y=" LS-Throw-Name(LS-Cip-Perm(LS-Cip-m, 2))
                      " Z=" LS-Throw-Name(LS-Cip-Perm(LS-Cip-m, 3))
                      DELIMITED BY SIZE INTO LS-Cip-Label(LS-Cip-n)
               PERFORM SCORE-CIPHER-ROUTINE
               COMPUTE LS-Cip-n = LS-Cip-m + 6
               MOVE "OUTCOMES" TO LS-Cip-Kind(LS-Cip-n)
               STRING "X=" LS-Outcome-Name(LS-Cip-Perm(LS-Cip-m, 1))
                      " Y=" LS-Outcome-Name(LS-Cip-Perm(LS-Cip-m, 2))
                      " Z=" LS-Outcome-Name(LS-Cip-Perm(LS-Cip-m, 3))
                      DELIMITED BY SIZE INTO LS-Cip-Label(LS-Cip-n)
               PERFORM SCORE-CIPHER-ROUTINE
           END-PERFORM.
           MOVE "STANDARD PART 1" TO LS-Cip-Flag(1).
           MOVE "STANDARD PART 2" TO LS-Cip-Flag(7).
           PERFORM CIPHER-ANSWERS-ROUTINE.
           PERFORM RANK-CIPHERS-ROUTINE.
       END-ROUTINE.

       SCORE-CIPHER-ROUTINE.
           MOVE ZERO TO LS-Cip-Score(LS-Cip-n), LS-Cip-Wins(LS-Cip-n),
                        LS-Cip-Draws(LS-Cip-n),
                        LS-Cip-Losses(LS-Cip-n).
           MOVE SPACES TO LS-Cip-Flag(LS-Cip-n).
           PERFORM VARYING LS-Ledger-i FROM 1
                   UNTIL LS-Ledger-i > LS-Ledger-CNT
               PERFORM DECODE-SIM-OPPONENT-ROUTINE
               MOVE LS-Sim-a TO LS-Cip-a
               EVALUATE LS-Ledger-Mine(LS-Ledger-i)
                   WHEN "X"
                       SET LS-Cip-b TO 1
                   WHEN "Y"
                       SET LS-Cip-b TO 2
                   WHEN OTHER
                       SET LS-Cip-b TO 3
               END-EVALUATE
               MOVE LS-Cip-Perm(LS-Cip-m, LS-Cip-b) TO LS-Cip-k
               IF LS-Cip-n <= 6 THEN
      *> the column is my throw; the outcome follows from it
                   MOVE LS-Cip-k TO LS-Cip-Throw
                   EVALUATE TRUE
                       WHEN LS-Cip-Throw = LS-Cip-a
                           SET LS-Cip-Outcome TO 2
                       WHEN LS-Cip-Throw =
                               FUNCTION MOD(LS-Cip-a, 3) + 1
                           SET LS-Cip-Outcome TO 3
                       WHEN OTHER
                           SET LS-Cip-Outcome TO 1
                   END-EVALUATE
               ELSE
      *> the column is the outcome wanted; the throw follows from it
                   MOVE LS-Cip-k TO LS-Cip-Outcome
                   EVALUATE LS-Cip-Outcome
                       WHEN 1
                           COMPUTE LS-Cip-Throw =
                               FUNCTION MOD(LS-Cip-a + 1, 3) + 1
                       WHEN 2
                           MOVE LS-Cip-a TO LS-Cip-Throw
                       WHEN OTHER
                           COMPUTE LS-Cip-Throw =
                               FUNCTION MOD(LS-Cip-a, 3) + 1
                   END-EVALUATE
               END-IF
               COMPUTE LS-Cip-Score(LS-Cip-n) = LS-Cip-Score(LS-Cip-n)
                   + LS-Cip-Throw + (LS-Cip-Outcome - 1) * 3
               EVALUATE LS-Cip-Outcome
                   WHEN 1
                       ADD 1 TO LS-Cip-Losses(LS-Cip-n)
                   WHEN 2
                       ADD 1 TO LS-Cip-Draws(LS-Cip-n)
                   WHEN OTHER
                       ADD 1 TO LS-Cip-Wins(LS-Cip-n)
               END-EVALUATE
           END-PERFORM.
       END-ROUTINE.

       CIPHER-ANSWERS-ROUTINE.
      *> The puzzle answers on the answers master for this input;
      *> without the master (or an entry for this input) the run's
      *> own two results stand in for them.
           MOVE LS-Points1-TOTAL TO LS-Cip-Answer-1.
           MOVE LS-Points2-TOTAL TO LS-Cip-Answer-2.
           MOVE "THIS RUN'S RESULTS" TO LS-Cip-Source.
           MOVE SPACES TO LS-Cip-Tok-1, LS-Cip-Tok-2, LS-Cip-Tok-3,
                          LS-Cip-Tok-4.
           UNSTRING L-Filename
               DELIMITED BY "/"
               INTO LS-Cip-Tok-1, LS-Cip-Tok-2, LS-Cip-Tok-3,
                    LS-Cip-Tok-4.
           MOVE "2022" TO ANSX-Year.
           MOVE "2 " TO ANSX-Day.
           EVALUATE TRUE
               WHEN LS-Cip-Tok-4 NOT = SPACES
                   MOVE LS-Cip-Tok-4 TO ANSX-Input-Name
               WHEN LS-Cip-Tok-3 NOT = SPACES
                   MOVE LS-Cip-Tok-3 TO ANSX-Input-Name
               WHEN LS-Cip-Tok-2 NOT = SPACES
                   MOVE LS-Cip-Tok-2 TO ANSX-Input-Name
               WHEN OTHER
                   MOVE LS-Cip-Tok-1 TO ANSX-Input-Name
           END-EVALUATE.
           OPEN INPUT F-Answers-FILE.
           IF WS-Answers-FS = "00" THEN
               READ F-Answers-FILE RECORD KEY IS ANSX-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION TEST-NUMVAL(ANSX-Expected-1) = 0
                        AND FUNCTION TEST-NUMVAL(ANSX-Expected-2) = 0
                       THEN
                           MOVE FUNCTION NUMVAL(ANSX-Expected-1)
                               TO LS-Cip-Answer-1
                           MOVE FUNCTION NUMVAL(ANSX-Expected-2)
                               TO LS-Cip-Answer-2
                           MOVE "THE ANSWERS MASTER" TO LS-Cip-Source
                       END-IF
               END-READ
               CLOSE F-Answers-FILE
           END-IF.
           SET LS-Cip-Matches TO 0.
           PERFORM VARYING LS-Cip-n FROM 1 UNTIL LS-Cip-n > 12
               IF LS-Cip-Score(LS-Cip-n) = LS-Cip-Answer-1 THEN
                   IF LS-Cip-Flag(LS-Cip-n) = SPACES THEN
                       MOVE "=ANSWER 1" TO LS-Cip-Flag(LS-Cip-n)
                   ELSE
                       STRING FUNCTION TRIM(LS-Cip-Flag(LS-Cip-n))
                              " =ANSWER 1" DELIMITED BY SIZE
                              INTO LS-Cip-Flag(LS-Cip-n)
                   END-IF
                   ADD 1 TO LS-Cip-Matches
               END-IF
               IF LS-Cip-Score(LS-Cip-n) = LS-Cip-Answer-2 THEN
                   IF LS-Cip-Flag(LS-Cip-n) = SPACES THEN
                       MOVE "=ANSWER 2" TO LS-Cip-Flag(LS-Cip-n)
                   ELSE
                       STRING FUNCTION TRIM(LS-Cip-Flag(LS-Cip-n))
                              " =ANSWER 2" DELIMITED BY SIZE
                              INTO LS-Cip-Flag(LS-Cip-n)
                   END-IF
                   ADD 1 TO LS-Cip-Matches
               END-IF
           END-PERFORM.
       END-ROUTINE.

       RANK-CIPHERS-ROUTINE.
      *> highest total first, then most wins; twelve entries, so the
      *> same exchange sort as the tournament ranking
           PERFORM VARYING LS-Cip-m FROM 1 UNTIL LS-Cip-m >= 12
               PERFORM VARYING LS-Cip-n FROM 1 UNTIL LS-Cip-n >= 12
                   IF LS-Cip-Score(LS-Cip-n) <
                           LS-Cip-Score(LS-Cip-n + 1)
                    OR (LS-Cip-Score(LS-Cip-n) =
                           LS-Cip-Score(LS-Cip-n + 1)
                        AND LS-Cip-Wins(LS-Cip-n) <
                           LS-Cip-Wins(LS-Cip-n + 1)) THEN
                       MOVE LS-Cip-REC(LS-Cip-n) TO LS-Cip-Hold-REC
                       MOVE LS-Cip-REC(LS-Cip-n + 1)
                           TO LS-Cip-REC(LS-Cip-n)
                       MOVE LS-Cip-Hold-REC TO LS-Cip-REC(LS-Cip-n + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE "CIPHER-MAPPING ANALYSIS (score / won-drawn-lost):"
               TO LS-Spool-LINE.
           PERFORM SPOOL-LINE-ROUTINE.
           STRING "  answers compared: " LS-Cip-Answer-1 " / "
                  LS-Cip-Answer-2 " from " FUNCTION TRIM(LS-Cip-Source)
                  DELIMITED BY SIZE INTO LS-Spool-LINE.
           PERFORM SPOOL-LINE-ROUTINE.
           PERFORM VARYING LS-Cip-n FROM 1 UNTIL LS-Cip-n > 12
               STRING "  " LS-Cip-n ". " LS-Cip-Kind(LS-Cip-n) " "
                      LS-Cip-Label(LS-Cip-n) " "
                      LS-Cip-Score(LS-Cip-n) "  "
                      LS-Cip-Wins(LS-Cip-n) "-"
                      LS-Cip-Draws(LS-Cip-n) "-"
                      LS-Cip-Losses(LS-Cip-n) "  "
                      LS-Cip-Flag(LS-Cip-n)
                      DELIMITED BY SIZE INTO LS-Spool-LINE
               PERFORM SPOOL-LINE-ROUTINE
           END-PERFORM.
           IF LS-Cip-Matches = 0 THEN
               MOVE "  NO INTERPRETATION MATCHES THE ANSWERS"
                   TO LS-Spool-LINE
               PERFORM SPOOL-LINE-ROUTINE
           END-IF.
       END-ROUTINE.

       AUDIT-EXCEPTION-ROUTINE.
           MOVE "rock_paper_scissor" TO AUD-Program.
           MOVE WS-Filename TO AUD-Input-File.
           MOVE LS-Round-Num TO AUD-Line-NUM.
           MOVE SPACE TO AUD-Severity.
           CALL "audit_log" USING AUD-Record
               ON EXCEPTION
                   CONTINUE
