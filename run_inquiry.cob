      *> Lists every artifact belonging to one run number: the run-log
      *> entry, the history lines stamped RUN=n, the spool members
      *> those lines imply, the CSV export rows and the operator alert
      *> block, and the day programs' side outputs archived for the
      *> run (side_archive.txt). Ends the guesswork of matching
      *> artifacts by date alone after two runs on the same day.
      *> Closes with the run's sign-off decisions (run_signoff.txt)
      *> and whether the run has been released downstream. A spool
      *> member or CSV export housekeeping has removed is looked up
      *> in the archive library (archive_lib) and reported with the
      *> volume holding it.
      *> Usage: run_inquiry <run-number>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ASSIGN TO "operator_alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Alert-FS.
           SELECT F-Side-FILE
           ASSIGN TO "side_archive.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Side-FS.
           SELECT F-Signoff-FILE
           ASSIGN TO "run_signoff.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Signoff-FS.
           SELECT F-Check-FILE
           ASSIGN TO WS-Check-FileName
           ORGANIZATION IS LINE SEQUENTIAL
       01 F-RunLog-LINE PIC X(80).

       FD F-History-FILE.
       01 F-History-LINE PIC X(200).

       FD F-CSV-FILE.
       01 F-CSV-LINE PIC X(250).
       FD F-Alert-FILE.
       01 F-Alert-LINE PIC X(160).

       FD F-Side-FILE.
       COPY "side-archive.cpy".

       FD F-Signoff-FILE.
       COPY "run-signoff.cpy".

       FD F-Check-FILE.
       01 F-Check-LINE PIC X(80).

       01 WS-CSV-FileName PIC X(40) VALUE SPACES.
       01 WS-CSV-FS PIC XX.
       01 WS-Alert-FS PIC XX.
       01 WS-Side-FS PIC XX.
       01 WS-Signoff-FS PIC XX.
       01 WS-Check-FileName PIC X(60) VALUE SPACES.
       01 WS-Check-FS PIC XX.
      *> same SPOOLDIR profile key test_all honors when writing
       01 WS-Profile-Key PIC X(12) VALUE SPACES.
       01 WS-Profile-Value PIC X(20) VALUE SPACES.
       01 WS-Profile-Found PIC 9(1) VALUE ZERO.
       01 WS-Arc-Op PIC X(6) VALUE SPACES.
       01 WS-Arc-Name PIC X(100) VALUE SPACES.
       01 WS-Arc-Type PIC X(10) VALUE SPACES.
       01 WS-Arc-Run-Date PIC X(8) VALUE SPACES.
       01 WS-Arc-Volume PIC X(12) VALUE SPACES.
       01 WS-Arc-Status PIC XX VALUE SPACES.

       LOCAL-STORAGE SECTION.
       01 LS-EOF-BOOL PIC 9(1) VALUE 0.
       01 LS-CSV-CNT PIC 9(4) VALUE ZERO.
       01 LS-Alert-On-BOOL PIC 9(1) VALUE ZERO.
       01 LS-Alert-CNT PIC 9(4) VALUE ZERO.
       01 LS-Side-CNT PIC 9(4) VALUE ZERO.
       01 LS-Signoff-CNT PIC 9(4) VALUE ZERO.
       01 LS-Standing PIC X(8) VALUE SPACES.

       01 LS-Log-Num-TOK PIC X(8) VALUE SPACES.
       01 LS-Log-Date-TOK PIC X(10) VALUE SPACES.
           PERFORM HISTORY-SECTION-ROUTINE.
           PERFORM CSV-SECTION-ROUTINE.
           PERFORM ALERT-SECTION-ROUTINE.
           PERFORM SIDE-SECTION-ROUTINE.
           PERFORM SIGNOFF-SECTION-ROUTINE.
           STOP RUN.
       END-ROUTINE.

               DISPLAY "    spool: "
                       FUNCTION TRIM(WS-Check-FileName)
           ELSE
               MOVE WS-Check-FileName TO WS-Arc-Name
               PERFORM ARCHIVE-FIND-ROUTINE
               IF WS-Arc-Status = "02" THEN
                   DISPLAY "    spool: "
                           FUNCTION TRIM(WS-Check-FileName)
                           " (archived in volume "
                           FUNCTION TRIM(WS-Arc-Volume) ")"
               ELSE
                   DISPLAY "    spool: "
                           FUNCTION TRIM(WS-Check-FileName)
                           " (not on disk)"
               END-IF
           END-IF.
       END-ROUTINE.

       ARCHIVE-FIND-ROUTINE.
           MOVE "FIND  " TO WS-Arc-Op.
           MOVE SPACES TO WS-Arc-Type, WS-Arc-Run-Date, WS-Arc-Volume.
           MOVE "99" TO WS-Arc-Status.
           CALL "archive_lib" USING WS-Arc-Op, WS-Arc-Name,
               WS-Arc-Type, WS-Arc-Run-Date, WS-Arc-Volume,
               WS-Arc-Status
               ON EXCEPTION
                   MOVE "99" TO WS-Arc-Status
           END-CALL.
       END-ROUTINE.

       CSV-SECTION-ROUTINE.
           MOVE SPACES TO WS-CSV-FileName.
           STRING "test_results_" DELIMITED BY SIZE,
                   FUNCTION TRIM(WS-CSV-FileName) "):".
           OPEN INPUT F-CSV-FILE.
           IF WS-CSV-FS NOT = "00" THEN
               MOVE WS-CSV-FileName TO WS-Arc-Name
               PERFORM ARCHIVE-FIND-ROUTINE
               IF WS-Arc-Status = "02" THEN
                   DISPLAY "  (archived in volume "
                           FUNCTION TRIM(WS-Arc-Volume)
                           " - restore with archive_restore)"
               ELSE
                   DISPLAY "  (no CSV export for this date)"
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-CSV-ROUTINE UNTIL LS-EOF-BOOL = 1.
           END-IF.
       END-ROUTINE.

       SIDE-SECTION-ROUTINE.
           DISPLAY "ARCHIVED SIDE OUTPUTS:".
           OPEN INPUT F-Side-FILE.
           IF WS-Side-FS NOT = "00" THEN
               DISPLAY "  (no side_archive.txt on file)"
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-SIDE-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-Side-FILE.
           SET LS-EOF-BOOL TO 0.
           IF LS-Side-CNT = 0 THEN
               DISPLAY "  (none for this run)"
           END-IF.
       END-ROUTINE.

       READ-SIDE-ROUTINE.
           READ F-Side-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   IF SAR-Run-Number = LS-Run-Number THEN
                       ADD 1 TO LS-Side-CNT
                       DISPLAY "  " SAR-Year "/" SAR-Day " "
                               FUNCTION TRIM(SAR-Program) " "
                               FUNCTION TRIM(SAR-Input) " "
                               FUNCTION TRIM(SAR-File) " "
                               SAR-Records " rec -> "
                               FUNCTION TRIM(SAR-Archive-Name)
                   END-IF
           END-READ.
       END-ROUTINE.

       SIGNOFF-SECTION-ROUTINE.
           DISPLAY "SIGN-OFF:".
           OPEN INPUT F-Signoff-FILE.
           IF WS-Signoff-FS = "00" THEN
               PERFORM READ-SIGNOFF-ROUTINE UNTIL LS-EOF-BOOL = 1
               CLOSE F-Signoff-FILE
               SET LS-EOF-BOOL TO 0
           END-IF.
      *> the last decision on file is the one standing
           IF LS-Signoff-CNT = 0 THEN
               DISPLAY "  (not signed off - nothing released "
                       "downstream)"
           ELSE
           IF LS-Standing = "RELEASED" THEN
               DISPLAY "  standing: RELEASED to outbound"
           ELSE
               DISPLAY "  standing: HELD - nothing released "
                       "downstream"
           END-IF
           END-IF.
       END-ROUTINE.

       READ-SIGNOFF-ROUTINE.
           READ F-Signoff-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   IF SGN-Run-Number = LS-Run-Number THEN
                       ADD 1 TO LS-Signoff-CNT
                       MOVE SGN-Decision TO LS-Standing
                       DISPLAY "  " SGN-Date " " SGN-Time " "
                               SGN-Decision " by "
                               FUNCTION TRIM(SGN-User)
                       DISPLAY "    reconcile cc " SGN-Reconcile-CC
                               ", open alerts " SGN-Open-Alerts
                               ", balance " SGN-Balance
                               ", audit breaches " SGN-Audit-Breach
                       DISPLAY "    note: " FUNCTION TRIM(SGN-Note)
                   END-IF
           END-READ.
       END-ROUTINE.

       END PROGRAM run_inquiry.
