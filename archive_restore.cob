       IDENTIFICATION DIVISION.
       PROGRAM-ID. archive_restore.
      *> Brings artifacts housekeeping removed back out of the
      *> archive library (archive_lib): the catalog
      *> (archive_catalog.txt) says which volume holds each one, and
      *> the member is copied from the volume back to the name it
      *> had on disk. A name restores its most recent archived copy;
      *> a run date restores every artifact catalogued for that
      *> date. An artifact already back on disk is left alone, so a
      *> restore can be re-run safely.
      *> Usage: archive_restore <artifact name> | DATE <YYYYMMDD>
      *>   e.g. archive_restore spool/20260301_2022_01_x.txt
      *> Condition codes: 0 everything asked for restored (or already
      *> on disk), 4 something not in the catalog or its volume,
      *> 16 bad arguments or no catalog.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Catalog-FILE
           ASSIGN TO "archive_catalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Catalog-FS.
           SELECT F-Volume-FILE
           ASSIGN TO WS-Volume-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Volume-FS.
           SELECT F-Target-FILE
           ASSIGN TO WS-Target-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Target-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Catalog-FILE.
       COPY "archive-catalog.cpy".

       FD F-Volume-FILE.
       01 F-Volume-LINE PIC X(1000).

       FD F-Target-FILE.
       01 F-Target-LINE PIC X(1000).

       WORKING-STORAGE SECTION.
       01 WS-Catalog-FS PIC XX.
       01 WS-Volume-FileName PIC X(60) VALUE SPACES.
       01 WS-Volume-FS PIC XX.
       01 WS-Target-FileName PIC X(100) VALUE SPACES.
       01 WS-Target-FS PIC XX.
       01 WS-Target-Dir PIC X(100) VALUE SPACES.
       01 WS-Archive-Dir PIC X(20) VALUE "archive".
       01 WS-Profile-Key PIC X(12) VALUE SPACES.
       01 WS-Profile-Value PIC X(20) VALUE SPACES.
       01 WS-Profile-Found PIC 9(1) VALUE ZERO.

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-Date-BOOL PIC 9(1) VALUE 0.
       01 WS-Want-Name PIC X(100) VALUE SPACES.
       01 WS-Want-Date PIC X(8) VALUE SPACES.

      *> the catalog entries asked for, one per artifact name
       01 WS-Sel-CNT PIC 9(4) VALUE ZERO.
       01 WS-Sel-TBL.
         02 WS-Sel-REC OCCURS 2000 TIMES.
           03 WS-Sel-Name PIC X(100).
           03 WS-Sel-Volume PIC X(12).
           03 WS-Sel-Stamp PIC X(14).
           03 WS-Sel-Lines PIC 9(7).
       01 WS-i PIC 9(4) VALUE ZERO.
       01 WS-j PIC 9(4) VALUE ZERO.
       01 WS-Pos PIC 9(4) VALUE ZERO.

       01 WS-Begin-Tag PIC X(130) VALUE SPACES.
       01 WS-End-Tag PIC X(30) VALUE SPACES.
       01 WS-Copying-BOOL PIC 9(1) VALUE 0.
       01 WS-Done-BOOL PIC 9(1) VALUE 0.
       01 WS-Lines PIC 9(7) VALUE ZERO.

       01 WS-Restored-CNT PIC 9(4) VALUE ZERO.
       01 WS-Present-CNT PIC 9(4) VALUE ZERO.
       01 WS-Missing-CNT PIC 9(4) VALUE ZERO.

       LOCAL-STORAGE SECTION.
       01 LS-Argument PIC X(130) VALUE SPACES.
       01 LS-Arg-1 PIC X(100) VALUE SPACES.
       01 LS-Arg-2 PIC X(100) VALUE SPACES.
       01 LS-Arg-3 PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM PARSE-ARGS-ROUTINE.
           MOVE "ARCHIVEDIR" TO WS-Profile-Key.
           CALL "profile_get" USING WS-Profile-Key,
               WS-Profile-Value, WS-Profile-Found
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-Profile-Found = 1
                   AND WS-Profile-Value NOT = SPACES THEN
               MOVE WS-Profile-Value TO WS-Archive-Dir
           END-IF.
           OPEN INPUT F-Catalog-FILE.
           IF WS-Catalog-FS NOT = "00" THEN
               DISPLAY "archive_restore: no archive catalog "
                       "(archive_catalog.txt) - status " WS-Catalog-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-CATALOG-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Catalog-FILE.
           DISPLAY "=== ARCHIVE RESTORE ===".
           IF WS-Sel-CNT = 0 THEN
               IF WS-Date-BOOL = 1 THEN
                   DISPLAY "  nothing archived for run date "
                           WS-Want-Date
               ELSE
                   DISPLAY "  " FUNCTION TRIM(WS-Want-Name)
                           " is not in the archive catalog"
               END-IF
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM RESTORE-ONE-ROUTINE
               VARYING WS-i FROM 1 BY 1 UNTIL WS-i > WS-Sel-CNT.
           DISPLAY "RESTORE COMPLETE: " WS-Restored-CNT
                   " restored, " WS-Present-CNT
                   " already on disk, " WS-Missing-CNT
                   " missing from their volume".
           IF WS-Missing-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-ROUTINE.

       PARSE-ARGS-ROUTINE.
           ACCEPT LS-Argument FROM COMMAND-LINE.
           UNSTRING LS-Argument DELIMITED BY ALL SPACE
               INTO LS-Arg-1, LS-Arg-2, LS-Arg-3
           END-UNSTRING.
           IF LS-Arg-1 = SPACES OR LS-Arg-3 NOT = SPACES THEN
               PERFORM USAGE-ROUTINE
           END-IF.
           IF FUNCTION UPPER-CASE(LS-Arg-1) = "DATE" THEN
               IF LS-Arg-2(9:) NOT = SPACES
                OR LS-Arg-2(8:1) = SPACE
                OR FUNCTION TEST-NUMVAL(LS-Arg-2(1:8)) NOT = 0 THEN
                   PERFORM USAGE-ROUTINE
               END-IF
               SET WS-Date-BOOL TO 1
               MOVE LS-Arg-2(1:8) TO WS-Want-Date
           ELSE
               IF LS-Arg-2 NOT = SPACES THEN
                   PERFORM USAGE-ROUTINE
               END-IF
               MOVE LS-Arg-1 TO WS-Want-Name
           END-IF.
       END-ROUTINE.

       USAGE-ROUTINE.
           DISPLAY "Usage: archive_restore <artifact name> | "
                   "DATE <YYYYMMDD>".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END-ROUTINE.

       READ-CATALOG-ROUTINE.
           READ F-Catalog-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF (WS-Date-BOOL = 1
                       AND ARC-Run-Date = WS-Want-Date)
                    OR (WS-Date-BOOL = 0
                       AND ARC-Name = WS-Want-Name) THEN
                       PERFORM SELECT-ENTRY-ROUTINE
                   END-IF
           END-READ.
       END-ROUTINE.

       SELECT-ENTRY-ROUTINE.
      *> a later catalog entry for the same name is a later copy and
      *> replaces the earlier one
           MOVE 0 TO WS-j.
           PERFORM VARYING WS-i FROM 1 BY 1
                   UNTIL WS-i > WS-Sel-CNT OR WS-j > 0
               IF WS-Sel-Name(WS-i) = ARC-Name THEN
                   MOVE WS-i TO WS-j
               END-IF
           END-PERFORM.
           IF WS-j = 0 THEN
               IF WS-Sel-CNT >= 2000 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Sel-CNT
               MOVE WS-Sel-CNT TO WS-j
           END-IF.
           MOVE ARC-Name TO WS-Sel-Name(WS-j).
           MOVE ARC-Volume TO WS-Sel-Volume(WS-j).
           MOVE ARC-Stamp TO WS-Sel-Stamp(WS-j).
           MOVE ARC-Lines TO WS-Sel-Lines(WS-j).
       END-ROUTINE.

       RESTORE-ONE-ROUTINE.
           MOVE WS-Sel-Name(WS-i) TO WS-Target-FileName.
           OPEN INPUT F-Target-FILE.
           IF WS-Target-FS = "00" THEN
               CLOSE F-Target-FILE
               ADD 1 TO WS-Present-CNT
               DISPLAY "  " FUNCTION TRIM(WS-Target-FileName)
                       " already on disk - left as it is"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Volume-FileName.
           STRING WS-Archive-Dir DELIMITED BY SPACE,
                  "/" DELIMITED BY SIZE,
                  WS-Sel-Volume(WS-i) DELIMITED BY SPACE,
                  ".vol" DELIMITED BY SIZE
                  INTO WS-Volume-FileName.
           OPEN INPUT F-Volume-FILE.
           IF WS-Volume-FS NOT = "00" THEN
               ADD 1 TO WS-Missing-CNT
               DISPLAY "  " FUNCTION TRIM(WS-Target-FileName)
                       ": volume " FUNCTION TRIM(WS-Volume-FileName)
                       " not on disk"
               EXIT PARAGRAPH
           END-IF.
           PERFORM MAKE-DIR-ROUTINE.
           OPEN OUTPUT F-Target-FILE.
           IF WS-Target-FS NOT = "00" THEN
               CLOSE F-Volume-FILE
               ADD 1 TO WS-Missing-CNT
               DISPLAY "  " FUNCTION TRIM(WS-Target-FileName)
                       ": cannot be written - status " WS-Target-FS
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Begin-Tag, WS-End-Tag.
           STRING "*ARC-BEGIN " DELIMITED BY SIZE,
                  WS-Sel-Stamp(WS-i) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Sel-Name(WS-i) DELIMITED BY SPACE
                  INTO WS-Begin-Tag.
           STRING "*ARC-END " DELIMITED BY SIZE,
                  WS-Sel-Stamp(WS-i) DELIMITED BY SIZE
                  INTO WS-End-Tag.
           SET WS-Copying-BOOL TO 0.
           SET WS-Done-BOOL TO 0.
           SET WS-Lines TO 0.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-VOLUME-ROUTINE
               UNTIL WS-EOF-BOOL = 1 OR WS-Done-BOOL = 1.
           CLOSE F-Volume-FILE.
           CLOSE F-Target-FILE.
           IF WS-Done-BOOL = 1 THEN
               ADD 1 TO WS-Restored-CNT
               DISPLAY "  restored " FUNCTION TRIM(WS-Target-FileName)
                       " (" WS-Lines " line(s)) from volume "
                       FUNCTION TRIM(WS-Sel-Volume(WS-i))
           ELSE
      *> the member never closed: a partial copy is worse than none
               CALL "CBL_DELETE_FILE" USING WS-Target-FileName
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               ADD 1 TO WS-Missing-CNT
               DISPLAY "  " FUNCTION TRIM(WS-Target-FileName)
                       ": not found whole in volume "
                       FUNCTION TRIM(WS-Sel-Volume(WS-i))
           END-IF.
       END-ROUTINE.

       READ-VOLUME-ROUTINE.
           READ F-Volume-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF WS-Copying-BOOL = 0 THEN
                       IF F-Volume-LINE = WS-Begin-Tag THEN
                           SET WS-Copying-BOOL TO 1
                       END-IF
                   ELSE
                       IF F-Volume-LINE(1:24) = WS-End-Tag THEN
                           SET WS-Done-BOOL TO 1
                       ELSE
                           ADD 1 TO WS-Lines
                           WRITE F-Target-LINE FROM F-Volume-LINE
                       END-IF
                   END-IF
           END-READ.
       END-ROUTINE.

       MAKE-DIR-ROUTINE.
      *> a spool member goes back into its directory, which
      *> housekeeping may have left empty or the operator removed
           MOVE 0 TO WS-Pos.
           PERFORM VARYING WS-j FROM 1 BY 1 UNTIL WS-j > 100
               IF WS-Target-FileName(WS-j:1) = "/" THEN
                   MOVE WS-j TO WS-Pos
               END-IF
           END-PERFORM.
           IF WS-Pos > 1 THEN
               MOVE SPACES TO WS-Target-Dir
               MOVE WS-Target-FileName(1:WS-Pos - 1) TO WS-Target-Dir
               CALL "CBL_CREATE_DIR" USING WS-Target-Dir
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE 0 TO RETURN-CODE
           END-IF.
       END-ROUTINE.

       END PROGRAM archive_restore.
