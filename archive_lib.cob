       IDENTIFICATION DIVISION.
       PROGRAM-ID. archive_lib.
      *> Archive library service. housekeeping hands every artifact
      *> it is about to remove to STORE first: the file is packed
      *> into the day's archive volume (<ARCHIVEDIR>/AVyyyymmdd.vol,
      *> ARCHIVEDIR profile key, default "archive") and catalogued in
      *> archive_catalog.txt (archive-catalog.cpy), so the evidence
      *> behind a reopened incident can be brought back with
      *> archive_restore. A volume holds its members one after the
      *> other, each framed by
      *>   *ARC-BEGIN <stamp> <artifact name>
      *>   ... the artifact's lines as they stood ...
      *>   *ARC-END <stamp> <line count>
      *> Requests:
      *>   STORE  pack L-Name (rule type L-Type, run date L-Run-Date)
      *>          and catalog it; L-Volume comes back
      *>   FIND   the latest catalog entry for L-Name: L-Volume,
      *>          L-Type and L-Run-Date come back
      *> Status: "00" stored, "02" found (FIND), "23" not in the
      *> catalog (FIND), "30" artifact unreadable, "99" the volume or
      *> catalog could not be written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Catalog-FILE
           ASSIGN TO "archive_catalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Catalog-FS.
           SELECT F-Source-FILE
           ASSIGN TO WS-Source-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Source-FS.
           SELECT F-Volume-FILE
           ASSIGN TO WS-Volume-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Volume-FS.
           SELECT F-RunLog-FILE
           ASSIGN TO "run_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunLog-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Catalog-FILE.
       COPY "archive-catalog.cpy".

       FD F-Source-FILE.
       01 F-Source-LINE PIC X(1000).

       FD F-Volume-FILE.
       01 F-Volume-LINE PIC X(1000).

       FD F-RunLog-FILE.
       01 F-RunLog-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Catalog-FS PIC XX.
       01 WS-Source-FileName PIC X(100) VALUE SPACES.
       01 WS-Source-FS PIC XX.
       01 WS-Volume-FileName PIC X(60) VALUE SPACES.
       01 WS-Volume-FS PIC XX.
       01 WS-RunLog-FS PIC XX.
       01 WS-Archive-Dir PIC X(20) VALUE "archive".
       01 WS-Profile-Key PIC X(12) VALUE SPACES.
       01 WS-Profile-Value PIC X(20) VALUE SPACES.
       01 WS-Profile-Found PIC 9(1) VALUE ZERO.

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-Found-BOOL PIC 9(1) VALUE 0.
       01 WS-Stamp PIC X(14) VALUE SPACES.
       01 WS-Volume PIC X(12) VALUE SPACES.
       01 WS-Run PIC X(6) VALUE SPACES.
       01 WS-Lines PIC 9(7) VALUE ZERO.
       01 WS-Pos PIC 9(4) VALUE ZERO.

       01 WS-Log-Num-TOK PIC X(8) VALUE SPACES.
       01 WS-Log-Date-TOK PIC X(10) VALUE SPACES.
       01 WS-Log-Num PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01 L-Op PIC X(6).
       01 L-Name PIC X(100).
       01 L-Type PIC X(10).
       01 L-Run-Date PIC X(8).
       01 L-Volume PIC X(12).
       01 L-Status PIC X(2).

       PROCEDURE DIVISION USING L-Op, L-Name, L-Type, L-Run-Date,
                                L-Volume, L-Status.
       MAIN-ROUTINE.
           MOVE SPACES TO L-Volume.
           EVALUATE L-Op
               WHEN "STORE "
                   PERFORM STORE-ROUTINE
               WHEN "FIND  "
                   PERFORM FIND-ROUTINE
                   IF WS-Found-BOOL = 1 THEN
                       MOVE "02" TO L-Status
                   ELSE
                       MOVE "23" TO L-Status
                   END-IF
               WHEN OTHER
                   DISPLAY "archive_lib: unknown request '" L-Op "'"
                   MOVE "99" TO L-Status
           END-EVALUATE.
           EXIT PROGRAM.
       END-ROUTINE.

       FIND-ROUTINE.
      *> the catalog is in archive order, so the last entry for a
      *> name is its most recent copy
           SET WS-Found-BOOL TO 0.
           OPEN INPUT F-Catalog-FILE.
           IF WS-Catalog-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-CATALOG-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Catalog-FILE.
       END-ROUTINE.

       READ-CATALOG-ROUTINE.
           READ F-Catalog-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF ARC-Name = L-Name THEN
                       SET WS-Found-BOOL TO 1
                       MOVE ARC-Volume TO L-Volume
                       MOVE ARC-Type TO L-Type
                       MOVE ARC-Run-Date TO L-Run-Date
                   END-IF
           END-READ.
       END-ROUTINE.

       STORE-ROUTINE.
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
           MOVE L-Name TO WS-Source-FileName.
           OPEN INPUT F-Source-FILE.
           IF WS-Source-FS NOT = "00" THEN
               MOVE "30" TO L-Status
               EXIT PARAGRAPH
           END-IF.
           CALL "CBL_CREATE_DIR" USING WS-Archive-Dir
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
           MOVE SPACES TO WS-Volume.
           STRING "AV" DELIMITED BY SIZE,
                  WS-Stamp(1:8) DELIMITED BY SIZE
                  INTO WS-Volume.
           MOVE SPACES TO WS-Volume-FileName.
           STRING WS-Archive-Dir DELIMITED BY SPACE,
                  "/" DELIMITED BY SIZE,
                  WS-Volume DELIMITED BY SPACE,
                  ".vol" DELIMITED BY SIZE
                  INTO WS-Volume-FileName.
           OPEN EXTEND F-Volume-FILE.
           IF WS-Volume-FS = "35" THEN
               OPEN OUTPUT F-Volume-FILE
           END-IF.
           IF WS-Volume-FS NOT = "00" THEN
               DISPLAY "archive_lib: cannot open "
                       FUNCTION TRIM(WS-Volume-FileName)
                       " - status " WS-Volume-FS
               CLOSE F-Source-FILE
               MOVE "99" TO L-Status
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO F-Volume-LINE.
           STRING "*ARC-BEGIN " DELIMITED BY SIZE,
                  WS-Stamp DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  L-Name DELIMITED BY SPACE
                  INTO F-Volume-LINE.
           WRITE F-Volume-LINE.
           SET WS-Lines TO 0.
           SET WS-EOF-BOOL TO 0.
           PERFORM PACK-ONE-LINE-ROUTINE UNTIL WS-EOF-BOOL = 1.
           MOVE SPACES TO F-Volume-LINE.
           STRING "*ARC-END " DELIMITED BY SIZE,
                  WS-Stamp DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-Lines DELIMITED BY SIZE
                  INTO F-Volume-LINE.
           WRITE F-Volume-LINE.
           CLOSE F-Source-FILE.
           CLOSE F-Volume-FILE.
           IF WS-Volume-FS NOT = "00" THEN
               MOVE "99" TO L-Status
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-RUN-ROUTINE.
           PERFORM ADD-CATALOG-ROUTINE.
       END-ROUTINE.

       PACK-ONE-LINE-ROUTINE.
           READ F-Source-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   ADD 1 TO WS-Lines
                   WRITE F-Volume-LINE FROM F-Source-LINE
           END-READ.
       END-ROUTINE.

       FIND-RUN-ROUTINE.
      *> a failure pack names its run (failure_pack_<date>_r<run>);
      *> anything else belongs to the last run logged for its date
           MOVE ZERO TO WS-Log-Num.
           MOVE ZERO TO WS-Pos.
           INSPECT L-Name TALLYING WS-Pos
               FOR CHARACTERS BEFORE INITIAL "_r".
           IF L-Type = "FAILPACK" AND WS-Pos < 90
            AND FUNCTION TEST-NUMVAL(L-Name(WS-Pos + 3:6)) = 0 THEN
               MOVE L-Name(WS-Pos + 3:6) TO WS-Run
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT F-RunLog-FILE.
           IF WS-RunLog-FS = "00" THEN
               SET WS-EOF-BOOL TO 0
               PERFORM READ-RUNLOG-ROUTINE UNTIL WS-EOF-BOOL = 1
               CLOSE F-RunLog-FILE
           END-IF.
           MOVE WS-Log-Num TO WS-Run.
       END-ROUTINE.

       READ-RUNLOG-ROUTINE.
           READ F-RunLog-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   MOVE SPACES TO WS-Log-Num-TOK, WS-Log-Date-TOK
                   UNSTRING F-RunLog-LINE
                       DELIMITED BY ALL SPACES
                       INTO WS-Log-Num-TOK, WS-Log-Date-TOK
                   IF WS-Log-Date-TOK(1:8) = L-Run-Date
                    AND FUNCTION TEST-NUMVAL(WS-Log-Num-TOK) = 0 THEN
                       MOVE FUNCTION NUMVAL(WS-Log-Num-TOK)
                           TO WS-Log-Num
                   END-IF
           END-READ.
       END-ROUTINE.

       ADD-CATALOG-ROUTINE.
           OPEN EXTEND F-Catalog-FILE.
           IF WS-Catalog-FS = "35" THEN
               OPEN OUTPUT F-Catalog-FILE
           END-IF.
           IF WS-Catalog-FS NOT = "00" THEN
               DISPLAY "archive_lib: cannot open archive_catalog.txt"
                       " - status " WS-Catalog-FS
               MOVE "99" TO L-Status
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ARC-REC.
           MOVE L-Name TO ARC-Name.
           MOVE L-Type TO ARC-Type.
           MOVE L-Run-Date TO ARC-Run-Date.
           MOVE WS-Run TO ARC-Run.
           MOVE WS-Volume TO ARC-Volume.
           MOVE WS-Lines TO ARC-Lines.
           MOVE WS-Stamp TO ARC-Stamp.
           WRITE ARC-REC.
           CLOSE F-Catalog-FILE.
           MOVE WS-Volume TO L-Volume.
           MOVE "00" TO L-Status.
       END-ROUTINE.

       END PROGRAM archive_lib.
