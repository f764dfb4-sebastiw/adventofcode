      *> filtered before any member is opened; matching lines print
      *> with their member name. Tracing when a day program first
      *> started printing a warning stops meaning a week of manual
      *> file opening. Members housekeeping has since archived are
      *> still matched by name through the archive catalog
      *> (archive_catalog.txt) and reported as archived in their
      *> volume; their text is not searched until archive_restore
      *> brings them back.
      *> Usage: spool_search [--year=YYYY] [--day=DD]
      *>            [--from=YYYYMMDD] [--to=YYYYMMDD] [--text=WORD]
       ENVIRONMENT DIVISION.
           ASSIGN TO WS-Member-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Member-FS.
           SELECT F-Catalog-FILE
           ASSIGN TO "archive_catalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Catalog-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-List-FILE.
       FD F-Member-FILE.
       01 F-Member-LINE PIC X(120).

       FD F-Catalog-FILE.
       COPY "archive-catalog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-List-FS PIC XX.
       01 WS-Member-FileName PIC X(100) VALUE SPACES.
       01 WS-Member-FS PIC XX.
       01 WS-Catalog-FS PIC XX.
      *> same SPOOLDIR profile key test_all honors when writing
       01 WS-Spool-Dir PIC X(20) VALUE "spool".
       01 WS-Profile-Key PIC X(12) VALUE SPACES.
       01 LS-Member-CNT PIC 9(6) VALUE ZERO.
       01 LS-Hit-CNT PIC 9(6) VALUE ZERO.
       01 LS-Line-NUM PIC 9(6) VALUE ZERO.
       01 LS-Mem-Name PIC X(100) VALUE SPACES.
       01 LS-Pass-BOOL PIC 9(1) VALUE 0.
       01 LS-Spool-Open-BOOL PIC 9(1) VALUE 0.
       01 LS-Pos PIC 9(3) VALUE ZERO.
       01 LS-k PIC 9(4) VALUE ZERO.
       01 LS-Arc-CNT PIC 9(4) VALUE ZERO.
       01 LS-Arc-TBL.
         02 LS-Arc-REC OCCURS 1000 TIMES.
           03 LS-Arc-Name PIC X(100).
           03 LS-Arc-Volume PIC X(12).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           CALL "SYSTEM" USING LS-Command.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT F-List-FILE.
           IF WS-List-FS = "00" THEN
               SET LS-Spool-Open-BOOL TO 1
               PERFORM READ-LIST-ROUTINE UNTIL LS-EOF-BOOL = 1
               CLOSE F-List-FILE
           END-IF.
           CALL "CBL_DELETE_FILE" USING "spool_search.ls.tmp"
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM ARCHIVED-ROUTINE.
           IF LS-Spool-Open-BOOL = 0 AND LS-Arc-CNT = 0 THEN
               DISPLAY "spool_search: no spool directory to search"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "spool_search: " LS-Hit-CNT " matching line(s) "
                   "in " LS-Member-CNT " member(s) searched".
           IF LS-Arc-CNT > 0 THEN
               DISPLAY "spool_search: " LS-Arc-CNT " matching "
                       "member(s) archived - not searched"
           END-IF.
           STOP RUN.
       END-ROUTINE.

           IF F-List-LINE = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE F-List-LINE TO LS-Mem-Name.
           PERFORM FILTER-ROUTINE.
           IF LS-Pass-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LS-Member-CNT.
           MOVE SPACES TO WS-Member-FileName.
           STRING WS-Spool-Dir DELIMITED BY SPACE,
                  "/" DELIMITED BY SIZE,
                  FUNCTION TRIM(F-List-LINE) DELIMITED BY SIZE
                  INTO WS-Member-FileName.
           OPEN INPUT F-Member-FILE.
           IF WS-Member-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET LS-Line-NUM TO 0.
           SET LS-Member-EOF-BOOL TO 0.
           PERFORM READ-MEMBER-ROUTINE
               UNTIL LS-Member-EOF-BOOL = 1.
           CLOSE F-Member-FILE.
       END-ROUTINE.

       FILTER-ROUTINE.
      *> judges the member name in LS-Mem-Name against the filters
           SET LS-Pass-BOOL TO 0.
           MOVE LS-Mem-Name(1:8) TO LS-Mem-Date.
           MOVE LS-Mem-Name(10:4) TO LS-Mem-Year.
           MOVE LS-Mem-Name(15:2) TO LS-Mem-Day.
           IF FUNCTION TEST-NUMVAL(LS-Mem-Date) NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
                   AND LS-Mem-Date > LS-To-Date THEN
               EXIT PARAGRAPH
           END-IF.
           SET LS-Pass-BOOL TO 1.
       END-ROUTINE.

       ARCHIVED-ROUTINE.
      *> spool members in the archive catalog that match the filters
      *> but are no longer on disk; the latest volume holding each
      *> is reported
           OPEN INPUT F-Catalog-FILE.
           IF WS-Catalog-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET LS-EOF-BOOL TO 0.
           PERFORM READ-CATALOG-ROUTINE UNTIL LS-EOF-BOOL = 1.
           CLOSE F-Catalog-FILE.
           PERFORM VARYING LS-k FROM 1 BY 1 UNTIL LS-k > LS-Arc-CNT
               DISPLAY FUNCTION TRIM(LS-Arc-Name(LS-k))
                       ": archived in volume "
                       FUNCTION TRIM(LS-Arc-Volume(LS-k))
                       " (restore with archive_restore)"
           END-PERFORM.
       END-ROUTINE.

       READ-CATALOG-ROUTINE.
           READ F-Catalog-FILE RECORD
               AT END SET LS-EOF-BOOL TO 1
               NOT AT END
                   IF ARC-Type = "SPOOL" THEN
                       PERFORM DO-ARCHIVED-ROUTINE
                   END-IF
           END-READ.
       END-ROUTINE.

       DO-ARCHIVED-ROUTINE.
      *> the catalog holds the path; the filters want the bare name
           MOVE 0 TO LS-Pos.
           PERFORM VARYING LS-k FROM 1 BY 1 UNTIL LS-k > 99
               IF ARC-Name(LS-k:1) = "/" THEN
                   MOVE LS-k TO LS-Pos
               END-IF
           END-PERFORM.
           MOVE ARC-Name(LS-Pos + 1:) TO LS-Mem-Name.
           PERFORM FILTER-ROUTINE.
           IF LS-Pass-BOOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ARC-Name TO WS-Member-FileName.
           OPEN INPUT F-Member-FILE.
           IF WS-Member-FS = "00" THEN
               CLOSE F-Member-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO LS-Pos.
           PERFORM VARYING LS-k FROM 1 BY 1
                   UNTIL LS-k > LS-Arc-CNT OR LS-Pos > 0
               IF LS-Arc-Name(LS-k) = ARC-Name THEN
                   MOVE LS-k TO LS-Pos
               END-IF
           END-PERFORM.
           IF LS-Pos = 0 THEN
               IF LS-Arc-CNT >= 1000 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LS-Arc-CNT
               MOVE LS-Arc-CNT TO LS-Pos
           END-IF.
           MOVE ARC-Name TO LS-Arc-Name(LS-Pos).
           MOVE ARC-Volume TO LS-Arc-Volume(LS-Pos).
       END-ROUTINE.

       READ-MEMBER-ROUTINE.
