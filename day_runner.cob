      *> default parameters ("-" = slot not supplied); the module's
      *> base name picks the matching extended argument list, the
      *> same calling convention the launcher uses.
      *> After the two results, one line per timed phase the module
      *> marked (phase name X(7), centiseconds 9(8)) so the phase
      *> breakdown survives the process boundary too. Then one line
      *> per table the module reported to hwm_register ("*HWM*",
      *> table name X(20), entries used 9(7), OCCURS limit 9(7)) for
      *> test_all's capacity report and capacity_search.
      *> Usage: day_runner <module> <input-file> <result-file>
      *>            [p1 p2 p3]
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD F-Result-FILE.
       01 F-Result-LINE PIC X(41).

       WORKING-STORAGE SECTION.
       01 WS-Result-FileName PIC X(40) VALUE SPACES.
       01 LS-Input PIC X(40) VALUE SPACES.
       01 LS-Result-1 PIC X(15) VALUE SPACES.
       01 LS-Result-2 PIC X(15) VALUE SPACES.
       01 LS-Phase-LINE.
         02 LS-Phase-Name PIC X(7) VALUE SPACES.
         02 LS-Phase-CS PIC 9(8) VALUE ZERO.
       01 LS-Phase-n PIC 9(2) VALUE ZERO.
       01 LS-Phase-Idx PIC 9(2) VALUE ZERO.
       01 LS-HWM-LINE.
         02 LS-HWM-Tag PIC X(7) VALUE "*HWM*".
         02 LS-HWM-Name PIC X(20) VALUE SPACES.
         02 LS-HWM-Used PIC 9(7) VALUE ZERO.
         02 LS-HWM-Limit PIC 9(7) VALUE ZERO.
       01 LS-HWM-n PIC 9(2) VALUE ZERO.
       01 LS-HWM-Idx PIC 9(2) VALUE ZERO.

       01 LS-P1 PIC X(10) VALUE SPACES.
       01 LS-P2 PIC X(10) VALUE SPACES.
           IF LS-P3 = "-" THEN
               MOVE SPACES TO LS-P3
           END-IF.
           CALL "phase_register" USING BY CONTENT "CLEAR",
               BY REFERENCE LS-Phase-Name, LS-Phase-CS, LS-Phase-n
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           CALL "hwm_register" USING BY CONTENT "CLEAR",
               BY REFERENCE LS-HWM-Name, LS-HWM-Used, LS-HWM-Limit,
               LS-HWM-Idx
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM CALL-DAY-ROUTINE.
           OPEN OUTPUT F-Result-FILE.
           MOVE LS-Result-1 TO F-Result-LINE.
           WRITE F-Result-LINE.
           MOVE LS-Result-2 TO F-Result-LINE.
           WRITE F-Result-LINE.
           PERFORM WRITE-PHASES-ROUTINE.
           PERFORM WRITE-HWM-ROUTINE.
           CLOSE F-Result-FILE.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
           END-EVALUATE.
       END-ROUTINE.

       WRITE-PHASES-ROUTINE.
           MOVE ZERO TO LS-Phase-n.
           CALL "phase_register" USING BY CONTENT "GETN ",
               BY REFERENCE LS-Phase-Name, LS-Phase-CS, LS-Phase-n
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM VARYING LS-Phase-Idx FROM 1
                   UNTIL LS-Phase-Idx > LS-Phase-n
               CALL "phase_register" USING BY CONTENT "GET  ",
                   BY REFERENCE LS-Phase-Name, LS-Phase-CS,
                   LS-Phase-Idx
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               WRITE F-Result-LINE FROM LS-Phase-LINE
           END-PERFORM.
       END-ROUTINE.

       WRITE-HWM-ROUTINE.
           MOVE ZERO TO LS-HWM-n.
           CALL "hwm_register" USING BY CONTENT "GETN ",
               BY REFERENCE LS-HWM-Name, LS-HWM-Used, LS-HWM-Limit,
               LS-HWM-n
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM VARYING LS-HWM-Idx FROM 1
                   UNTIL LS-HWM-Idx > LS-HWM-n
               MOVE SPACES TO LS-HWM-Name
               MOVE ZERO TO LS-HWM-Used, LS-HWM-Limit
               CALL "hwm_register" USING BY CONTENT "GET  ",
                   BY REFERENCE LS-HWM-Name, LS-HWM-Used,
                   LS-HWM-Limit, LS-HWM-Idx
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               WRITE F-Result-LINE FROM LS-HWM-LINE
           END-PERFORM.
       END-ROUTINE.

       MODULE-MISSING-ROUTINE.
           DISPLAY "day_runner: cannot load module "
                   FUNCTION TRIM(LS-Module).
