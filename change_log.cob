      *> changelog_report. Layout, fixed columns:
      *>   date(8) time(6) user(8) file(12) action(8)
      *>   before-image(80) after-image(80)
      *>   sequence number(8) check value(10)
      *> The last two fields chain each record to the one before it
      *> (see log_chain); log_verify walks the chain.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         02 CHG-Action PIC X(8).
         02 CHG-Before PIC X(80).
         02 CHG-After PIC X(80).
         02 CHG-Seq PIC 9(8).
         02 CHG-Chain PIC 9(10).

       WORKING-STORAGE SECTION.
       01 WS-ChgLog-FS PIC XX.
       01 WS-Stamp PIC X(14) VALUE SPACES.

       01 WS-Chain-Log PIC X(20) VALUE "change_log.txt".
       01 WS-Chain-Text PIC X(240) VALUE SPACES.
       01 WS-Chain-Seq PIC 9(8) VALUE ZERO.
       01 WS-Chain-Value PIC 9(10) VALUE ZERO.
       01 WS-Chain-Status PIC X(2) VALUE SPACES.

       LINKAGE SECTION.
       01 L-User PIC X(8).
       01 L-File PIC X(12).
       PROCEDURE DIVISION USING L-User, L-File, L-Action,
                                L-Before, L-After.
       MAIN-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
           MOVE SPACES TO WS-Chain-Text.
           MOVE WS-Stamp(1:8) TO CHG-Date.
           MOVE WS-Stamp(9:6) TO CHG-Time.
           MOVE L-User TO CHG-User.
           MOVE L-File TO CHG-File.
           MOVE L-Action TO CHG-Action.
           MOVE L-Before TO CHG-Before.
           MOVE L-After TO CHG-After.
           MOVE F-ChgLog-REC(1:202) TO WS-Chain-Text.
           CALL "log_chain" USING BY CONTENT "BEGIN ",
               BY REFERENCE WS-Chain-Log, WS-Chain-Text,
               WS-Chain-Seq, WS-Chain-Value, WS-Chain-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN EXTEND F-ChgLog-FILE.
           IF WS-ChgLog-FS = "35" THEN
               OPEN OUTPUT F-ChgLog-FILE
           IF WS-ChgLog-FS NOT = "00" THEN
               DISPLAY "change_log: cannot open change_log.txt - "
                       "status " WS-ChgLog-FS
               CALL "log_chain" USING BY CONTENT "ABORT ",
                   BY REFERENCE WS-Chain-Log, WS-Chain-Text,
                   WS-Chain-Seq, WS-Chain-Value, WS-Chain-Status
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               EXIT PROGRAM
           END-IF.
           MOVE WS-Chain-Text(1:202) TO F-ChgLog-REC(1:202).
           MOVE WS-Chain-Seq TO CHG-Seq.
           MOVE WS-Chain-Value TO CHG-Chain.
           WRITE F-ChgLog-REC.
           CLOSE F-ChgLog-FILE.
           CALL "log_chain" USING BY CONTENT "END   ",
               BY REFERENCE WS-Chain-Log, WS-Chain-Text,
               WS-Chain-Seq, WS-Chain-Value, WS-Chain-Status
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           EXIT PROGRAM.
       END-ROUTINE.

