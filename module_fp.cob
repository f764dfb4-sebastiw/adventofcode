       IDENTIFICATION DIVISION.
       PROGRAM-ID. module_fp.
      *> Load-module fingerprint service. Given the file name of a
      *> module (2022/1/calorie_counting.so, spool.so, ...) returns
      *> its size, its time stamp and a content fingerprint - the
      *> byte count plus an order-sensitive checksum of every byte,
      *> as MF=ssssssss-cccccccc. A rebuild that produced different
      *> code moves the checksum; a rebuild of unchanged source that
      *> came out byte-identical keeps it and only moves the stamp.
      *> test_all stamps the fingerprint of each day's module next
      *> to the input fingerprint in the history line, and
      *> module_inventory keeps the register of every module.
      *> Status: "00" fingerprinted, "35" no such module, "30" the
      *> module could not be read (L-FP spaces).
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-File-Details.
         02 WS-File-Size PIC X(8) COMP-X.
         02 WS-File-Day PIC X COMP-X.
         02 WS-File-Month PIC X COMP-X.
         02 WS-File-Year PIC X(2) COMP-X.
         02 WS-File-Hour PIC X COMP-X.
         02 WS-File-Minute PIC X COMP-X.
         02 WS-File-Second PIC X COMP-X.
         02 WS-File-Hundredth PIC X COMP-X.

       01 WS-Handle PIC X(4) VALUE LOW-VALUES.
       01 WS-Access-Mode PIC X COMP-X VALUE 1.
       01 WS-Deny-Mode PIC X COMP-X VALUE 0.
       01 WS-Device PIC X COMP-X VALUE 0.
       01 WS-Offset PIC X(8) COMP-X VALUE ZERO.
       01 WS-Count PIC X(4) COMP-X VALUE ZERO.
       01 WS-Flags PIC X COMP-X VALUE ZERO.
       01 WS-Buffer PIC X(4096) VALUE SPACES.
       01 WS-Buffer-Max-CONST PIC 9(4) VALUE 4096.

       01 WS-Remaining PIC 9(12) VALUE ZERO.
       01 WS-Sum PIC 9(8) VALUE ZERO.
       01 WS-Size-Mod PIC 9(8) VALUE ZERO.
       01 WS-Prime-CONST PIC 9(8) VALUE 99999989.
       01 WS-k PIC 9(4) VALUE ZERO.
       01 WS-Date-NUM PIC 9(8) VALUE ZERO.
       01 WS-Time-NUM PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01 L-Module PIC X(80).
       01 L-FP PIC X(20).
       01 L-Size PIC 9(10).
       01 L-Date PIC X(8).
       01 L-Time PIC X(6).
       01 L-Status PIC X(2).

       PROCEDURE DIVISION USING L-Module, L-FP, L-Size, L-Date,
                                L-Time, L-Status.
       MAIN-ROUTINE.
           MOVE SPACES TO L-FP, L-Date, L-Time.
           MOVE ZERO TO L-Size.
           MOVE "00" TO L-Status.
           CALL "CBL_CHECK_FILE_EXIST" USING L-Module,
                                             WS-File-Details
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF RETURN-CODE NOT = 0 THEN
               MOVE 0 TO RETURN-CODE
               MOVE "35" TO L-Status
               EXIT PROGRAM
           END-IF.
           MOVE WS-File-Size TO L-Size.
           COMPUTE WS-Date-NUM = WS-File-Year * 10000
                               + WS-File-Month * 100
                               + WS-File-Day.
           COMPUTE WS-Time-NUM = WS-File-Hour * 10000
                               + WS-File-Minute * 100
                               + WS-File-Second.
           MOVE WS-Date-NUM TO L-Date.
           MOVE WS-Time-NUM TO L-Time.
           PERFORM CHECKSUM-ROUTINE.
           IF L-Status NOT = "00" THEN
               EXIT PROGRAM
           END-IF.
           DIVIDE L-Size BY 100000000 GIVING WS-Remaining
               REMAINDER WS-Size-Mod.
           STRING "MF=" DELIMITED BY SIZE,
                  WS-Size-Mod DELIMITED BY SIZE,
                  "-" DELIMITED BY SIZE,
                  WS-Sum DELIMITED BY SIZE
                  INTO L-FP.
           EXIT PROGRAM.
       END-ROUTINE.

       CHECKSUM-ROUTINE.
           MOVE ZERO TO WS-Sum.
           MOVE LOW-VALUES TO WS-Handle.
           CALL "CBL_OPEN_FILE" USING L-Module, WS-Access-Mode,
               WS-Deny-Mode, WS-Device, WS-Handle
               ON EXCEPTION
                   MOVE 1 TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = 0 THEN
               MOVE 0 TO RETURN-CODE
               MOVE "30" TO L-Status
               EXIT PARAGRAPH
           END-IF.
           MOVE L-Size TO WS-Remaining.
           MOVE ZERO TO WS-Offset.
           MOVE ZERO TO WS-Flags.
           PERFORM READ-BLOCK-ROUTINE
               UNTIL WS-Remaining = 0 OR L-Status NOT = "00".
           CALL "CBL_CLOSE_FILE" USING WS-Handle
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 0 TO RETURN-CODE.
       END-ROUTINE.

       READ-BLOCK-ROUTINE.
           IF WS-Remaining > WS-Buffer-Max-CONST THEN
               MOVE WS-Buffer-Max-CONST TO WS-Count
           ELSE
               MOVE WS-Remaining TO WS-Count
           END-IF.
           CALL "CBL_READ_FILE" USING WS-Handle, WS-Offset, WS-Count,
               WS-Flags, WS-Buffer
               ON EXCEPTION
                   MOVE 1 TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = 0 THEN
               MOVE 0 TO RETURN-CODE
               MOVE "30" TO L-Status
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-k FROM 1 UNTIL WS-k > WS-Count
               COMPUTE WS-Sum = FUNCTION MOD(WS-Sum * 257
                   + FUNCTION ORD(WS-Buffer(WS-k:1)), WS-Prime-CONST)
           END-PERFORM.
           ADD WS-Count TO WS-Offset.
           SUBTRACT WS-Count FROM WS-Remaining.
       END-ROUTINE.

       END PROGRAM module_fp.
