       IDENTIFICATION DIVISION.
       PROGRAM-ID. phase_register.
      *> Phase timing register, a channel like run_totals and
      *> hwm_register: test_all CLEARs before each day CALL, the day
      *> program marks where its input parse, its computation and
      *> its report writing start and end, and test_all GETs the
      *> centiseconds spent in each phase back - so when a day blows
      *> its SLA the breach report can say which phase got slower,
      *> not just that the day did.
      *> Requests:
      *>   "CLEAR"  forget every phase
      *>   "START"  start timing L-Phase; a phase still running is
      *>            ended first, so a program that goes back and
      *>            forth between compute and report just marks each
      *>            switch and the time adds up per phase
      *>   "END  "  stop the running phase
      *>   "PUT  "  add L-CS to L-Phase (test_all reloading the
      *>            phases a watchdog run handed back)
      *>   "GETN "  phase count out in L-Index
      *>   "GET  "  phase L-Index out: L-Phase and L-CS
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-Phase-CNT PIC 9(2) VALUE ZERO.
       01 WS-Phase-Max-CONST PIC 9(2) VALUE 10.
       01 WS-Phase-TBL.
         02 WS-Phase-REC OCCURS 10 TIMES.
           03 WS-Phase-Name PIC X(7).
           03 WS-Phase-CS PIC 9(8).
       01 WS-Running-Idx PIC 9(2) VALUE ZERO.
       01 WS-Running-Start PIC 9(8) VALUE ZERO.
       01 WS-Found-Idx PIC 9(2) VALUE ZERO.
       01 WS-i PIC 9(2) VALUE ZERO.

       01 WS-Clock PIC X(8) VALUE SPACES.
       01 WS-Clock-R REDEFINES WS-Clock.
         02 WS-Clock-HH PIC 9(2).
         02 WS-Clock-MM PIC 9(2).
         02 WS-Clock-SS PIC 9(2).
         02 WS-Clock-CC PIC 9(2).
       01 WS-Now-CS PIC 9(8) VALUE ZERO.
       01 WS-Day-CS-CONST PIC 9(8) VALUE 8640000.

       LINKAGE SECTION.
       01 L-Op PIC X(5).
       01 L-Phase PIC X(7).
       01 L-CS PIC 9(8).
       01 L-Index PIC 9(2).

       PROCEDURE DIVISION USING L-Op, L-Phase, L-CS, L-Index.
       MAIN-ROUTINE.
           EVALUATE L-Op
               WHEN "CLEAR"
                   MOVE ZERO TO WS-Phase-CNT
                   MOVE ZERO TO WS-Running-Idx
               WHEN "START"
                   PERFORM STOP-RUNNING-ROUTINE
                   PERFORM FIND-PHASE-ROUTINE
                   IF WS-Found-Idx > 0 THEN
                       MOVE WS-Found-Idx TO WS-Running-Idx
                       PERFORM CLOCK-ROUTINE
                       MOVE WS-Now-CS TO WS-Running-Start
                   END-IF
               WHEN "END  "
                   PERFORM STOP-RUNNING-ROUTINE
               WHEN "PUT  "
                   PERFORM FIND-PHASE-ROUTINE
                   IF WS-Found-Idx > 0 THEN
                       ADD L-CS TO WS-Phase-CS(WS-Found-Idx)
                   END-IF
               WHEN "GETN "
                   MOVE WS-Phase-CNT TO L-Index
               WHEN "GET  "
                   IF L-Index >= 1 AND L-Index <= WS-Phase-CNT THEN
                       MOVE WS-Phase-Name(L-Index) TO L-Phase
                       MOVE WS-Phase-CS(L-Index) TO L-CS
                   END-IF
               WHEN OTHER
                   DISPLAY "phase_register: unknown request '"
                           L-Op "'"
           END-EVALUATE.
           EXIT PROGRAM.
       END-ROUTINE.

       FIND-PHASE-ROUTINE.
      *> the phase's slot, added on first sight; zero when the table
      *> is full
           MOVE ZERO TO WS-Found-Idx.
           PERFORM VARYING WS-i FROM 1 UNTIL WS-i > WS-Phase-CNT
               IF WS-Phase-Name(WS-i) = L-Phase THEN
                   MOVE WS-i TO WS-Found-Idx
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-Found-Idx = 0
            AND WS-Phase-CNT < WS-Phase-Max-CONST THEN
               ADD 1 TO WS-Phase-CNT
               MOVE L-Phase TO WS-Phase-Name(WS-Phase-CNT)
               MOVE ZERO TO WS-Phase-CS(WS-Phase-CNT)
               MOVE WS-Phase-CNT TO WS-Found-Idx
           END-IF.
       END-ROUTINE.

       STOP-RUNNING-ROUTINE.
           IF WS-Running-Idx = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CLOCK-ROUTINE.
      *> a phase running across midnight
           IF WS-Now-CS < WS-Running-Start THEN
               ADD WS-Day-CS-CONST TO WS-Now-CS
           END-IF.
           COMPUTE WS-Phase-CS(WS-Running-Idx) =
               WS-Phase-CS(WS-Running-Idx)
               + WS-Now-CS - WS-Running-Start.
           MOVE ZERO TO WS-Running-Idx.
       END-ROUTINE.

       CLOCK-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-Clock.
           COMPUTE WS-Now-CS = WS-Clock-HH * 360000
                             + WS-Clock-MM * 6000
                             + WS-Clock-SS * 100
                             + WS-Clock-CC.
       END-ROUTINE.

       END PROGRAM phase_register.
