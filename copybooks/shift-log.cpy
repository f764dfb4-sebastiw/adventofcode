      *> Record layout of the shift handover log (shift_log.txt),
      *> written by shift_log and read by ops_console and the
      *> dashboard. The file is only ever appended to, so the night
      *> and morning operators can both have it open at handover.
      *> SHL-Type:
      *>   S  shift opened; SHL-Carried-CNT is the open items it took
      *>      over from the shifts before it
      *>   E  event: free text, optionally tied to a run number and
      *>      an operator alert header
      *>   I  open item raised (SHL-Item numbers run across shifts)
      *>   X  open item closed, SHL-Text the closing note
      *>   H  shift closed with its handover summary; the counts are
      *>      the shift's events, items raised and closed, and the
      *>      open items handed on to the next shift
      *> An item stays open, and carries forward from shift to shift,
      *> until an X record for its number is written.
       01 SHL-REC.
         02 SHL-Type PIC X(1).
         02 SHL-Shift PIC 9(5).
         02 SHL-Bus-Date PIC X(8).
         02 SHL-Date PIC X(8).
         02 SHL-Time PIC X(6).
         02 SHL-User PIC X(8).
         02 SHL-Body PIC X(124).
         02 SHL-Entry REDEFINES SHL-Body.
           03 SHL-Item PIC 9(5).
           03 SHL-Run PIC X(6).
           03 SHL-Alert PIC X(40).
           03 SHL-Text PIC X(60).
           03 FILLER PIC X(13).
         02 SHL-Handover REDEFINES SHL-Body.
           03 SHL-Event-CNT PIC 9(4).
           03 SHL-Opened-CNT PIC 9(4).
           03 SHL-Closed-CNT PIC 9(4).
           03 SHL-Carried-CNT PIC 9(4).
           03 SHL-Summary PIC X(100).
           03 FILLER PIC X(8).
