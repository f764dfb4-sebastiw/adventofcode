      *> Record layout of the holiday master (holiday_master.txt),
      *> read by calendar_gen. One holiday per line:
      *>   HOL-Kind  F fixed - the same month and day every year,
      *>             HOL-Year left blank
      *>             O one-off - that date only, HOL-Year keyed
      *> A holiday is a no-run night; HOL-Note goes on the calendar.
      *> A line that is blank or starts with "*" is a comment.
       01 HOL-REC.
         02 HOL-Kind PIC X(1).
         02 FILLER PIC X(1).
         02 HOL-Date.
           03 HOL-Year PIC X(4).
           03 HOL-MMDD PIC X(4).
         02 FILLER PIC X(1).
         02 HOL-Note PIC X(40).
