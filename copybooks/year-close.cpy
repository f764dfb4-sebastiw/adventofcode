      *> Record layout of the year-close register (year_close.txt),
      *> appended by year_close, one record per close or reopen of a
      *> puzzle year; the last record for a year is its standing
      *> state, and year_state returns it to the programs that must
      *> honour it:
      *>   YCL-State  C closed - the year passed its certification
      *>                run: its answers are frozen and a later
      *>                failure of one of its days is a regression
      *>              O reopened by an administrator
      *> YCL-Run-Number and YCL-Days are the certification run and
      *> the registered days it certified (closing only); YCL-Note
      *> is the certificate file on a close, the reason on a reopen.
       01 YCL-REC.
         02 YCL-Year PIC X(4).
         02 YCL-State PIC X(1).
         02 YCL-Date PIC X(8).
         02 YCL-Time PIC X(6).
         02 YCL-User PIC X(8).
         02 YCL-Run-Number PIC 9(6).
         02 YCL-Days PIC 9(4).
         02 YCL-Note PIC X(40).
