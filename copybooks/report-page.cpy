      *> Request block for the report page service (report_writer).
      *> A program writes its report file as before, closes it, then
      *> hands it in with RPT-Op "PAGE  " to have it put under the
      *> standard page headers and end-of-report trailer.
      *>   RPT-File-Name  the report file, rewritten in place
      *>   RPT-Report-Id  short report identifier, e.g. CALDIST
      *>   RPT-Title      report title for the page header
      *>   RPT-Program    the program that produced the report
      *>   RPT-Status     "00" paged, "30" report file not readable,
      *>                  "99" report file could not be rewritten
      *>   RPT-Pages      pages written (returned)
      *>   RPT-Lines      report lines, headers not counted (returned)
       01 RPT-Request.
         02 RPT-Op PIC X(6).
         02 RPT-File-Name PIC X(60).
         02 RPT-Report-Id PIC X(8).
         02 RPT-Title PIC X(40).
         02 RPT-Program PIC X(20).
         02 RPT-Status PIC XX.
         02 RPT-Pages PIC 9(5).
         02 RPT-Lines PIC 9(7).
