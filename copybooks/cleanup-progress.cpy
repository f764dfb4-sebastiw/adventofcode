      *> Record layout of the cleanup progress master
      *> (cleanup_progress.txt), one completion record per stretch of
      *> sections an elf reports cleaned: the date of the report, the
      *> camp (as named on the CAMP header of the assignment input,
      *> blank for an input without headers), the first and last
      *> section cleaned, and the elf. The elf is identified the way
      *> camp_reassign.txt identifies pairs - CPG-Elf-Pair is the
      *> line number of the pair in the assignment input - with
      *> CPG-Elf-Member 1 for the first range on that line and 2 for
      *> the second. When the file is present camp_cleanup reports
      *> progress against the assignments; a record whose range is
      *> not numeric or back to front, whose pair line is not a pair
      *> in the input, or whose camp is not the pair's camp is
      *> rejected and listed in the progress report.
       01 CPG-REC.
         02 CPG-Date PIC X(8).
         02 CPG-Camp PIC X(20).
         02 CPG-Sect-Lo PIC 9(4).
         02 CPG-Sect-Hi PIC 9(4).
         02 CPG-Elf.
           03 CPG-Elf-Pair PIC 9(6).
           03 CPG-Elf-Member PIC 9(1).
