      *> Record layout of the input change register
      *> (input_changes.txt). test_all appends one row whenever an
      *> input's fingerprint moved since its last recorded run and a
      *> line-level change report was produced against the previous
      *> version held in the input vault. owner_report picks the rows
      *> for its run date up and copies the reports into the owner's
      *> morning bundle.
       01 ICH-REC.
         02 ICH-Run-Date PIC X(8).
         02 ICH-Run-Number PIC 9(6).
         02 ICH-Year PIC X(4).
         02 ICH-Day PIC X(2).
         02 ICH-Input PIC X(40).
         02 ICH-Old-FP PIC X(20).
         02 ICH-New-FP PIC X(20).
         02 ICH-Added PIC 9(6).
         02 ICH-Deleted PIC 9(6).
         02 ICH-Altered PIC 9(6).
         02 ICH-Report-Name PIC X(40).
