         02 CHG-Action PIC X(8).
         02 CHG-Before PIC X(80).
         02 CHG-After PIC X(80).
         02 CHG-Seq PIC 9(8).
         02 CHG-Chain PIC 9(10).

       WORKING-STORAGE SECTION.
       01 WS-ChgLog-FS PIC XX.
