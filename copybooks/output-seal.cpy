      *> Request block for the output control trailer service
      *> (output_seal). A day program writes and closes an output file
      *> as before, then hands it in with OSL-Op "SEAL  " to have the
      *> control trailer appended; output_verify hands each archived
      *> output back in with "CHECK " to have it proved against it.
      *>   OSL-File-Name  the output file
      *>   OSL-Program    SEAL: the producing program; CHECK: the
      *>                  program named in the trailer (returned)
      *>   OSL-Status     "00" sealed / intact, "30" file not readable,
      *>                  "41" no trailer, "42" record count differs,
      *>                  "43" checksum differs, "99" trailer could not
      *>                  be written
      *>   OSL-Records    records ahead of the trailer: SEAL the count
      *>                  written, CHECK the count the trailer claims
      *>   OSL-Checksum   likewise for the checksum
      *>   OSL-Run        the run number in the trailer
      *>   OSL-Count      CHECK: records actually found
      *>   OSL-Sum        CHECK: checksum of the records found
       01 OSL-Request.
         02 OSL-Op PIC X(6).
         02 OSL-File-Name PIC X(120).
         02 OSL-Program PIC X(20).
         02 OSL-Status PIC XX.
         02 OSL-Records PIC 9(8).
         02 OSL-Checksum PIC 9(9).
         02 OSL-Run PIC 9(6).
         02 OSL-Count PIC 9(8).
         02 OSL-Sum PIC 9(9).
