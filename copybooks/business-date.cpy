      *> Record layout of the business-date control record
      *> (business_date.txt), kept by the business_date service. One
      *> record: the business date the night's work is filed under,
      *> whatever the clock says when a step happens to run. job_chain
      *> assigns it when the chain starts (ASSIGNED); an operator can
      *> move it forward with bizdate_roll (ROLLED), never back.
      *>   BDT-Prior-Date  the business date it replaced
      *>   BDT-Set-By      job_chain, or the operator who rolled it
       01 BDT-REC.
         02 BDT-Business-Date PIC X(8).
         02 BDT-Prior-Date PIC X(8).
         02 BDT-How PIC X(8).
         02 BDT-Set-By PIC X(20).
         02 BDT-Set-Date PIC X(8).
         02 BDT-Set-Time PIC X(6).
