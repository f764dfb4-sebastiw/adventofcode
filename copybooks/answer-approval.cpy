      *> Record layout of the answer promotion approval queue
      *> (answer_approvals.txt). answers_review no longer writes the
      *> answers master itself: proposing a captured answer appends
      *> one row here, and the row waits until a second operator (a
      *> shift lead or above, never the proposer) approves or rejects
      *> it in answers_approve. Only an approval writes
      *> answers_master.idx and reseals it; a decided row leaves the
      *> queue and the decision is kept in the change log.
       01 AAP-REC.
         02 AAP-Year PIC X(4).
         02 AAP-Day PIC X(2).
         02 AAP-Input PIC X(40).
         02 AAP-Result-1 PIC X(15).
         02 AAP-Result-2 PIC X(15).
         02 AAP-Proposer PIC X(8).
         02 AAP-Proposed-Date PIC X(8).
         02 AAP-Proposed-Time PIC X(6).
