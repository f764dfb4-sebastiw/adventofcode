      *> Record layout of an answers-master maintenance transaction,
      *> one per line of the transaction file answers_batch reads
      *> (default answers_txn.txt). The key and values sit in the
      *> same columns as the answers-master record, behind the code:
      *>   ATX-Code  A add, C change (replaces both expected values
      *>             and the type), D delete (values ignored)
      *> A line that is blank or starts with "*" is a comment. To
      *> rename an input, delete the old key and add the new one in
      *> the same file - the file is applied all or nothing.
       01 ATX-REC.
         02 ATX-Code PIC X(1).
         02 FILLER PIC X(1).
         02 ATX-Key.
           03 ATX-Year PIC X(4).
           03 ATX-Day PIC X(2).
           03 ATX-Input-Name PIC X(40).
         02 ATX-Expected-1 PIC X(15).
         02 ATX-Expected-2 PIC X(15).
         02 ATX-Type PIC X(1).
