      *> Record layout of the operator user master (user_master.txt),
      *> maintained with user_maint and read by signon for every
      *> maintenance screen and every lock break. The PIN is never
      *> held in clear: UM-PIN-Hash is the one-way hash signon
      *> computes over the user ID and PIN together. Roles, lowest
      *> first:
      *>   V viewer        list and inquire only
      *>   O operator      add and change master records
      *>   S shift lead    delete, promote/reject, restore a
      *>                   generation, break the run lock
      *>   A administrator the above plus runtime profile and users
      *> UM-Status "A" active, "I" disabled (sign-on refused).
       01 UM-REC.
         02 UM-User PIC X(8).
         02 UM-PIN-Hash PIC 9(10).
         02 UM-Role PIC X(1).
         02 UM-Status PIC X(1).
         02 UM-Name PIC X(30).
