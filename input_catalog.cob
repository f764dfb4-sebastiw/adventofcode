      *> master, and answers-master rows whose input file is gone.
      *> Catalog record (input_catalog.txt), fixed columns:
      *>   path(60) fp(20) records(6) first-seen(8) last-run(8)
      *> Every fingerprinted input is also handed to input_vault, so
      *> a version that changes between nightly runs is still kept.
      *> Usage: input_catalog    (rebuild catalog and print report)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 LS-FP-RecCNT PIC 9(6) VALUE ZERO.
       01 LS-FP-Sum PIC 9(9) VALUE ZERO.
       01 LS-FP-Text PIC X(20) VALUE SPACES.
       01 LS-Vault-Name PIC X(40) VALUE SPACES.
       01 LS-Vault-Status PIC X(2) VALUE SPACES.

       01 LS-Path-Year PIC X(4) VALUE SPACES.
       01 LS-Path-Day PIC X(2) VALUE SPACES.
           END-IF.
           MOVE F-List-LINE(1:60) TO WS-Input-FileName.
           PERFORM FINGERPRINT-ROUTINE.
           IF LS-FP-Text NOT = "NOFP" THEN
               CALL "input_vault" USING BY CONTENT "STORE ",
                   BY REFERENCE WS-Input-FileName, LS-FP-Text,
                   LS-Vault-Name, LS-Vault-Status
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.
           SET LS-Found-Slot TO 0.
           PERFORM VARYING LS-i FROM 1
                   UNTIL LS-i > LS-Cat-CNT OR LS-Found-Slot > 0
