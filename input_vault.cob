       IDENTIFICATION DIVISION.
       PROGRAM-ID. input_vault.
      *> Input version vault. Called by test_all for every input it
      *> fingerprints and by input_catalog for every input it
      *> catalogues: the first time a given path + fingerprint is
      *> seen, the file is copied into the vault directory under a
      *> name built from the fingerprint itself (vault/FPnnnnnn-
      *> nnnnnnnnn.inp), so identical content is only ever kept once
      *> and two parallel slices vaulting the same version write the
      *> same file. The vault index (input_vault.txt), fixed columns:
      *>   path(60) fp(20) vault-file(40) stored-date(8) stored-time(6)
      *> keeps one row per distinct path + fingerprint, oldest first.
      *> Requests:
      *>   STORE  vault L-Path/L-FP if not already held; L-Vault-Name
      *>          comes back either way
      *>   FIND   look up L-Path/L-FP only; nothing is copied
      *> Status: "00" stored now, "02" already in the vault, "23" not
      *> in the vault (FIND), "30" source unreadable, "99" the vault
      *> copy or index could not be written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Index-FILE
           ASSIGN TO "input_vault.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Index-FS.
           SELECT F-Source-FILE
           ASSIGN TO WS-Source-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Source-FS.
           SELECT F-Copy-FILE
           ASSIGN TO WS-Copy-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Copy-FS.
       DATA DIVISION.
       FILE SECTION.
       FD F-Index-FILE.
       01 F-Index-REC.
         02 IVX-Path PIC X(60).
         02 IVX-FP PIC X(20).
         02 IVX-Vault-Name PIC X(40).
         02 IVX-Stored-Date PIC X(8).
         02 IVX-Stored-Time PIC X(6).

       FD F-Source-FILE.
       01 F-Source-LINE PIC X(5000).

       FD F-Copy-FILE.
       01 F-Copy-LINE PIC X(5000).

       WORKING-STORAGE SECTION.
       01 WS-Index-FS PIC XX.
       01 WS-Source-FileName PIC X(60) VALUE SPACES.
       01 WS-Source-FS PIC XX.
       01 WS-Copy-FileName PIC X(40) VALUE SPACES.
       01 WS-Copy-FS PIC XX.
       01 WS-Vault-Dir PIC X(20) VALUE "vault".

       01 WS-EOF-BOOL PIC 9(1) VALUE 0.
       01 WS-Found-BOOL PIC 9(1) VALUE 0.
       01 WS-Stamp PIC X(14) VALUE SPACES.

       LINKAGE SECTION.
       01 L-Op PIC X(6).
       01 L-Path PIC X(60).
       01 L-FP PIC X(20).
       01 L-Vault-Name PIC X(40).
       01 L-Status PIC X(2).

       PROCEDURE DIVISION USING L-Op, L-Path, L-FP, L-Vault-Name,
                                L-Status.
       MAIN-ROUTINE.
           MOVE SPACES TO L-Vault-Name.
           EVALUATE L-Op
               WHEN "STORE "
                   PERFORM STORE-ROUTINE
               WHEN "FIND  "
                   PERFORM FIND-ROUTINE
                   IF WS-Found-BOOL = 1 THEN
                       MOVE "02" TO L-Status
                   ELSE
                       MOVE "23" TO L-Status
                   END-IF
               WHEN OTHER
                   DISPLAY "input_vault: unknown request '" L-Op "'"
                   MOVE "99" TO L-Status
           END-EVALUATE.
           EXIT PROGRAM.
       END-ROUTINE.

       FIND-ROUTINE.
           SET WS-Found-BOOL TO 0.
           OPEN INPUT F-Index-FILE.
           IF WS-Index-FS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM READ-INDEX-ROUTINE
               UNTIL WS-EOF-BOOL = 1 OR WS-Found-BOOL = 1.
           CLOSE F-Index-FILE.
       END-ROUTINE.

       READ-INDEX-ROUTINE.
           READ F-Index-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   IF IVX-Path = L-Path AND IVX-FP = L-FP THEN
                       SET WS-Found-BOOL TO 1
                       MOVE IVX-Vault-Name TO L-Vault-Name
                   END-IF
           END-READ.
       END-ROUTINE.

       STORE-ROUTINE.
           IF L-FP(1:3) NOT = "FP=" THEN
               MOVE "30" TO L-Status
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ROUTINE.
           IF WS-Found-BOOL = 1 THEN
               MOVE "02" TO L-Status
               EXIT PARAGRAPH
           END-IF.
           CALL "CBL_CREATE_DIR" USING WS-Vault-Dir
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 0 TO RETURN-CODE.
      *> the vault file is named for its content, so an existing one
      *> already holds exactly these records and is left alone
           MOVE SPACES TO WS-Copy-FileName.
           STRING WS-Vault-Dir DELIMITED BY SPACE,
                  "/FP" DELIMITED BY SIZE,
                  L-FP(4:17) DELIMITED BY SPACE,
                  ".inp" DELIMITED BY SIZE
                  INTO WS-Copy-FileName.
           OPEN INPUT F-Copy-FILE.
           IF WS-Copy-FS = "00" THEN
               CLOSE F-Copy-FILE
           ELSE
               PERFORM COPY-SOURCE-ROUTINE
               IF L-Status NOT = "00" THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM ADD-INDEX-ROUTINE.
       END-ROUTINE.

       COPY-SOURCE-ROUTINE.
           MOVE "00" TO L-Status.
           MOVE L-Path TO WS-Source-FileName.
           OPEN INPUT F-Source-FILE.
           IF WS-Source-FS NOT = "00" THEN
               MOVE "30" TO L-Status
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT F-Copy-FILE.
           IF WS-Copy-FS NOT = "00" THEN
               DISPLAY "input_vault: cannot create "
                       FUNCTION TRIM(WS-Copy-FileName)
                       " - status " WS-Copy-FS
               CLOSE F-Source-FILE
               MOVE "99" TO L-Status
               EXIT PARAGRAPH
           END-IF.
           SET WS-EOF-BOOL TO 0.
           PERFORM COPY-ONE-LINE-ROUTINE UNTIL WS-EOF-BOOL = 1.
           CLOSE F-Source-FILE.
           CLOSE F-Copy-FILE.
       END-ROUTINE.

       COPY-ONE-LINE-ROUTINE.
           READ F-Source-FILE RECORD
               AT END SET WS-EOF-BOOL TO 1
               NOT AT END
                   WRITE F-Copy-LINE FROM F-Source-LINE
           END-READ.
       END-ROUTINE.

       ADD-INDEX-ROUTINE.
           OPEN EXTEND F-Index-FILE.
           IF WS-Index-FS = "35" THEN
               OPEN OUTPUT F-Index-FILE
           END-IF.
           IF WS-Index-FS NOT = "00" THEN
               DISPLAY "input_vault: cannot open input_vault.txt - "
                       "status " WS-Index-FS
               MOVE "99" TO L-Status
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
           MOVE L-Path TO IVX-Path.
           MOVE L-FP TO IVX-FP.
           MOVE WS-Copy-FileName TO IVX-Vault-Name.
           MOVE WS-Stamp(1:8) TO IVX-Stored-Date.
           MOVE WS-Stamp(9:6) TO IVX-Stored-Time.
           WRITE F-Index-REC.
           CLOSE F-Index-FILE.
           MOVE WS-Copy-FileName TO L-Vault-Name.
           MOVE "00" TO L-Status.
       END-ROUTINE.

       END PROGRAM input_vault.
