      *> Record layout of the vault run manifest
      *> (input_vault_runs.txt), one line per test a nightly run
      *> actually executed: which vaulted input version the day
      *> program saw, the expected answers and answer type the
      *> answers master held for it at that moment, and the registry
      *> parameters it was called with. test_all --asof=YYYYMMDD
      *> replays a past night from these rows alone, so later changes
      *> to the inputs, the answers master or the registry cannot
      *> leak into the replay.
       01 IVR-REC.
         02 IVR-Run-Date PIC X(8).
         02 IVR-Run-Number PIC 9(6).
         02 IVR-Year PIC X(4).
         02 IVR-Day PIC X(2).
         02 IVR-Program PIC X(20).
         02 IVR-Input PIC X(40).
         02 IVR-FP PIC X(20).
         02 IVR-Vault-Name PIC X(40).
         02 IVR-Expected-1 PIC X(15).
         02 IVR-Expected-2 PIC X(15).
         02 IVR-Ans-Type PIC X(1).
         02 IVR-Param-1 PIC X(10).
         02 IVR-Param-2 PIC X(10).
         02 IVR-Param-3 PIC X(10).
