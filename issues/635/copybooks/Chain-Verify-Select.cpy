*>COPY "./copybooks/Chain-Verify-Select.cpy".
*> the chain-verification ledger - one row per ledger
*> per PGM71 run: what the walk found and the last link
*> it saw, so the next run can tell a file that was cut
*> back from one that simply grew.  Appended (itself
*> chained) under the BASE ./reports; read by PGM71 and
*> PGM31's audit pack.
    SELECT Chain-Verify-File
        ASSIGN DISK WS-Chain-Verify-Path
        FILE STATUS IS WS-StatusCVL
        ORGANIZATION LINE SEQUENTIAL.
