*>COPY "./copybooks/Chain-Out-Select.cpy".
*> scratch copy a rewritten ledger is re-linked into
*> before it is renamed back over the original.
    SELECT Chain-Out-File
        ASSIGN DISK WS-Chain-Out-Path
        FILE STATUS IS WS-StatusCHO
        ORGANIZATION LINE SEQUENTIAL.
