*>COPY "./copybooks/Chain-Vfy-Rpt-Select.cpy".
*> the daily chain-verification report - every ledger
*> walked and what was found.  Written by PGM71.
    SELECT Chain-Vfy-Rpt-File
        ASSIGN DISK WS-Chain-Vfy-Rpt-Path
        FILE STATUS IS WS-StatusCVR
        ORGANIZATION LINE SEQUENTIAL.
