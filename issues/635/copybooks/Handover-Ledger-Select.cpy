*>COPY "./copybooks/Handover-Ledger-Select.cpy".
*> the signed handover ledger - one row per shift change
*> the incoming operator accepted on PGM52's screen: who
*> handed over to whom, the open counts by category, and
*> the report they signed for with its cksum, so the
*> report can later be proven to be the one accepted.
*> Lives in the base ./reports; append-only.
    SELECT Handover-Ledger-File
        ASSIGN DISK WS-Handover-Ledger-Path
        FILE STATUS IS WS-StatusHOL
        ORGANIZATION LINE SEQUENTIAL.
