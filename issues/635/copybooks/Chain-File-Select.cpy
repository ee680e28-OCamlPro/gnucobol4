*>COPY "./copybooks/Chain-File-Select.cpy".
*> whichever hash-chained ledger PGM70 has in hand -
*> run-audit.log, a rejects ledger, a workbench
*> ledger, day-close.dat, approvals.dat - read as
*> plain lines long enough for the widest of them plus
*> its chain link.
    SELECT Chain-File
        ASSIGN DISK WS-Chain-File-Path
        FILE STATUS IS WS-StatusCHF
        ORGANIZATION LINE SEQUENTIAL.
