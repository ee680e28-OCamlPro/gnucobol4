*>COPY "./copybooks/Match-Ledger-Select.cpy".
*> match ledger - one row per document each time it is
*> matched, force-matched or written off, per company in
*> ./reports/match-ledger.dat: which group it went into,
*> by which rule or which user, and why.  The master
*> carries the match ID; this is the trail behind it.
*> Growing file opened EXTEND with an OUTPUT fallback,
*> same idiom as Alert-Queue-Select.cpy.
    SELECT Match-Ledger-File
        ASSIGN DISK WS-Match-Ledger-Path
        FILE STATUS IS WS-StatusMLG
        ORGANIZATION LINE SEQUENTIAL.
