*>COPY "./copybooks/Posting-Proof-Select.cpy".
*> the posting-proof ledger - one "P" row per PGM72
*> proof of a posting date (its totals, whether it
*> balanced, and the cksum of the report it printed)
*> and one "S" row per finance sign-off of that report
*> on PGM73.  PGM39 releases a company's GL journal for
*> a date only once the latest proof of it is signed.
*> Appended (chained through PGM70) under each
*> company's ./reports.
    SELECT Posting-Proof-File
        ASSIGN DISK WS-Posting-Proof-Path
        FILE STATUS IS WS-StatusPPL
        ORGANIZATION LINE SEQUENTIAL.
