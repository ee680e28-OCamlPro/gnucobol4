*>COPY "./copybooks/Erasure-Reg-Select.cpy".
*> right-to-erasure register - one row per data-subject
*> erasure request, with the identifiers to look for,
*> when it was asked and when it falls due, and how far
*> PGM69 has taken it.  Kept in the base ./reports;
*> rewritten whole, the legal-hold register way.
    SELECT Erasure-Reg-File
        ASSIGN DISK WS-Erasure-Reg-Path
        FILE STATUS IS WS-StatusERG
        ORGANIZATION LINE SEQUENTIAL.
