*>COPY "./copybooks/Legal-Hold-Select.cpy".
*> legal-hold register - one row per litigation hold,
*> scoped by vendor, company, filename pattern and date
*> range, kept in the base ./reports.  Every deletion
*> path (PGM00's retention purge, PGM06's log
*> housekeeping, PGM07's done roll-off and PGM22's
*> index roll-off) skips whatever a live hold covers.
*> Maintained from PGM55; released rows stay on file.
    SELECT Legal-Hold-File
        ASSIGN DISK WS-Legal-Hold-Path
        FILE STATUS IS WS-StatusLHR
        ORGANIZATION LINE SEQUENTIAL.
