*>COPY "./copybooks/Legal-Hold-Rpt-Select.cpy".
*> legal-hold report - one per L from PGM55, listing
*> every hold in force with the files and index rows it
*> currently protects in each company tree.  Written at
*> the base ./reports and catalogued as LEGALHOLD.
    SELECT Legal-Hold-Rpt-File
        ASSIGN DISK WS-Legal-Hold-Rpt-Path
        FILE STATUS IS WS-StatusLHP
        ORGANIZATION LINE SEQUENTIAL.
