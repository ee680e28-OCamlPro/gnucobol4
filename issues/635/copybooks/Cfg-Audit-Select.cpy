*>COPY "./copybooks/Cfg-Audit-Select.cpy".
*> configuration audit report - one per run
*> (config-audit-YYYYMMDD.rpt in the base ./reports):
*> every broken cross-reference or contradiction found
*> across the .cfg files, with the file and line it
*> sits on, then the files checked and the totals.
    SELECT Cfg-Audit-File
        ASSIGN DISK WS-Cfg-Audit-Path
        FILE STATUS IS WS-StatusCFA
        ORGANIZATION LINE SEQUENTIAL.
