*>COPY "./copybooks/Scrub-Ledger-Select.cpy".
*> the archive scrub ledger - one B row per bundle PGM53
*> opened and re-hashed (its verdict, and whether the DR
*> mirror holds a good copy), one M row per member that
*> failed, and one R row per repair PGM54 carried out.
*> Lives in the base ./reports; append-only.
    SELECT Scrub-Ledger-File
        ASSIGN DISK WS-Scrub-Ledger-Path
        FILE STATUS IS WS-StatusSCL
        ORGANIZATION LINE SEQUENTIAL.
