*>COPY "./copybooks/Cfg-Bundle-Select.cpy".
*> configuration bundle - every .cfg of one root tree in a
*> single dated, checksummed file, written by PGM45's
*> export and read back by its import.  The replaced
*> versions an import keeps for rollback are a bundle of
*> the same shape.
    SELECT Cfg-Bundle-File
        ASSIGN DISK WS-Cfg-Bundle-Path
        FILE STATUS IS WS-StatusCFB
        ORGANIZATION LINE SEQUENTIAL.
