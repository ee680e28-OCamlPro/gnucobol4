*>COPY "./copybooks/Node-Name-Select.cpy".
*> scratch file for `uname -n` when neither
*> PGM00_NODE_NAME nor HOSTNAME names this node - same
*> CALL "SYSTEM" + scratch-file idiom as Runtime-Ver.
    SELECT Node-Name-File
        ASSIGN DISK WS-Node-Name-Path
        FILE STATUS IS WS-StatusNDN
        ORGANIZATION LINE SEQUENTIAL.
