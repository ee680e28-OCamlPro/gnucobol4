*>COPY "./copybooks/Cfg-List-Select.cpy".
*> scratch control file catching a command's output - the
*> tree's .cfg listing, or one file's diff - same CALL
*> "SYSTEM" + scratch-file idiom as Downloads-List-Select.
    SELECT Cfg-List-File
        ASSIGN DISK WS-Cfg-List-Path
        FILE STATUS IS WS-StatusCLS
        ORGANIZATION LINE SEQUENTIAL.
