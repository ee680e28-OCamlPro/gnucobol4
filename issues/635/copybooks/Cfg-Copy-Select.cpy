*>COPY "./copybooks/Cfg-Copy-Select.cpy".
*> any one .cfg read row by row, and the working copy it is
*> rewritten to - PGM45 compares, checksums and bundles
*> the rewritten copy, so trailing blanks never show up as
*> a difference.
    SELECT Cfg-Src-File
        ASSIGN DISK WS-Cfg-Src-Path
        FILE STATUS IS WS-StatusCSR
        ORGANIZATION LINE SEQUENTIAL.
    SELECT Cfg-Out-File
        ASSIGN DISK WS-Cfg-Out-Path
        FILE STATUS IS WS-StatusCOT
        ORGANIZATION LINE SEQUENTIAL.
