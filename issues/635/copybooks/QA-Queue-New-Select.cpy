*>COPY "./copybooks/QA-Queue-New-Select.cpy".
*> rewrite target for PGM66's verdicts - the QA queue is
*> copied through with the reviewed row updated and then
*> renamed over qa-queue.dat.
    SELECT QA-Queue-New-File
        ASSIGN DISK WS-QA-Queue-New-Path
        FILE STATUS IS WS-StatusQAN
        ORGANIZATION LINE SEQUENTIAL.
