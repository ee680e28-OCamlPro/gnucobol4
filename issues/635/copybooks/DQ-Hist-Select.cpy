*>COPY "./copybooks/DQ-Hist-Select.cpy".
*> data-quality history - one row per column of every
*> file the content validation pass profiled, accepted
*> or not: how many rows, how many blank, how many
*> failed their type, how many distinct values, and
*> the low/high value of a numeric or date column.
*> Written by PGM01's 21268-Write-DQ-History under
*> ./reports, read back by PGM68's trend report.
    SELECT DQ-Hist-File
        ASSIGN DISK WS-DQ-Hist-Path
        FILE STATUS IS WS-StatusDQH
        ORGANIZATION LINE SEQUENTIAL.
