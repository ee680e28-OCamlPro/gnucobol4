*>COPY "./copybooks/DW-Consumer-Select.cpy".
*> data-warehouse extract consumers - one row per
*> downstream system that takes the transaction master
*> change extract, each with its own high-water mark.
*> No file means the one consumer "DWH".
    SELECT DW-Consumer-File
        ASSIGN DISK WS-DW-Consumer-Path
        FILE STATUS IS WS-StatusDWC
        ORGANIZATION LINE SEQUENTIAL.
