*>COPY "./copybooks/DW-Mark-Select.cpy".
*> high-water marks for the data-warehouse extract - one
*> row per consumer per company: the last document number
*> and run delivered.  Rewritten whole (under a work name,
*> renamed into place) only after a delta file is proven.
    SELECT DW-Mark-File
        ASSIGN DISK WS-DW-Mark-Path
        FILE STATUS IS WS-StatusDWM
        ORGANIZATION LINE SEQUENTIAL.
