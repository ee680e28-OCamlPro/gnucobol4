*>COPY "./copybooks/DW-Delta-Select.cpy".
*> transaction master change extract for the data
*> warehouse - one header, one row per master row posted
*> since the consumer's high-water mark, one control
*> trailer - per consumer per company per run under that
*> company's ./outbound.  Built under a work name and
*> renamed into place once its control totals re-read
*> true, so the loader never sees a partial one.
    SELECT DW-Delta-File
        ASSIGN DISK WS-DW-Delta-Work-Path
        FILE STATUS IS WS-StatusDWD
        ORGANIZATION LINE SEQUENTIAL.
