*>COPY "./copybooks/DQ-Trend-Cfg-Select.cpy".
*> data-quality trend thresholds - one fixed-width row
*> per vendor code, plus an optional default row
*> (vendor SPACE or "*") for every vendor without its
*> own.  Read by PGM68.  Absent file means the compiled
*> defaults in DQ-Trend-Cfg-WS for every vendor.
    SELECT DQ-Trend-Cfg-File
        ASSIGN DISK WS-DQ-Trend-Cfg-Path
        FILE STATUS IS WS-StatusDTC
        ORGANIZATION LINE SEQUENTIAL.
