*>COPY "./copybooks/DQ-Trend-Rpt-Select.cpy".
*> the data-quality trend report - every vendor column
*> whose recent profile moved sharply against that
*> vendor's own baseline.  Written by PGM68.
    SELECT DQ-Trend-Rpt-File
        ASSIGN DISK WS-DQ-Trend-Rpt-Path
        FILE STATUS IS WS-StatusDTR
        ORGANIZATION LINE SEQUENTIAL.
