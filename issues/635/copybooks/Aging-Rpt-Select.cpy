*>COPY "./copybooks/Aging-Rpt-Select.cpy".
*> open-item aging report - every document of a
*> matching vendor still open after PGM57's pass, aged
*> from its posting date to the business date in
*> 0-30/31-60/61-90/90+ day buckets, with per-vendor
*> and company totals; written to the company's
*> ./reports as open-items-aging-<date>.rpt.
    SELECT Aging-Rpt-File
        ASSIGN DISK WS-Aging-Rpt-Path
        FILE STATUS IS WS-StatusAGR
        ORGANIZATION LINE SEQUENTIAL.
