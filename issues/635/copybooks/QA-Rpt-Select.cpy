*>COPY "./copybooks/QA-Rpt-Select.cpy".
*> the monthly QA report - per vendor, how many postings
*> were sampled, reviewed, passed and failed, and the
*> error rate the reviews found.  Written by PGM67.
    SELECT QA-Rpt-File
        ASSIGN DISK WS-QA-Rpt-Path
        FILE STATUS IS WS-StatusQAR
        ORGANIZATION LINE SEQUENTIAL.
