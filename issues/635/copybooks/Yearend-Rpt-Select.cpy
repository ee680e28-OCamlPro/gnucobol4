*>COPY "./copybooks/Yearend-Rpt-Select.cpy".
*> year-end summary - one per company per closed year
*> (yearend-summary-YYYY.rpt in the company's ./reports):
*> the register proof, the closing balance per account
*> carried forward, what moved to history, and the
*> sign-off block finance files with the year's papers.
    SELECT Yearend-Rpt-File
        ASSIGN DISK WS-Yearend-Rpt-Path
        FILE STATUS IS WS-StatusYER
        ORGANIZATION LINE SEQUENTIAL.
