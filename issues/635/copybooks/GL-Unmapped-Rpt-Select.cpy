*>COPY "./copybooks/GL-Unmapped-Rpt-Select.cpy".
*> unmapped-items report - one line per transaction
*> master posting the account mapping table had no row
*> for.  Any line here blocks that company's journal for
*> the date; written to the company's ./reports.
    SELECT GL-Unmapped-Rpt-File
        ASSIGN DISK WS-GL-Unmapped-Rpt-Path
        FILE STATUS IS WS-StatusGLU
        ORGANIZATION LINE SEQUENTIAL.
