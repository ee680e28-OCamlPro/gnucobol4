*>COPY "./copybooks/Period-Ctl-Select.cpy".
*> accounting period control - one row per period per
*> company, kept in the company's own ./reports as
*> period-control.cfg.  Maintained through PGM42; read by
*> PGM15 and PGM40 to decide which date a posting or a
*> reversal offset goes in under.
    SELECT Period-Ctl-File
        ASSIGN DISK WS-Period-Ctl-Path
        FILE STATUS IS WS-StatusPCT
        ORGANIZATION LINE SEQUENTIAL.
