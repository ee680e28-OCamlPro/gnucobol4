*>COPY "./copybooks/Dup-Ref-Rpt-Select.cpy".
*> duplicate-reference report - one line per record a
*> posting pass held in suspense, written to ./reports
*> beside the posting register for the same date.
    SELECT Dup-Ref-Rpt-File
        ASSIGN DISK WS-Dup-Ref-Rpt-Path
        FILE STATUS IS WS-StatusDRR
        ORGANIZATION LINE SEQUENTIAL.
