*>COPY "./copybooks/QA-Sample-Cfg-Select.cpy".
*> QA sampling rates - one fixed-width row per vendor
*> code, plus an optional default row (vendor SPACE or
*> "*") for every vendor without its own.  Read by
*> PGM65's daily draw.  Absent file means the compiled
*> defaults in QA-Sample-Cfg-WS for every vendor.
    SELECT QA-Sample-Cfg-File
        ASSIGN DISK WS-QA-Sample-Cfg-Path
        FILE STATUS IS WS-StatusQSC
        ORGANIZATION LINE SEQUENTIAL.
