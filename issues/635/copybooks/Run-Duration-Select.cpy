*> elapsed seconds - appended at EOJ so run-time history
*> survives log rollover.  Growing file opened EXTEND with
*> an OUTPUT fallback, same idiom as Files-Trend-Select.
*> PGM00B adds a row per chain step and PGM33 one per
*> period job, named by program, for PGM59's run-plan
*> forecast.
    SELECT Run-Duration-File
        ASSIGN DISK WS-Run-Duration-Path
        FILE STATUS IS WS-StatusRDU
