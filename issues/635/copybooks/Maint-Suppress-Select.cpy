*>COPY "./copybooks/Maint-Suppress-Select.cpy".
*> the maintenance suppressed log - one row per miss a
*> maintenance window kept from being raised (scheduler
*> and expected-arrivals), for PGM05's close-out summary.
    SELECT Maint-Suppress-File
        ASSIGN DISK WS-Maint-Suppress-Path
        FILE STATUS IS WS-StatusMSP
        ORGANIZATION LINE SEQUENTIAL.
