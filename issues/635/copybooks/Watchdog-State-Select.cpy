*>COPY "./copybooks/Watchdog-State-Select.cpy".
*> PGM48's memory between cron passes - the heartbeat
*> stamp it last alerted on, so one dead poller raises
*> one alert rather than one per pass.
    SELECT Watchdog-State-File
        ASSIGN DISK WS-Watchdog-State-Path
        FILE STATUS IS WS-StatusWDS
        ORGANIZATION LINE SEQUENTIAL.
