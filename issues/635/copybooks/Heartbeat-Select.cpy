*>COPY "./copybooks/Heartbeat-Select.cpy".
*> resident poller heartbeat - one row, rewritten by
*> whichever PGM00R holds the polling lease at the top
*> of every cycle, read by the PGM48 watchdog on the
*> standby node to tell a live poller from a dead one.
    SELECT Heartbeat-File
        ASSIGN DISK WS-Heartbeat-Path
        FILE STATUS IS WS-StatusHBT
        ORGANIZATION LINE SEQUENTIAL.
