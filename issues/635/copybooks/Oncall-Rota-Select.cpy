*>COPY "./copybooks/Oncall-Rota-Select.cpy".
*> on-call rota - who is on duty for which company and
*> severity over which dates, with the secondary and the
*> manager tier an unacknowledged alert escalates to.
*> Read by PGM05 to route each alert it delivers.
    SELECT Oncall-Rota-File
        ASSIGN DISK WS-Oncall-Rota-Path
        FILE STATUS IS WS-StatusOCR
        ORGANIZATION LINE SEQUENTIAL.
