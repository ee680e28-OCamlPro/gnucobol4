*>COPY "./copybooks/Ticket-Cfg-Select.cpy".
*> corporate ticketing bridge - one fixed-width row per
*> command PGM63 runs against the ITSM tool (OPEN, QUERY,
*> CLOSE).  Absent file, or no row for a verb, means no
*> ticketing for it: the workbasket works exactly as it
*> did on its own.
    SELECT Ticket-Cfg-File
        ASSIGN DISK WS-Ticket-Cfg-Path
        FILE STATUS IS WS-StatusTKC
        ORGANIZATION LINE SEQUENTIAL.
