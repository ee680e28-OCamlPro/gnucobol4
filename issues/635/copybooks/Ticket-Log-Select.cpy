*>COPY "./copybooks/Ticket-Log-Select.cpy".
*> ticket sync journal - one row per action taken across
*> the workbasket/ITSM boundary (a ticket opened, a
*> ticket closed from here, an item closed from its
*> ticket) and per command that failed, plus one summary
*> row per sync pass.
    SELECT Ticket-Log-File
        ASSIGN DISK WS-Ticket-Log-Path
        FILE STATUS IS WS-StatusTKL
        ORGANIZATION LINE SEQUENTIAL.
