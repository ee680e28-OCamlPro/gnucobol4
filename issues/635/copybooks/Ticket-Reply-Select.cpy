*>COPY "./copybooks/Ticket-Reply-Select.cpy".
*> scratch file catching the first line a ticketing
*> command prints - same CALL "SYSTEM" + scratch-file
*> idiom as Cksum-Select.cpy; named per caller so the
*> sync job and a console closing an item never share
*> one.
    SELECT Ticket-Reply-File
        ASSIGN DISK WS-Ticket-Reply-Path
        FILE STATUS IS WS-StatusTKR
        ORGANIZATION LINE SEQUENTIAL.
