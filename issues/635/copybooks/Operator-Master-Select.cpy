*>COPY "./copybooks/Operator-Master-Select.cpy".
*> operator master - one row per operator who may sign
*> on at the PGM32 menu: the ID, a SHA-256 of "ID:PIN"
*> (never the PIN itself), status, and the count of
*> failed sign-ons since the last good one.  No file at
*> all means no sign-on - today's USER/LOGNAME behavior
*> - so adopting the control is a data drop, same as the
*> auth table.
    SELECT Operator-Master-File
        ASSIGN DISK WS-Operator-Master-Path
        FILE STATUS IS WS-StatusOPM
        ORGANIZATION LINE SEQUENTIAL.
