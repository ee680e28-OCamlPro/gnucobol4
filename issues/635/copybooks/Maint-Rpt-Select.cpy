*>COPY "./copybooks/Maint-Rpt-Select.cpy".
*> maintenance close-out summary - one report per closed
*> window, listing every alert held and every miss
*> suppressed while it was open.
    SELECT Maint-Rpt-File
        ASSIGN DISK WS-Maint-Rpt-Path
        FILE STATUS IS WS-StatusMRP
        ORGANIZATION LINE SEQUENTIAL.
