*>COPY "./copybooks/Maint-Window-Select.cpy".
*> the planned-maintenance calendar - one row per window
*> maintained through PGM49 and read by the scheduler
*> (PGM33), the expected-arrivals check (PGM01) and the
*> alert dispatcher (PGM05), which defer instead of
*> failing while a window covering them is open.
    SELECT Maint-Window-File
        ASSIGN DISK WS-Maint-Window-Path
        FILE STATUS IS WS-StatusMNW
        ORGANIZATION LINE SEQUENTIAL.
