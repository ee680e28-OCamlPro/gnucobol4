*>COPY "./copybooks/Session-Select.cpy".
*> open operator sessions - one row per sign-on at the
*> PGM32 menu not yet signed off or timed out.  Rewritten
*> whole by PGM61 on every touch.
    SELECT Session-File
        ASSIGN DISK WS-Session-Path
        FILE STATUS IS WS-StatusSES
        ORGANIZATION LINE SEQUENTIAL.
