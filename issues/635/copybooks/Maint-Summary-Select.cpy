*>COPY "./copybooks/Maint-Summary-Select.cpy".
*> PGM05's record of the maintenance windows it has
*> already sent a close-out summary for - one row per
*> window, so each closed window is summarized once.
    SELECT Maint-Summary-File
        ASSIGN DISK WS-Maint-Summary-Path
        FILE STATUS IS WS-StatusMSS
        ORGANIZATION LINE SEQUENTIAL.
