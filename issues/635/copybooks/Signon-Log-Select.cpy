*>COPY "./copybooks/Signon-Log-Select.cpy".
*> sign-on journal - one row per SIGNON, FAILED, LOCKED,
*> REFUSED, TIMEOUT or SIGNOFF, so "who had the terminal
*> at 02:10" is answerable after the fact.
    SELECT Signon-Log-File
        ASSIGN DISK WS-Signon-Log-Path
        FILE STATUS IS WS-StatusSGL
        ORGANIZATION LINE SEQUENTIAL.
