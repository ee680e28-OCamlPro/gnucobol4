*>COPY "./copybooks/Proof-Rpt-Select.cpy".
*> the daily posting proof report - every file posted
*> on the date, master against intake control figures,
*> and the company's day line.  Written by PGM72 under
*> each company's ./reports; what finance signs off on
*> PGM73.
    SELECT Proof-Rpt-File
        ASSIGN DISK WS-Proof-Rpt-Path
        FILE STATUS IS WS-StatusPPR
        ORGANIZATION LINE SEQUENTIAL.
