*>COPY "./copybooks/Repair-Out-Select.cpy".
*> the corrected copy of a content-rejected file, written
*> by PGM47 beside the original in ./rejects and only
*> then moved whole into ./files/incoming, so intake
*> never claims a half-written file.
    SELECT Repair-Out-File
        ASSIGN DISK WS-Repair-Out-Path
        FILE STATUS IS WS-StatusRPO
        ORGANIZATION LINE SEQUENTIAL.
