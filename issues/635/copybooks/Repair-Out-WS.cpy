*>COPY "./copybooks/Repair-Out-WS.cpy".
01  WS-StatusRPO                 PIC X(02).
01  WS-Repair-Out-Path           PIC X(80) VALUE SPACE.
