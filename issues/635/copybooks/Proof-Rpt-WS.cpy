*>COPY "./copybooks/Proof-Rpt-WS.cpy".
01  WS-StatusPPR                 PIC X(02).
01  WS-Proof-Rpt-Path            PIC X(80) VALUE SPACE.
