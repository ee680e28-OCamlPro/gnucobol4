*>COPY "./copybooks/Chain-Vfy-Rpt-WS.cpy".
01  WS-StatusCVR                 PIC X(02).
01  WS-Chain-Vfy-Rpt-Path        PIC X(80) VALUE SPACE.
