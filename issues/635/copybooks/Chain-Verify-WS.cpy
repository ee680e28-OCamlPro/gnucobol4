*>COPY "./copybooks/Chain-Verify-WS.cpy".
01  WS-StatusCVL                 PIC X(02).
01  WS-Chain-Verify-Path         PIC X(80) VALUE SPACE.

01  WS-EOF-CVL                   PIC X(01) VALUE "N".
    88  Chain-Verify-EOF         VALUE "Y".
