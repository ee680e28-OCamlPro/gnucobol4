*>COPY "./copybooks/Dup-Suspense-WS.cpy".
01  WS-StatusDSP                 PIC X(02).
01  WS-Dup-Suspense-Path         PIC X(60) VALUE SPACE.
