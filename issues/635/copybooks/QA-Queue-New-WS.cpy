*>COPY "./copybooks/QA-Queue-New-WS.cpy".
01  WS-StatusQAN                 PIC X(02).
01  WS-QA-Queue-New-Path         PIC X(60) VALUE SPACE.
