*>COPY "./copybooks/DQ-Hist-WS.cpy".
01  WS-StatusDQH                 PIC X(02).
01  WS-DQ-Hist-Path              PIC X(60) VALUE SPACE.

01  WS-EOF-DQH                   PIC X(01) VALUE "N".
    88  DQ-Hist-EOF              VALUE "Y".
