*>COPY "./copybooks/Posted-Ref-WS.cpy".
01  WS-StatusPRF                 PIC X(02).
01  WS-Posted-Ref-Path           PIC X(60) VALUE SPACE.
01  WS-Posted-Ref-Open-Sw        PIC X(01) VALUE "N".
    88  WS-Posted-Ref-Open       VALUE "Y".
