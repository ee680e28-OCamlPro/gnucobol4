*>COPY "./copybooks/Trans-Hist-WS.cpy".
01  WS-StatusTHS                 PIC X(02).
01  WS-Trans-Hist-Path           PIC X(60) VALUE SPACE.
01  WS-Trans-Hist-Open-Sw       PIC X(01) VALUE "N".
    88  WS-Trans-Hist-Open       VALUE "Y".
