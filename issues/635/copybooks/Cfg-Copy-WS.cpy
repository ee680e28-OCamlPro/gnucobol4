*>COPY "./copybooks/Cfg-Copy-WS.cpy".
01  WS-StatusCSR                 PIC X(02).
01  WS-StatusCOT                 PIC X(02).
01  WS-Cfg-Src-Path              PIC X(120) VALUE SPACE.
01  WS-Cfg-Out-Path              PIC X(120) VALUE SPACE.

01  WS-EOF-CSR                   PIC X(01) VALUE "N".
    88  Cfg-Src-EOF              VALUE "Y".
