*>COPY "./copybooks/Cfg-Bundle-WS.cpy".
01  WS-StatusCFB                 PIC X(02).
01  WS-Cfg-Bundle-Path           PIC X(120) VALUE SPACE.

01  WS-EOF-CFB                   PIC X(01) VALUE "N".
    88  Cfg-Bundle-EOF           VALUE "Y".
