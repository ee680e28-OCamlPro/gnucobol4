*>COPY "./copybooks/Cfg-List-WS.cpy".
01  WS-StatusCLS                 PIC X(02).
01  WS-Cfg-List-Path             PIC X(120) VALUE SPACE.

01  WS-EOF-CLS                   PIC X(01) VALUE "N".
    88  Cfg-List-EOF             VALUE "Y".
