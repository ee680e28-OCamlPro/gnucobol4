*>COPY "./copybooks/Ticket-Cfg-WS.cpy".
01  WS-StatusTKC                 PIC X(02).
01  WS-Ticket-Cfg-Path           PIC X(60) VALUE SPACE.

01  WS-EOF-TKC                   PIC X(01) VALUE "N".
    88  Ticket-Cfg-EOF           VALUE "Y".

01  WS-Tkc-Open-Cmd              PIC X(112) VALUE SPACE.
01  WS-Tkc-Query-Cmd             PIC X(112) VALUE SPACE.
01  WS-Tkc-Close-Cmd             PIC X(112) VALUE SPACE.
01  WS-Tkc-Severities            PIC X(03) VALUE "E".
