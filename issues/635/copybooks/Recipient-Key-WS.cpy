*>COPY "./copybooks/Recipient-Key-WS.cpy".
01  WS-StatusRKY                 PIC X(02).
01  WS-Recipient-Key-Path        PIC X(60) VALUE SPACE.

01  WS-EOF-RKY                   PIC X(01) VALUE "N".
    88  Recipient-Key-EOF        VALUE "Y".

*> in-memory copy of ./reports/recipient-keys.cfg.
01  WS-Recipient-Key-Table.
    05  WS-Rcp-Count             PIC 9(02) VALUE ZERO.
    05  WS-Rcp-Entry OCCURS 40 TIMES
                       INDEXED BY WS-Rcp-Idx.
        10  WS-Rcp-Recipient     PIC X(10).
        10  WS-Rcp-Key-Id        PIC X(20).
        10  WS-Rcp-Mode          PIC X(01).
            88  WS-Rcp-Required  VALUE "R".
        10  WS-Rcp-Sign          PIC X(01).
        10  WS-Rcp-Command       PIC X(200).

01  WS-Rcp-Found-Sw              PIC X(01) VALUE "N".
    88  WS-Rcp-Found             VALUE "Y".
01  WS-Rcp-Hit                   PIC 9(02) VALUE ZERO.

*> one send in hand: who it is for, the file's name, the
*> directory it is bound for, and - for an enrolled
*> recipient - the clear copy kept in ./files/sent
*> (never in ./outbound or ./staging) and the sealed
*> name that lands instead.
01  WS-Rcp-Code                  PIC X(10) VALUE SPACE.
01  WS-Rcp-File-Name             PIC X(80) VALUE SPACE.
01  WS-Rcp-Dest-Dir              PIC X(60) VALUE SPACE.
01  WS-Rcp-Spool-Dir             PIC X(60) VALUE SPACE.
01  WS-Rcp-Clear-Path            PIC X(80) VALUE SPACE.
01  WS-Rcp-Dest-Path             PIC X(80) VALUE SPACE.
01  WS-Rcp-Sealed-Path           PIC X(80) VALUE SPACE.
01  WS-Rcp-Sealed-Work           PIC X(80) VALUE SPACE.
01  WS-Rcp-Cmd                   PIC X(500) VALUE SPACE.
01  WS-Rcp-Reason                PIC X(40) VALUE SPACE.
01  WS-Rcp-Outcome-Sw            PIC X(01) VALUE SPACE.
    88  WS-Rcp-Sent-Clear        VALUE "C".
    88  WS-Rcp-Sent-Sealed       VALUE "E".
    88  WS-Rcp-Blocked           VALUE "B".
