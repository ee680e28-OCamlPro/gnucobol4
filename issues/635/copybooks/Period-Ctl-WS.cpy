*>COPY "./copybooks/Period-Ctl-WS.cpy".
01  WS-StatusPCT                 PIC X(02).
01  WS-Period-Ctl-Path           PIC X(60) VALUE SPACE.

01  WS-EOF-PCT                   PIC X(01) VALUE "N".
    88  Period-Ctl-EOF           VALUE "Y".

*> in-memory copy of one company's period-control.cfg,
*> in file order.
01  WS-Period-Table.
    05  WS-Period-Count          PIC 9(02) VALUE ZERO.
    05  WS-Period-Entry OCCURS 60 TIMES
                          INDEXED BY WS-Per-Idx.
        10  WS-Period-Name       PIC X(06).
        10  WS-Period-From       PIC X(08).
        10  WS-Period-To         PIC X(08).
        10  WS-Period-Status     PIC X(06).
        10  WS-Period-Changed-By PIC X(20).
        10  WS-Period-Changed-Stamp
                                 PIC X(14).

*> lookup result for one date - which row covers it (zero
*> when none does, i.e. the date is uncontrolled and
*> posts as dated) and, for a CLOSED hit, the first OPEN
*> row starting after it.
01  WS-Period-Hit                PIC 9(02) VALUE ZERO.
01  WS-Period-Open-Hit           PIC 9(02) VALUE ZERO.
01  WS-Period-Search-Date        PIC X(08) VALUE SPACE.
