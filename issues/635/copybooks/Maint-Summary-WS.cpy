*>COPY "./copybooks/Maint-Summary-WS.cpy".
01  WS-StatusMSS                 PIC X(02).
01  WS-Maint-Summary-Path        PIC X(60) VALUE SPACE.

01  WS-EOF-MSS                   PIC X(01) VALUE "N".
    88  Maint-Summary-EOF        VALUE "Y".

*> windows already summarized - keyed by number and start
*> stamp together, so a re-dated window summarizes again.
01  WS-Mss-Table.
    05  WS-Mss-Count             PIC 9(03) VALUE ZERO.
    05  WS-Mss-Entry OCCURS 200 TIMES
                       INDEXED BY WS-Mss-Idx.
        10  WS-Mss-Window-ID     PIC X(04).
        10  WS-Mss-Start         PIC X(12).
        10  WS-Mss-Stamp         PIC X(14).

*> one switch per calendar row - set once its close-out
*> summary is on file (this run or an earlier one).
01  WS-Mss-Done-Table.
    05  WS-Mss-Done-Sw OCCURS 40 TIMES
                                 PIC X(01).
01  WS-Mss-Found-Sw              PIC X(01) VALUE "N".
    88  WS-Mss-Found             VALUE "Y".
