*>COPY "./copybooks/Scrub-Ledger-WS.cpy".
01  WS-StatusSCL                 PIC X(02).
01  WS-Scrub-Ledger-Path         PIC X(60) VALUE SPACE.

01  WS-EOF-SCL                   PIC X(01) VALUE "N".
    88  Scrub-Ledger-EOF         VALUE "Y".

*> latest B/R row per bundle, as read front to back - when
*> each bundle was last scrubbed (PGM53's rolling cycle)
*> and where it stands now (PGM54's repair list).  A
*> bundle past the table's end is simply never "seen",
*> which makes it due every run rather than never.
01  WS-Scrub-Hist-Table.
    05  WS-Scrub-Hist-Count      PIC 9(04) VALUE ZERO.
    05  WS-Scrub-Hist-Entry OCCURS 500 TIMES
                          INDEXED BY WS-Sh-Idx.
        10  WS-Sh-Bundle         PIC X(80).
        10  WS-Sh-Company        PIC X(10).
        10  WS-Sh-Date           PIC X(08).
        10  WS-Sh-Result         PIC X(10).
        10  WS-Sh-Bad-Count      PIC 9(05).
        10  WS-Sh-Mirror-Sw      PIC X(01).
        10  WS-Sh-Mirror-Cksum   PIC 9(10).
01  WS-Sh-Found-Sw               PIC X(01) VALUE "N".
    88  WS-Sh-Found              VALUE "Y".
01  WS-Sh-Search-Bundle          PIC X(80) VALUE SPACE.
