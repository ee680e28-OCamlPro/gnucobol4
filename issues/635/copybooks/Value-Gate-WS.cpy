*>COPY "./copybooks/Value-Gate-WS.cpy".
01  WS-StatusVGT                 PIC X(02).
01  WS-Value-Gate-Path           PIC X(60) VALUE SPACE.

01  WS-EOF-VGT                   PIC X(01) VALUE "N".
    88  Value-Gate-EOF           VALUE "Y".

*> in-memory copy of ./reports/value-thresholds.cfg.
01  WS-Value-Gate-Table.
    05  WS-Vgt-Count             PIC 9(02) VALUE ZERO.
    05  WS-Vgt-Entry OCCURS 40 TIMES
                       INDEXED BY WS-Vgt-Idx.
        10  WS-Vgt-Vendor        PIC X(10).
        10  WS-Vgt-Company       PIC X(10).
        10  WS-Vgt-Limit         PIC 9(13)V9(02).

*> lookup in/out - the vendor and company of the file in
*> hand, the row that governs it (zero for none) and how
*> specific that row is (4 exact, 3 vendor, 2 company,
*> 1 default), and the file total with its sign dropped.
01  WS-Vgt-Check-Vendor          PIC X(10) VALUE SPACE.
01  WS-Vgt-Check-Company         PIC X(10) VALUE SPACE.
01  WS-Vgt-Hit                   PIC 9(02) VALUE ZERO.
01  WS-Vgt-Rank                  PIC 9(01) VALUE ZERO.
01  WS-Vgt-Best-Rank             PIC 9(01) VALUE ZERO.
01  WS-Vgt-Abs-Amount            PIC 9(13)V9(02) VALUE ZERO.
01  WS-Vgt-Over-Sw               PIC X(01) VALUE "N".
    88  WS-Vgt-Over              VALUE "Y".
01  WS-Vgt-Limit-Edit            PIC Z(12)9.99 VALUE ZERO.
