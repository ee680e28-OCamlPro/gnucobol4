*>COPY "./copybooks/Dup-Ref-Rpt-WS.cpy".
01  WS-StatusDRR                 PIC X(02).
01  WS-Dup-Ref-Rpt-Path          PIC X(60) VALUE SPACE.
*> opened on the first duplicate of a pass - a clean
*> night produces no report at all.
01  WS-Dup-Ref-Rpt-Open-Sw       PIC X(01) VALUE "N".
    88  WS-Dup-Ref-Rpt-Open      VALUE "Y".

*> one detail line per held record.
01  WS-Dup-Ref-Row.
    05  WS-Dup-Det-Reference     PIC X(20) VALUE SPACE.
    05                           PIC X(02) VALUE SPACE.
    05  WS-Dup-Det-Amount        PIC -(13)9.99 VALUE ZERO.
    05                           PIC X(02) VALUE SPACE.
    05  WS-Dup-Det-Source-File   PIC X(40) VALUE SPACE.
    05                           PIC X(02) VALUE SPACE.
    05  WS-Dup-Det-Orig-Doc      PIC 9(09) VALUE ZERO.
    05                           PIC X(02) VALUE SPACE.
    05  WS-Dup-Det-Orig-Date     PIC X(08) VALUE SPACE.
    05                           PIC X(30) VALUE SPACE.

01  WS-Dup-Total-Count           PIC 9(07) VALUE ZERO.
01  WS-Dup-File-Count            PIC 9(07) VALUE ZERO.
01  WS-Dup-Count-Edit            PIC Z(06)9 VALUE ZERO.
