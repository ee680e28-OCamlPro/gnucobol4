*>COPY "./copybooks/GL-Journal-WS.cpy".
01  WS-StatusGLJ                 PIC X(02).
01  WS-GL-Journal-Path           PIC X(80) VALUE SPACE.
01  WS-GL-Journal-Work-Path      PIC X(80) VALUE SPACE.
01  WS-GL-Journal-Date           PIC X(08) VALUE SPACE.

*> record type "H" - one per file, ahead of the lines.
01  WS-GL-Jnl-Header.
    05  WS-GL-Hdr-Type           PIC X(01) VALUE "H".
    05  WS-GL-Hdr-Company        PIC X(10) VALUE SPACE.
    05  WS-GL-Hdr-Date           PIC X(08) VALUE SPACE.
    05  WS-GL-Hdr-Run-ID         PIC X(15) VALUE SPACE.
    05  WS-GL-Hdr-Created        PIC X(14) VALUE SPACE.
    05  WS-GL-Hdr-Source         PIC X(10) VALUE "PGM39".
    05                           PIC X(102) VALUE SPACE.

*> record type "D" - one per side of a posting; the
*> document number ties the pair together and back to
*> the transaction master row.
01  WS-GL-Jnl-Detail.
    05  WS-GL-Det-Type           PIC X(01) VALUE "D".
    05  WS-GL-Det-Company        PIC X(10) VALUE SPACE.
    05  WS-GL-Det-Post-Date      PIC X(08) VALUE SPACE.
    05  WS-GL-Det-Doc-Number     PIC 9(09) VALUE ZERO.
    05  WS-GL-Det-Line-No        PIC 9(01) VALUE ZERO.
    05  WS-GL-Det-Account        PIC X(12) VALUE SPACE.
    05  WS-GL-Det-DC             PIC X(01) VALUE SPACE.
    05  WS-GL-Det-Amount         PIC 9(13)V9(02) VALUE ZERO.
    05  WS-GL-Det-Vendor         PIC X(10) VALUE SPACE.
    05  WS-GL-Det-Desc           PIC X(30) VALUE SPACE.
    05  WS-GL-Det-Source-File    PIC X(60) VALUE SPACE.
    05                           PIC X(03) VALUE SPACE.

*> record type "T" - the control totals the GL load
*> proves the file against before posting it.
01  WS-GL-Jnl-Trailer.
    05  WS-GL-Trl-Type           PIC X(01) VALUE "T".
    05  WS-GL-Trl-Company        PIC X(10) VALUE SPACE.
    05  WS-GL-Trl-Date           PIC X(08) VALUE SPACE.
    05  WS-GL-Trl-Entries        PIC 9(07) VALUE ZERO.
    05  WS-GL-Trl-Lines          PIC 9(08) VALUE ZERO.
    05  WS-GL-Trl-Debits         PIC 9(15)V9(02) VALUE ZERO.
    05  WS-GL-Trl-Credits        PIC 9(15)V9(02) VALUE ZERO.
    05                           PIC X(92) VALUE SPACE.

*> per-company journal tallies.
01  WS-GL-Entry-Count            PIC 9(07) VALUE ZERO.
01  WS-GL-Line-Count             PIC 9(08) VALUE ZERO.
01  WS-GL-Debit-Total            PIC 9(15)V9(02) VALUE ZERO.
01  WS-GL-Credit-Total           PIC 9(15)V9(02) VALUE ZERO.
01  WS-GL-Unmapped-Count         PIC 9(07) VALUE ZERO.
01  WS-GL-Zero-Count             PIC 9(07) VALUE ZERO.
01  WS-GL-Abs-Amount             PIC 9(13)V9(02) VALUE ZERO.
01  WS-GL-Total-Edit             PIC Z(14)9.99 VALUE ZERO.
01  WS-GL-Total-Edit2            PIC Z(14)9.99 VALUE ZERO.
