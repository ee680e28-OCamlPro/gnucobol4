*>COPY "./copybooks/GL-Unmapped-Rpt-WS.cpy".
01  WS-StatusGLU                 PIC X(02).
01  WS-GL-Unmapped-Rpt-Path      PIC X(60) VALUE SPACE.

*> one detail line per unmapped posting.
01  WS-GL-Unmapped-Row.
    05  WS-GL-Unm-Doc-Number     PIC 9(09) VALUE ZERO.
    05                           PIC X(02) VALUE SPACE.
    05  WS-GL-Unm-Vendor         PIC X(10) VALUE SPACE.
    05                           PIC X(02) VALUE SPACE.
    05  WS-GL-Unm-Key-Value      PIC X(20) VALUE SPACE.
    05                           PIC X(02) VALUE SPACE.
    05  WS-GL-Unm-Amount         PIC -(13)9.99 VALUE ZERO.
    05                           PIC X(02) VALUE SPACE.
    05  WS-GL-Unm-Source-File    PIC X(67) VALUE SPACE.
