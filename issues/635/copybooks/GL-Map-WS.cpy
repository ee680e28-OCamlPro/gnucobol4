*>COPY "./copybooks/GL-Map-WS.cpy".
01  WS-StatusGLM                 PIC X(02).
01  WS-GL-Map-Path               PIC X(60) VALUE SPACE.

01  WS-EOF-GLM                   PIC X(01) VALUE "N".
    88  GL-Map-EOF               VALUE "Y".

*> in-memory copy of ./reports/gl-account-map.cfg, in
*> file order (first match wins).
01  WS-GL-Map-Table.
    05  WS-GL-Map-Count          PIC 9(03) VALUE ZERO.
    05  WS-GL-Map-Entry OCCURS 200 TIMES
                          INDEXED BY WS-Glm-Idx.
        10  WS-GL-Map-Vendor     PIC X(10).
        10  WS-GL-Map-Company    PIC X(10).
        10  WS-GL-Map-Col        PIC 9(02).
        10  WS-GL-Map-Value      PIC X(20).
        10  WS-GL-Map-Debit      PIC X(12).
        10  WS-GL-Map-Credit     PIC X(12).
        10  WS-GL-Map-Desc       PIC X(30).

*> match result for one posting.
01  WS-GL-Map-Found-Sw           PIC X(01) VALUE "N".
    88  WS-GL-Map-Found          VALUE "Y".
01  WS-GL-Map-Hit                PIC 9(03) VALUE ZERO.
01  WS-GL-Map-Key-Value          PIC X(20) VALUE SPACE.
