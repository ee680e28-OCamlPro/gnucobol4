*>COPY "./copybooks/Code-Xlate-WS.cpy".
01  WS-StatusCXL                 PIC X(02).
01  WS-Code-Xlate-Path           PIC X(60) VALUE SPACE.

01  WS-EOF-CXL                   PIC X(01) VALUE "N".
    88  Code-Xlate-EOF           VALUE "Y".

*> in-memory copy of ./reports/code-xlate.cfg, in file
*> order - the first row in force for the vendor, column
*> and value wins.
01  WS-Code-Xlate-Table.
    05  WS-Cxl-Count             PIC 9(03) VALUE ZERO.
    05  WS-Cxl-Entry OCCURS 300 TIMES
                       INDEXED BY WS-Cxl-Idx.
        10  WS-Cxl-Vendor        PIC X(10).
        10  WS-Cxl-Col           PIC 9(02).
        10  WS-Cxl-External      PIC X(20).
        10  WS-Cxl-Internal      PIC X(20).
        10  WS-Cxl-Eff-From      PIC X(08).
        10  WS-Cxl-Eff-To        PIC X(08).
        10  WS-Cxl-Changed-By    PIC X(20).
        10  WS-Cxl-Changed-Stamp PIC X(14).
01  WS-Cxl-Limit                 PIC 9(03) VALUE 300.

*> the translated columns of the vendor in hand - "Y" in
*> position n when column n has any row at all - and the
*> lookup result for one value.
01  WS-Cxl-Col-Flags             PIC X(20) VALUE SPACE.
01  WS-Cxl-Vendor-Key            PIC X(10) VALUE SPACE.
01  WS-Cxl-Found-Sw              PIC X(01) VALUE "N".
    88  WS-Cxl-Found             VALUE "Y".
01  WS-Cxl-Hit                   PIC 9(03) VALUE ZERO.
01  WS-Cxl-Eff-Date              PIC X(08) VALUE SPACE.
