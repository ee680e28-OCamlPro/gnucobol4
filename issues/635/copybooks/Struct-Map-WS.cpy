*>COPY "./copybooks/Struct-Map-WS.cpy".
01  WS-StatusSMP                 PIC X(02).
01  WS-Struct-Map-Path           PIC X(60) VALUE SPACE.

01  WS-EOF-SMP                   PIC X(01) VALUE "N".
    88  Struct-Map-EOF           VALUE "Y".

*> in-memory copy of ./reports/struct-map.cfg - paths
*> upper-cased with any leading "/" dropped, so a path
*> built from the document compares straight against
*> them (the top-level record path "/" is held as SPACE).
01  WS-Struct-Map-Table.
    05  WS-Smp-Count             PIC 9(02) VALUE ZERO.
    05  WS-Smp-Entry OCCURS 20 TIMES
                       INDEXED BY WS-Smp-Idx.
        10  WS-Smp-Vendor        PIC X(10).
        10  WS-Smp-Format        PIC X(01).
        10  WS-Smp-Record-Path   PIC X(80).
        10  WS-Smp-Tag-Path      PIC X(80).
        10  WS-Smp-Cnt-Path      PIC X(80).
        10  WS-Smp-Amt-Path      PIC X(80).
        10  WS-Smp-Col-Count     PIC 9(02).
        10  WS-Smp-Col-Path      PIC X(40)
                                 OCCURS 20 TIMES.
01  WS-Smp-Limit                 PIC 9(02) VALUE 20.

01  WS-Smp-Found-Sw              PIC X(01) VALUE "N".
    88  WS-Smp-Found             VALUE "Y".
01  WS-Smp-Hit                   PIC 9(02) VALUE ZERO.
01  WS-Smp-Col                   PIC 9(02) VALUE ZERO.
01  WS-Smp-Path-Work             PIC X(80) VALUE SPACE.
