*>COPY "./copybooks/Maint-Rpt-WS.cpy".
01  WS-StatusMRP                 PIC X(02).
01  WS-Maint-Rpt-Path            PIC X(60) VALUE SPACE.

01  WS-Mrp-Held-Count            PIC 9(05) VALUE ZERO.
01  WS-Mrp-Supp-Count            PIC 9(05) VALUE ZERO.
01  WS-Mrp-Count-Edit            PIC ZZZZ9 VALUE ZERO.
01  WS-Mrp-Count-Edit2           PIC ZZZZ9 VALUE ZERO.
01  WS-Mrp-Summary-Count         PIC 9(03) VALUE ZERO.
01  WS-Mrp-Deferred-Count        PIC 9(05) VALUE ZERO.
01  WS-Mrp-Held-New-Count        PIC 9(05) VALUE ZERO.
