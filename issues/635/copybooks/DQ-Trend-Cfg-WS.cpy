*>COPY "./copybooks/DQ-Trend-Cfg-WS.cpy".
01  WS-StatusDTC                 PIC X(02).
01  WS-DQ-Trend-Cfg-Path         PIC X(60) VALUE SPACE.

01  WS-EOF-DTC                   PIC X(01) VALUE "N".
    88  DQ-Trend-Cfg-EOF         VALUE "Y".

*> the default row - compiled values, overlaid by a
*> SPACE/"*" row in ./reports/dq-trend.cfg.
01  WS-Dtc-Dflt-Recent-Days      PIC 9(03) VALUE 7.
01  WS-Dtc-Dflt-Base-Days        PIC 9(03) VALUE 60.
01  WS-Dtc-Dflt-Min-Base         PIC 9(03) VALUE 5.
01  WS-Dtc-Dflt-Blank-Pts        PIC 9(03) VALUE 10.
01  WS-Dtc-Dflt-Type-Pts         PIC 9(03) VALUE 5.
01  WS-Dtc-Dflt-Distinct-Pct     PIC 9(03) VALUE 50.
01  WS-Dtc-Dflt-Range-Factor     PIC 9(03) VALUE 10.

01  WS-Dtc-Table.
    05  WS-Dtc-Count             PIC 9(02) VALUE ZERO.
    05  WS-Dtc-Entry OCCURS 40 TIMES
                       INDEXED BY WS-Dtc-Idx.
        10  WS-Dtc-Vendor        PIC X(10).
        10  WS-Dtc-Recent-Days   PIC 9(03).
        10  WS-Dtc-Base-Days     PIC 9(03).
        10  WS-Dtc-Min-Base      PIC 9(03).
        10  WS-Dtc-Blank-Pts     PIC 9(03).
        10  WS-Dtc-Type-Pts      PIC 9(03).
        10  WS-Dtc-Distinct-Pct  PIC 9(03).
        10  WS-Dtc-Range-Factor  PIC 9(03).
