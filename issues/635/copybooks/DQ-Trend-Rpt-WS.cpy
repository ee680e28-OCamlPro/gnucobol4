*>COPY "./copybooks/DQ-Trend-Rpt-WS.cpy".
01  WS-StatusDTR                 PIC X(02).
01  WS-DQ-Trend-Rpt-Path         PIC X(60) VALUE SPACE.
