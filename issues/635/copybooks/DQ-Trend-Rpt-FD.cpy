*>COPY "./copybooks/DQ-Trend-Rpt-FD.cpy".
FD  DQ-Trend-Rpt-File.
01  DQ-Trend-Rpt-Line            PIC X(132).
