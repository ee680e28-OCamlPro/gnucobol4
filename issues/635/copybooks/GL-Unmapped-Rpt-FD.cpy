*>COPY "./copybooks/GL-Unmapped-Rpt-FD.cpy".
FD  GL-Unmapped-Rpt-File.
01  GL-Unmapped-Rpt-Line         PIC X(132).
