*>COPY "./copybooks/Yearend-Rpt-FD.cpy".
FD  Yearend-Rpt-File.
01  Yearend-Rpt-Line             PIC X(132).
