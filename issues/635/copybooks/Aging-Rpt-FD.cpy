*>COPY "./copybooks/Aging-Rpt-FD.cpy".
FD  Aging-Rpt-File.
01  Aging-Rpt-Line               PIC X(132).
