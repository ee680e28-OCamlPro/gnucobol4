*>COPY "./copybooks/Legal-Hold-Rpt-FD.cpy".
FD  Legal-Hold-Rpt-File.
01  Legal-Hold-Rpt-Line          PIC X(132).
