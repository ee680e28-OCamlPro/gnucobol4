*>COPY "./copybooks/Dup-Ref-Rpt-FD.cpy".
FD  Dup-Ref-Rpt-File.
01  Dup-Ref-Rpt-Line             PIC X(132).
