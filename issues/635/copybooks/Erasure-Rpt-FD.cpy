*>COPY "./copybooks/Erasure-Rpt-FD.cpy".
FD  Erasure-Rpt-File.
01  Erasure-Rpt-Line             PIC X(132).
