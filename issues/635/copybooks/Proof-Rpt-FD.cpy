*>COPY "./copybooks/Proof-Rpt-FD.cpy".
FD  Proof-Rpt-File.
01  Proof-Rpt-Line               PIC X(132).
