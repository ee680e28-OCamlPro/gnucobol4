*>COPY "./copybooks/Chain-Vfy-Rpt-FD.cpy".
FD  Chain-Vfy-Rpt-File.
01  Chain-Vfy-Rpt-Line           PIC X(132).
