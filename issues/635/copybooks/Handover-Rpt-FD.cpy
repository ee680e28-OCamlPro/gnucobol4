*>COPY "./copybooks/Handover-Rpt-FD.cpy".
FD  Handover-Rpt-File.
01  Handover-Rpt-Line            PIC X(132).
