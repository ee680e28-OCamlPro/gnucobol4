*>COPY "./copybooks/Maint-Rpt-FD.cpy".
FD  Maint-Rpt-File.
01  Maint-Rpt-Line               PIC X(132).
