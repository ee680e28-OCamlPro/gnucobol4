*>COPY "./copybooks/Cfg-Audit-FD.cpy".
FD  Cfg-Audit-File.
01  Cfg-Audit-Line               PIC X(132).
