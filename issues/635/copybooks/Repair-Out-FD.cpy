*>COPY "./copybooks/Repair-Out-FD.cpy".
FD  Repair-Out-File.
01  Repair-Out-Line              PIC X(512).
